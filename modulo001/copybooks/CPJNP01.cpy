      ******************************************************************
      * CPJNP01 - Remittance-window log (JANPROC.DAT), keyed by the
      * business date plus the window number. The end-of-day proof
      * (CBEXEBAS012) writes one record per window it proves, with
      * the window's own figures - transactions edited, confirmed,
      * rejected, held and scheduled, the hash and value totals, and
      * the remittance it sent (sequence, detail count, value) - so
      * the day can be balanced as a whole across its windows. A
      * rerun of a window replaces its record. JNP-SITUACAO 'B'
      * marks a window that balanced: the edit step (CBEXEBAS006)
      * never hands out a balanced window's number again, and the
      * release and standing-order steps (CBEXEBAS018/021) leave
      * alone what went out in a balanced window. JNP-POS-CORTE 'S'
      * marks a window received after the day's last cut-off, whose
      * payments were carried over to the next business date.
      ******************************************************************
       01  JNP-REG.
           05  JNP-CHAVE.
               10  JNP-DATA-MOV        PIC 9(08).
               10  JNP-JANELA          PIC 9(02).
           05  JNP-HORA-CHEGADA        PIC 9(04).
           05  JNP-HORA-CORTE          PIC 9(04).
           05  JNP-POS-CORTE           PIC X(01).
               88  JNP-APOS-ULTIMO-CORTE      VALUE 'S'.
           05  JNP-QTDE-TRANSVAL       PIC 9(07).
           05  JNP-QTDE-CONF           PIC 9(05).
           05  JNP-QTDE-REJ            PIC 9(05).
           05  JNP-QTDE-PEND           PIC 9(05).
           05  JNP-QTDE-AGEND          PIC 9(05).
           05  JNP-SOMA-NUM-1          PIC 9(07).
           05  JNP-SOMA-NUM-2          PIC 9(07).
           05  JNP-SOMA-CONF-VALOR     PIC 9(11)V99.
           05  JNP-SEQ-REMESSA         PIC 9(06).
           05  JNP-REM-QTDE-DET        PIC 9(06).
           05  JNP-REM-SOMA-VALOR      PIC 9(11)V99.
           05  JNP-SITUACAO            PIC X(01).
               88  JNP-BATIDA          VALUE 'B'.
               88  JNP-DIVERGENTE      VALUE 'D'.
           05  JNP-DATA-PROVA          PIC 9(08).
           05  JNP-HORA-PROVA          PIC 9(06).
