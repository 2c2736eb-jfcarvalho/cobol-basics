      ******************************************************************
      * CPDVC01 - Bounced-payment case master record (DEVCASOS.DAT),
      * keyed like the history master: the payment pair plus the
      * transaction date. The bank-return processor (CBEXEBAS008)
      * opens a case for every payment the bank bounces, and reopens
      * it (counting the bounce) when a re-presented payment bounces
      * again. The back office works the open cases in CBEXEBAS015,
      * choosing to re-present the payment, to cancel it and refund
      * the originator, or to park it until corrected beneficiary
      * data arrives. A case marked for re-presentation goes out on
      * the next remittance built by CBEXEBAS005, which records the
      * sequence and date it went out on; the case closes by itself
      * when a later return reports that payment settled (00). The
      * open-cases report CBEXEBAS016 reads it by occurrence and age.
      ******************************************************************
       01  DVC-REG.
           05  DVC-CHAVE.
               10  DVC-NUM-1           PIC 9(02).
               10  DVC-NUM-2           PIC 9(02).
               10  DVC-DATA            PIC X(10).
           05  DVC-VALOR               PIC 9(07)V99.
           05  DVC-OCORRENCIA          PIC X(02).
           05  DVC-DATA-DEVOLUCAO      PIC 9(08).
           05  DVC-QTDE-DEVOLUCOES     PIC 9(02).
           05  DVC-SITUACAO            PIC X(01).
               88  DVC-ABERTO          VALUE 'A'.
               88  DVC-REAPRESENTAR    VALUE 'R'.
               88  DVC-REAPRESENTADO   VALUE 'E'.
               88  DVC-AGUARDA-DADOS   VALUE 'G'.
               88  DVC-ESTORNADO       VALUE 'C'.
               88  DVC-LIQUIDADO       VALUE 'L'.
               88  DVC-EM-ABERTO       VALUE 'A' 'R' 'E' 'G'.
               88  DVC-A-DECIDIR       VALUE 'A' 'G'.
           05  DVC-DATA-DECISAO        PIC 9(08).
           05  DVC-OPERADOR            PIC X(08).
           05  DVC-SEQ-REAPRES         PIC 9(06).
           05  DVC-DATA-REAPRES        PIC 9(08).
           05  DVC-DATA-BAIXA          PIC 9(08).
