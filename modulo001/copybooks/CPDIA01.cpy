      ******************************************************************
      * CPDIA01 - General-ledger journal (DIARIO.DAT), written by the
      * general-ledger interface (CBEXEBAS024) for the accounting
      * system to load. A '0' header carries the business date the
      * entries belong to (DATAMOV.DAT) and the remittance window
      * of that date they come from, each '1' record is one
      * debit or credit line, and the '9' trailer carries the line
      * count and the debit and credit totals - equal, or the file
      * is never released.
      ******************************************************************
       01  DIA-REG.
           05  DIA-TIPO                PIC X(01).
               88  DIA-HEADER          VALUE '0'.
               88  DIA-LANCAMENTO      VALUE '1'.
               88  DIA-TRAILER         VALUE '9'.
           05  DIA-CORPO               PIC X(79).
           05  DIA-HDR REDEFINES DIA-CORPO.
               10  DIA-HDR-DATA-MOV    PIC 9(08).
               10  DIA-HDR-DATA-GER    PIC 9(08).
               10  DIA-HDR-SISTEMA     PIC X(08).
               10  DIA-HDR-JANELA      PIC 9(02).
               10  FILLER              PIC X(53).
           05  DIA-LAN REDEFINES DIA-CORPO.
               10  DIA-LAN-SEQUENCIA   PIC 9(06).
               10  DIA-LAN-CONTA       PIC X(12).
               10  DIA-LAN-NATUREZA    PIC X(01).
                   88  DIA-DEBITO      VALUE 'D'.
                   88  DIA-CREDITO     VALUE 'C'.
               10  DIA-LAN-VALOR       PIC 9(11)V99.
               10  DIA-LAN-EVENTO      PIC X(02).
               10  DIA-LAN-NUM-1       PIC 9(02).
               10  DIA-LAN-NUM-2       PIC 9(02).
               10  DIA-LAN-DATA        PIC X(10).
               10  DIA-LAN-HISTORICO   PIC X(25).
               10  FILLER              PIC X(06).
           05  DIA-TRL REDEFINES DIA-CORPO.
               10  DIA-TRL-QTDE        PIC 9(06).
               10  DIA-TRL-TOT-DEBITO  PIC 9(13)V99.
               10  DIA-TRL-TOT-CREDITO PIC 9(13)V99.
               10  FILLER              PIC X(43).
