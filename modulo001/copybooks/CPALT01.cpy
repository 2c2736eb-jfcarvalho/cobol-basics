      ******************************************************************
      * CPALT01 - Bank-account change log (ALTCONTA.DAT). The
      * beneficiary maintenance utility (CBEXEBAS009) appends one
      * record for every account change keyed, approved or refused,
      * stamped with the business date from DATAMOV.DAT and the
      * wall-clock time, carrying the account in force before and
      * the account keyed, so any change can be traced afterwards.
      * ALT-ACAO: 'S' change keyed (waiting approval), 'A' approved
      * (now in force), 'R' refused. ALT-OPER-SOLIC is the operator
      * who keyed the change, ALT-OPER-DECISAO the supervisor who
      * approved or refused it (blank on an 'S' record).
      ******************************************************************
       01  ALT-REG.
           05  ALT-DATA-MOV            PIC 9(08).
           05  ALT-HORA-MOV            PIC 9(06).
           05  ALT-NUM-1               PIC 9(02).
           05  ALT-NUM-2               PIC 9(02).
           05  ALT-ACAO                PIC X(01).
               88  ALT-SOLICITADA      VALUE 'S'.
               88  ALT-APROVADA        VALUE 'A'.
               88  ALT-RECUSADA        VALUE 'R'.
           05  ALT-CONTA-ANTERIOR.
               10  ALT-ANT-BANCO       PIC 9(03).
               10  ALT-ANT-AGENCIA     PIC 9(04).
               10  ALT-ANT-CONTA       PIC X(12).
           05  ALT-CONTA-NOVA.
               10  ALT-NOVA-BANCO      PIC 9(03).
               10  ALT-NOVA-AGENCIA    PIC 9(04).
               10  ALT-NOVA-CONTA      PIC X(12).
           05  ALT-OPER-SOLIC          PIC X(08).
           05  ALT-OPER-DECISAO        PIC X(08).
