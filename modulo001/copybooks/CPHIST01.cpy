      * filled in by the bank-return processor (CBEXEBAS008) when the
      * bank's return file reports the payment settled or bounced;
      * until the return arrives they hold spaces/zeros.
      * HIST-VALOR is the amount confirmed (TRAN-VALOR) and
      * HIST-SEQ-REMESSA the REMESSA.SEQ number of the last remittance
      * the payment went out on, stamped by the bank remittance
      * interface (CBEXEBAS005) once that file balances (zeros until
      * then), so the beneficiary statement (CBEXEBAS022) can show
      * what was paid and on which file. Records written before the
      * two fields existed carry zeros after conversion; archived
      * copies written before them read back blank.
      ******************************************************************
       01  HIST-REG.
           05  HIST-CHAVE.
               88  HIST-SEM-RETORNO    VALUE ' '.
           05  HIST-DATA-RETORNO       PIC 9(08).
           05  HIST-OCORRENCIA         PIC X(02).
           05  HIST-VALOR              PIC 9(07)V99.
           05  HIST-SEQ-REMESSA        PIC 9(06).
