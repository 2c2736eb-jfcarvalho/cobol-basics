      * is not on this master, or whose entry is blocked, is rejected
      * - and by the rejection rework utility (CBEXEBAS003), which
      * shows the operator the beneficiary name before resubmission.
      * BEN-BANCO/BEN-AGENCIA/BEN-CONTA are the destination account
      * the bank remittance interface (CBEXEBAS005) puts on every
      * detail. They only ever change under dual control: a change
      * keyed in CBEXEBAS009 waits in BEN-PEND-xxx (BEN-ALT-PENDENTE)
      * until a supervisor other than BEN-PEND-OPERADOR approves it;
      * BEN-DATA-ALT-CONTA is the business date the last approved
      * change took effect, from which the register counts the
      * cooling-off period during which the beneficiary's payments
      * are held for the morning review. Every keying, approval and
      * refusal is logged to ALTCONTA.DAT (CPALT01).
      ******************************************************************
       01  BEN-REG.
           05  BEN-CHAVE.
           05  BEN-SITUACAO            PIC X(01).
               88  BEN-ATIVO           VALUE 'A'.
               88  BEN-BLOQUEADO       VALUE 'B'.
           05  BEN-CONTA-ATUAL.
               10  BEN-BANCO           PIC 9(03).
               10  BEN-AGENCIA         PIC 9(04).
               10  BEN-CONTA           PIC X(12).
           05  BEN-DATA-ALT-CONTA      PIC 9(08).
           05  BEN-PEND-SITUACAO       PIC X(01).
               88  BEN-SEM-PENDENCIA   VALUE SPACE.
               88  BEN-ALT-PENDENTE    VALUE 'P'.
           05  BEN-CONTA-PENDENTE.
               10  BEN-PEND-BANCO      PIC 9(03).
               10  BEN-PEND-AGENCIA    PIC 9(04).
               10  BEN-PEND-CONTA      PIC X(12).
           05  BEN-PEND-OPERADOR       PIC X(08).
           05  BEN-PEND-DATA           PIC 9(08).
