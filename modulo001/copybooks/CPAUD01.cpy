      * inquiry/report utility (CBEXEBAS004), which reads it back,
      * so all see the same record layout. AUD-OPERADOR is the
      * signed-on operator who decided the change.
      * AUD-ORIGEM tells what kind of decision the record logs: blank
      * for a payment status change (the only kind the end-of-day
      * proof counts against the transactions processed), 'D' for a
      * decision on a bounced-payment case (CBEXEBAS015), where the
      * before and after bytes carry the case status instead, 'G'
      * for the cancellation of a scheduled payment (CBEXEBAS019),
      * where they carry the scheduled-item status, 'I' for a repair
      * made by the integrity sweep (CBEXEBAS025) - an outstanding
      * rejection closed because the history shows it paid - where
      * they carry the REJPEND.DAT status.
      * Records written before the field existed read back blank.
      ******************************************************************
       01  AUD-REG.
           05  AUD-DATA-MOV          PIC 9(08).
           05  AUD-SIT-ANTERIOR      PIC X(01).
           05  AUD-SIT-NOVA          PIC X(01).
           05  AUD-OPERADOR          PIC X(08).
           05  AUD-ORIGEM            PIC X(01).
               88  AUD-ORIG-PAGAMENTO    VALUE SPACE.
               88  AUD-ORIG-DEVOLUCAO    VALUE 'D'.
               88  AUD-ORIG-AGENDAMENTO  VALUE 'G'.
               88  AUD-ORIG-INTEGRIDADE  VALUE 'I'.
