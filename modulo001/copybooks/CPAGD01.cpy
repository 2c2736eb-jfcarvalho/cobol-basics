      ******************************************************************
      * CPAGD01 - Scheduled-payments master (AGENDADOS.DAT), keyed by
      * the value date (AAAAMMDD) plus the payment pair, so a
      * sequential pass reads the payments in the order they fall
      * due. The payment register (CBEXEBAS001) files here every
      * transaction dated later than the business date instead of
      * adjudicating it; the release step (CBEXEBAS018) puts the
      * ones whose value date has arrived back into the day's
      * TRANSACOES.DAT, after repeating the duplicate and beneficiary
      * checks; the inquiry/cancel and forecast utility (CBEXEBAS019)
      * reads and cancels them. AGD-DATA and AGD-PAGTO are the
      * transaction's own date and confirmation flag, kept so the
      * released detail is byte-for-byte what the client sent.
      * AGD-DATA-SIT, AGD-OPERADOR and AGD-MOTIVO describe the last
      * change of AGD-SITUACAO (who scheduled or cancelled it, and
      * why a release was refused).
      * AGD-JANELA-LIB is the remittance window of AGD-DATA-SIT a
      * release went out in (the balanced windows of that date at
      * the time, plus one), so a later window of the same day does
      * not put the item in again.
      ******************************************************************
       01  AGD-REG.
           05  AGD-CHAVE.
               10  AGD-DATA-VALOR      PIC 9(08).
               10  AGD-NUM-1           PIC 9(02).
               10  AGD-NUM-2           PIC 9(02).
           05  AGD-DATA                PIC X(10).
           05  AGD-VALOR               PIC 9(07)V99.
           05  AGD-PAGTO               PIC X(01).
           05  AGD-SITUACAO            PIC X(01).
               88  AGD-AGENDADO        VALUE 'A'.
               88  AGD-LIBERADO        VALUE 'L'.
               88  AGD-RECUSADO        VALUE 'R'.
               88  AGD-CANCELADO       VALUE 'C'.
           05  AGD-DATA-AGEND          PIC 9(08).
           05  AGD-DATA-SIT            PIC 9(08).
           05  AGD-OPERADOR            PIC X(08).
           05  AGD-MOTIVO              PIC X(30).
           05  AGD-JANELA-LIB          PIC 9(02).
