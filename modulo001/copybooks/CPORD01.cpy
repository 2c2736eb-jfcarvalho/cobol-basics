      ******************************************************************
      * CPORD01 - Standing-order master (ORDENS.DAT), keyed by the
      * payment pair: one recurring payment per pair. Maintained by
      * the standing-order maintenance utility (CBEXEBAS020) and read
      * by the standing-order generator (CBEXEBAS021), which appends
      * the orders falling due on the business date to the day's
      * TRANSACOES.DAT.
      * ORD-FREQUENCIA: 'M' monthly on day ORD-DIA (01-31; a day the
      * month does not have falls on its last day), 'S' weekly on
      * weekday ORD-DIA (1=Sunday ... 7=Saturday), 'U' on the last
      * business day of the month (ORD-DIA zeros). A due day that is
      * not a working day in CALENDARIO.DAT moves to the next one.
      * ORD-DATA-INICIO/ORD-DATA-FIM (AAAAMMDD) bound the due dates
      * generated; ORD-DATA-FIM zeros = no end date.
      * ORD-ULT-VENCIMENTO is the last due date generated and
      * ORD-DATA-ULT-GERACAO the business date it was generated on,
      * so a rerun never generates the same due date twice.
      * ORD-JANELA-GERACAO is the remittance window of that date
      * the payment was generated in (the balanced windows at the
      * time, plus one), so a later window of the same day does
      * not generate it again.
      * ORD-DATA-SIT and ORD-OPERADOR describe the last maintenance.
      ******************************************************************
       01  ORD-REG.
           05  ORD-CHAVE.
               10  ORD-NUM-1           PIC 9(02).
               10  ORD-NUM-2           PIC 9(02).
           05  ORD-VALOR               PIC 9(07)V99.
           05  ORD-FREQUENCIA          PIC X(01).
               88  ORD-MENSAL          VALUE 'M'.
               88  ORD-SEMANAL         VALUE 'S'.
               88  ORD-ULTIMO-UTIL     VALUE 'U'.
           05  ORD-DIA                 PIC 9(02).
           05  ORD-DATA-INICIO         PIC 9(08).
           05  ORD-DATA-FIM            PIC 9(08).
           05  ORD-SITUACAO            PIC X(01).
               88  ORD-ATIVA           VALUE 'A'.
               88  ORD-SUSPENSA        VALUE 'S'.
               88  ORD-ENCERRADA       VALUE 'E'.
           05  ORD-ULT-VENCIMENTO      PIC 9(08).
           05  ORD-DATA-ULT-GERACAO    PIC 9(08).
           05  ORD-DATA-SIT            PIC 9(08).
           05  ORD-OPERADOR            PIC X(08).
           05  ORD-JANELA-GERACAO      PIC 9(02).
