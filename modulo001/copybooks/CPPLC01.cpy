      ******************************************************************
      * CPPLC01 - Chart-of-accounts mapping (PLANOCTA.DAT) for the
      * general-ledger interface (CBEXEBAS024). One card per
      * accounting event: the account debited, the account credited
      * and the narrative carried on both journal lines. Events:
      * 'CF' payment confirmed on the business date (payable into
      * in-transit), 'LQ' payment settled by the bank, occurrence 00
      * (in-transit cleared against the bank account), 'DV' payment
      * bounced by the bank (in-transit reversed to payable), 'RP'
      * bounced payment re-presented on the window's remittance
      * (payable back into in-transit). The table is maintained by
      * accounting; a new account plan only needs these cards
      * changed. Every event must have a card.
      ******************************************************************
       01  PLC-REG.
           05  PLC-EVENTO              PIC X(02).
               88  PLC-EVT-CONFIRMADO  VALUE 'CF'.
               88  PLC-EVT-LIQUIDADO   VALUE 'LQ'.
               88  PLC-EVT-DEVOLVIDO   VALUE 'DV'.
               88  PLC-EVT-REAPRESENTADO VALUE 'RP'.
           05  PLC-CONTA-DEBITO        PIC X(12).
           05  PLC-CONTA-CREDITO       PIC X(12).
           05  PLC-HISTORICO           PIC X(25).
