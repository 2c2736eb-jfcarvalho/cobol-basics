      * Author:
      * Date:
      * Purpose: Month-end consolidation of the daily totals history.
      *          Reads TOTHIST.DAT (one record per business date,
      *          which every remittance window of the day adds to),
      *          selects the month the operator asks for and prints
      *          RELMES.TXT: one line per processing day, a subtotal
      *          at the end of each week (weeks starting on Monday)
      *          and the month total, with the month name spelled out
      *          the same way the date-entry utility renders it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
