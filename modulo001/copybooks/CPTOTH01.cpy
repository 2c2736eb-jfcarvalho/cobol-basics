      ******************************************************************
      * CPTOTH01 - Daily totals history record, one per business
      * date. The payment register writes it, stamped with the
      * business date, and every later window of the date whose
      * batch balanced with the operator's control total adds to it,
      * so the figures survive the next morning's rebuild of
      * TOTAIS.DAT and a corrected rerun never doubles a date.
      * TOTH-SOMA-VALOR is the confirmed amount total of the run, so
      * the month-end report shows how much money moved, not just
