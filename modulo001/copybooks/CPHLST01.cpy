      ******************************************************************
      * CPHLST01 - History archive catalogue (HISTARQ.LST). One line
      * per archive generation HISTARQ.<cutoff>, holding its cutoff
      * date (AAAAMMDD). The history archive utility (CBEXEBAS013)
      * adds the line the first time a cutoff is used; the
      * beneficiary statement (CBEXEBAS022) reads it to find which
      * generations overlap a date range. Generations built before
      * the catalogue existed are added by hand, one cutoff per line.
      ******************************************************************
       01  LST-REG.
           05  LST-DATA-CORTE          PIC 9(08).
