      ******************************************************************
      * CPCTB01 - Ledger posting log (CONTABIL.DAT), keyed by the
      * business date and the remittance window. The general-ledger
      * interface (CBEXEBAS024) adds the window's record once its
      * journal has been released, with the line count and totals
      * it carried; a rerun for a window already on the log posts
      * nothing.
      ******************************************************************
       01  CTB-REG.
           05  CTB-CHAVE.
               10  CTB-DATA-MOV        PIC 9(08).
               10  CTB-JANELA          PIC 9(02).
           05  CTB-QTDE-LANC           PIC 9(06).
           05  CTB-TOT-DEBITO          PIC 9(13)V99.
           05  CTB-TOT-CREDITO         PIC 9(13)V99.
           05  CTB-DATA-GERACAO        PIC 9(08).
           05  CTB-HORA-GERACAO        PIC 9(06).
