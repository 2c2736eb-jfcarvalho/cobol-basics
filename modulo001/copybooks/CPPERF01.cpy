      ******************************************************************
      * CPPERF01 - Beneficiary payment profile (PERFIL.DAT), keyed by
      * the payment pair. Kept up to date from every confirmed
      * payment - by the register (CBEXEBAS001) as it writes the
      * history master, and by the morning review (CBEXEBAS011) for
      * each approval - and rebuilt from HISTPAGTO.DAT by
      * CBEXEBAS023. The register screens every payment against it
      * before adjudication (PARMANOM.DAT sets the limits).
      * PRF-QTDE-PAGTOS/PRF-SOMA-VALOR are the confirmed payments
      * and their amount total, PRF-MEDIA-VALOR their average,
      * PRF-MAIOR-VALOR the largest amount ever confirmed,
      * PRF-DATA-ULT-PAGTO (AAAAMMDD) the latest payment date and
      * PRF-DATA-ATUALIZ the business date of the last update.
      ******************************************************************
       01  PRF-REG.
           05  PRF-CHAVE.
               10  PRF-NUM-1           PIC 9(02).
               10  PRF-NUM-2           PIC 9(02).
           05  PRF-QTDE-PAGTOS         PIC 9(07).
           05  PRF-SOMA-VALOR          PIC 9(11)V99.
           05  PRF-MEDIA-VALOR         PIC 9(07)V99.
           05  PRF-MAIOR-VALOR         PIC 9(07)V99.
           05  PRF-DATA-ULT-PAGTO      PIC 9(08).
           05  PRF-DATA-ATUALIZ        PIC 9(08).
