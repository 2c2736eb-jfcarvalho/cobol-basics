      * the order the fields were added, so older readers keep their
      * offsets. TOT-SOMA-VALOR is the amount total over every
      * transaction read, TOT-SOMA-CONF-VALOR over the confirmed
      * ones only. TOT-QTDE-AGEND counts the future-dated
      * transactions filed in AGENDADOS.DAT instead of adjudicated
      * (read, so in the hash totals, but neither confirmed,
      * rejected nor held). TOT-QTDE-ANOM counts the payments held
      * because the amount was unusual for the beneficiary's payment
      * profile (one line each in ANOMALIAS.DAT); they are also in
      * TOT-QTDE-PEND. Shared by the register (CBEXEBAS001), which
      * writes it, and the bank remittance interface (CBEXEBAS005),
      * which reconciles its trailer against it.
      ******************************************************************
       01  TOT-REG.
           05  TOT-QTDE-CONF         PIC 9(05).
           05  TOT-SOMA-CONF-VALOR   PIC 9(11)V99.
           05  TOT-QTDE-REJ-BEN      PIC 9(05).
           05  TOT-QTDE-PEND         PIC 9(05).
           05  TOT-QTDE-AGEND        PIC 9(05).
           05  TOT-QTDE-ANOM         PIC 9(05).
