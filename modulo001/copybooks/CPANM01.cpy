      ******************************************************************
      * CPANM01 - Amount-anomaly record (ANOMALIAS.DAT). The payment
      * register writes one for every payment it holds because the
      * amount is unusual for the beneficiary, with the profile it
      * was screened against, so the end-of-day proof (CBEXEBAS012)
      * can count the anomalies against TOT-QTDE-ANOM. Rebuilt every
      * run, like ROLAGEM.DAT. ANM-MOTIVO-COD carries the same code
      * the held record gets in PENDENTES.DAT (CPPND01).
      ******************************************************************
       01  ANM-REG.
           05  ANM-DATA-MOV            PIC 9(08).
           05  ANM-NUM-1               PIC 9(02).
           05  ANM-NUM-2               PIC 9(02).
           05  ANM-DATA                PIC X(10).
           05  ANM-VALOR               PIC 9(07)V99.
           05  ANM-MOTIVO-COD          PIC X(02).
               88  ANM-MOT-ACIMA-MEDIA        VALUE 'A1'.
               88  ANM-MOT-ACIMA-MAXIMO       VALUE 'A2'.
               88  ANM-MOT-PRIMEIRO-PAGTO     VALUE 'A3'.
           05  ANM-QTDE-PAGTOS         PIC 9(07).
           05  ANM-MEDIA-VALOR         PIC 9(07)V99.
           05  ANM-MAIOR-VALOR         PIC 9(07)V99.
