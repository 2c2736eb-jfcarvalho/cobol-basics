      ******************************************************************
      * CPPND01 - Held-payment record (PENDENTES.DAT), written by the
      * payment register and decided by the morning review
      * (CBEXEBAS011). The first 24 bytes (PND-TRANSACAO) line up
      * byte-for-byte with the shared transaction layout in
      * CPTRAN01, so an approval goes straight into CONFIRMADOS.DAT;
      * the code and description of the reason the payment was held
      * follow, so the reviewer sees why. Codes 'A1'-'A3' are the
      * amount anomalies found against the beneficiary's payment
      * profile (CPPERF01).
      ******************************************************************
       01  PND-REG.
           05  PND-TRANSACAO.
               10  PND-NUM-1           PIC 9(02).
               10  PND-NUM-2           PIC 9(02).
               10  PND-DATA            PIC X(10).
               10  PND-VALOR           PIC 9(07)V99.
               10  PND-PAGTO           PIC X(01).
           05  PND-MOTIVO-COD          PIC X(02).
               88  PND-MOT-SEM-REGRA          VALUE 'P1'.
               88  PND-MOT-ALTO-VALOR         VALUE 'P2'.
               88  PND-MOT-CONTA-ALTERADA     VALUE 'P3'.
               88  PND-MOT-ACIMA-MEDIA        VALUE 'A1'.
               88  PND-MOT-ACIMA-MAXIMO       VALUE 'A2'.
               88  PND-MOT-PRIMEIRO-PAGTO     VALUE 'A3'.
               88  PND-MOT-ANOMALIA           VALUE 'A1' 'A2' 'A3'.
           05  PND-MOTIVO-DESC         PIC X(30).
