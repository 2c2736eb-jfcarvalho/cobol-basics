      ******************************************************************
      * CPDEV01 - Bank-return outcome record. The bank-return
      * processor (CBEXEBAS008) writes one per answered detail into
      * the day's DEVOLVIDOS.DAT (bounced, for the back office) or
      * LIQUIDADOS.DAT (settled, occurrence 00) - the latter under
      * the LIQ- names. Both files are rebuilt by every run of the
      * processor and left empty on a day without a return, and a
      * detail already answered by an earlier receipt of the same
      * return is not listed again, so the general-ledger interface
      * (CBEXEBAS024) can book each outcome exactly once.
      ******************************************************************
       01  DEV-REG.
           05  DEV-NUM-1               PIC 9(02).
           05  DEV-NUM-2               PIC 9(02).
           05  DEV-DATA                PIC X(10).
           05  DEV-VALOR               PIC 9(07)V99.
           05  DEV-OCORRENCIA          PIC X(02).
