      ******************************************************************
      * CPRPR01 - Processed bank-return log (RETPROC.DAT), keyed by
      * the remittance sequence the return answers. The bank-return
      * processor (CBEXEBAS008) writes one 'D' record for every detail
      * the bank answered, as it posts it, and one 'H' record for the
      * return file itself once the file's trailer has balanced; a
      * return for the same sequence processed again only adds to the
      * header's receipt count. The remittance-to-return
      * reconciliation (CBEXEBAS017) matches the archived remittances
      * in REMARQ.DAT against it: a sequence with no 'H' record never
      * got a return, and a detail of a returned sequence with no 'D'
      * record was never answered by the bank. On a 'H' record the
      * pair, value date and occurrence are zeros/spaces.
      ******************************************************************
       01  RPR-REG.
           05  RPR-CHAVE.
               10  RPR-SEQUENCIA       PIC 9(06).
               10  RPR-TIPO            PIC X(01).
                   88  RPR-DETALHE     VALUE 'D'.
                   88  RPR-HEADER      VALUE 'H'.
               10  RPR-NUM-1           PIC 9(02).
               10  RPR-NUM-2           PIC 9(02).
               10  RPR-DATA-VALOR      PIC 9(08).
           05  RPR-DATA-RET            PIC 9(08).
           05  RPR-DATA-PROC           PIC 9(08).
           05  RPR-OCORRENCIA          PIC X(02).
           05  RPR-QTDE-DET            PIC 9(06).
           05  RPR-QTDE-RECEB          PIC 9(02).
