      * exists after the next day's run overwrites REMESSA.DAT. The
      * retransmission utility (CBEXEBAS014) reads it back to rebuild
      * a byte-identical copy of any sequence the bank asks for.
      * The remittance record grew from 40 to 60 bytes when details
      * began carrying the destination account; archive records
      * written before read back with the extra bytes blank.
      ******************************************************************
       01  RARQ-REG.
           05  RARQ-SEQUENCIA        PIC 9(06).
           05  RARQ-CONTEUDO         PIC X(60).
