      *          copied to the dated archive file HISTARQ.<cutoff>
      *          and deleted from the live master, and RELARQ.TXT
      *          reports what moved, counted by confirmation month.
      *          Each cutoff used is recorded once in the archive
      *          catalogue HISTARQ.LST, from which the beneficiary
      *          statement (CBEXEBAS022) finds the generations to read.
      *          In function C (inquiry) the operator names an
      *          archive by its cutoff date and an optional payment
      *          pair, and the matching archived records are listed,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELARQ.

           SELECT CATALOGO-ARQ     ASSIGN TO "HISTARQ.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-ARQ.
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       FD  CATALOGO-ARQ
           RECORDING MODE IS F.
           COPY CPHLST01.

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-ARQUIVO                   PIC XX VALUE '00'.
       01 WS-FS-RELARQ                    PIC XX VALUE '00'.
       01 WS-FS-CATALOGO                  PIC XX VALUE '00'.

       01 WS-CATALOGADO-FLAG              PIC X VALUE 'N'.
           88 WS-CATALOGADO                      VALUE 'S' FALSE 'N'.

      * THE ARCHIVE FILE IS DATED BY THE CUTOFF THAT BUILT IT, SO
      * EVERY RETENTION RUN LEAVES ITS OWN FILE AND AN INQUIRY NAMES
               STOP RUN
           END-IF.

           PERFORM P120-REGISTRA-CATALOGO.

           SET WS-FIM-ARQ TO FALSE.
           PERFORM P150-TRATA-REGISTRO UNTIL WS-FIM-ARQ.

                 ARQUIVO-ARQ
                 RELARQ-ARQ.

      ******************************************************************
      * THE CUTOFF JOINS THE ARCHIVE CATALOGUE THE FIRST TIME IT IS
      * USED; A RERUN WITH THE SAME CUTOFF FINDS IT ALREADY THERE.
      * THE CATALOGUE IS CREATED ON THE FIRST-EVER ARCHIVE RUN.
      ******************************************************************
       P120-REGISTRA-CATALOGO.
           SET WS-CATALOGADO TO FALSE.
           OPEN INPUT CATALOGO-ARQ.
           IF WS-FS-CATALOGO = '00'
               SET WS-FIM-ARQ TO FALSE
               PERFORM P125-PROCURA-CATALOGO
                   UNTIL WS-FIM-ARQ OR WS-CATALOGADO
               CLOSE CATALOGO-ARQ
           END-IF.

           IF NOT WS-CATALOGADO
               OPEN EXTEND CATALOGO-ARQ
               IF WS-FS-CATALOGO = '35'
                   OPEN OUTPUT CATALOGO-ARQ
               END-IF
               IF WS-FS-CATALOGO NOT = '00'
                   DISPLAY 'ERRO AO ABRIR HISTARQ.LST - FS: '
                           WS-FS-CATALOGO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATA-CORTE TO LST-DATA-CORTE
               WRITE LST-REG
               CLOSE CATALOGO-ARQ
           END-IF.

       P125-PROCURA-CATALOGO.
           READ CATALOGO-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF LST-DATA-CORTE = WS-DATA-CORTE
                       SET WS-CATALOGADO TO TRUE
                   END-IF
           END-READ.

       P150-TRATA-REGISTRO.
           READ HISTORICO-ARQ NEXT RECORD
               AT END
