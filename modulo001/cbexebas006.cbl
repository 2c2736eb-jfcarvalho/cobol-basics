      *          the step with condition code 8 so bad input dies
      *          here, not halfway through the register; field
      *          discards alone end with condition code 4.
      *          The business day is worked in remittance windows:
      *          the header also carries the time the file was sent
      *          (HHMM, the clock when blank), JANELAS.DAT the day's
      *          cut-off times, and the window this run is - the
      *          first whose cut-off the file beat, never one the
      *          window log JANPROC.DAT already shows balanced - goes
      *          to DATAMOV.DAT with the business date. A file sent
      *          after the last cut-off is marked so there, and its
      *          payments carry over to the next business date.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT JANELAS-ARQ      ASSIGN TO "JANELAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JANELAS.

           SELECT JANPROC-ARQ      ASSIGN TO "JANPROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JNP-CHAVE
               FILE STATUS IS WS-FS-JANPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  JANELAS-ARQ
           RECORDING MODE IS F.
       01  JAN-REG.
           05  JAN-HORA-CORTE        PIC X(04).

       FD  JANPROC-ARQ.
           COPY CPJNP01.

       WORKING-STORAGE SECTION.
       COPY CPDATA01.
       01 WS-REGISTRO-ENT                 PIC X(24) VALUE SPACES.
       01 WS-ENT-HEADER REDEFINES WS-REGISTRO-ENT.
           05 FILLER                      PIC X(01).
           05 WS-HDR-DATA                 PIC X(10).
           05 WS-HDR-HORA                 PIC X(04).
           05 FILLER                      PIC X(09).
       01 WS-ENT-TRAILER REDEFINES WS-REGISTRO-ENT.
           05 FILLER                      PIC X(01).
           05 WS-TRL-QTDE                 PIC X(05).
       01 WS-FS-TRANSVAL                  PIC XX VALUE '00'.
       01 WS-FS-RELEDIT                   PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-JANELAS                   PIC XX VALUE '00'.
       01 WS-FS-JANPROC                   PIC XX VALUE '00'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-ENTRADA              VALUE 'S'.

       01 WS-MOTIVO-DESCARTE              PIC X(30) VALUE SPACES.

      * REMITTANCE WINDOWS. JANELAS.DAT HOLDS THE DAY'S CUT-OFF TIMES
      * (HHMM IN COLUMNS 1-4), ONE CARD PER WINDOW IN ASCENDING
      * ORDER: WINDOW 1 TAKES WHAT ARRIVES UP TO THE FIRST CUT-OFF,
      * WINDOW 2 UP TO THE SECOND, AND SO ON. WITHOUT THE FILE THERE
      * ARE NO CUT-OFFS AND EVERY RUN IS SIMPLY THE NEXT WINDOW.
       01 WS-TABELA-JANELAS.
           05 WS-JAN-CORTE OCCURS 9 TIMES PIC 9(04).
       77 WS-QTDE-JANELAS                 PIC 9(02) VALUE 0.
       77 WS-SUB-JAN                      PIC 9(02) VALUE 0.

       01 WS-FIM-JANELAS-FLAG             PIC X VALUE 'N'.
           88 WS-FIM-JANELAS                     VALUE 'S' FALSE 'N'.

       01 WS-FIM-JANPROC-FLAG             PIC X VALUE 'N'.
           88 WS-FIM-JANPROC                     VALUE 'S' FALSE 'N'.

       01 WS-HORA-OK-FLAG                 PIC X VALUE 'N'.
           88 WS-HORA-OK                         VALUE 'S' FALSE 'N'.

       01 WS-HORA-TESTE                   PIC X(04) VALUE SPACES.
       01 WS-HORA-TESTE-R REDEFINES WS-HORA-TESTE.
           05 WS-HORA-TESTE-HH            PIC 9(02).
           05 WS-HORA-TESTE-MI            PIC 9(02).

       01 WS-HORA-CHEGADA                 PIC 9(04) VALUE ZEROS.
       01 WS-JANELA-HORARIO               PIC 9(02) VALUE ZEROS.
       01 WS-ULT-JANELA-BATIDA            PIC 9(02) VALUE ZEROS.
       01 WS-JANELA                       PIC 9(02) VALUE ZEROS.
       01 WS-HORA-CORTE                   PIC 9(04) VALUE ZEROS.
       01 WS-POS-CORTE                    PIC X(01) VALUE 'N'.
           88 WS-APOS-ULTIMO-CORTE               VALUE 'S'.

       01 WS-QTDE-DETALHES                PIC 9(05) VALUE 0.
       01 WS-QTDE-ACEITOS                 PIC 9(05) VALUE 0.
       01 WS-QTDE-DESCARTADOS             PIC 9(05) VALUE 0.
           SET WS-HEADER-OK TO TRUE.
           DISPLAY 'ARQUIVO DE TRANSACOES DE ' WS-HDR-DATA.

           PERFORM P110-OBTEM-HORA-CHEGADA.
           PERFORM P120-CARREGA-JANELAS.

      * THE VALIDATED HEADER DATE IS THE BATCH'S BUSINESS DATE: IT IS
      * HANDED DOWN TO THE REGISTER AND REMITTANCE STEPS THROUGH
      * DATAMOV.DAT (AS AAAAMMDD) SO EVERY STAMP OF THIS RUN LANDS
           MOVE WS-DATA-AA TO DMOV-DATA-MOV (1:4).
           MOVE WS-DATA-MM TO DMOV-DATA-MOV (5:2).
           MOVE WS-DATA-DD TO DMOV-DATA-MOV (7:2).

           PERFORM P130-ULTIMA-JANELA-BATIDA.
           PERFORM P140-DETERMINA-JANELA.
           WRITE DMOV-REG.

      ******************************************************************
      * THE SENDER PUTS THE TIME THE FILE WAS CUT IN COLUMNS 12-15 OF
      * THE HEADER, SO A RERUN OF THE SAME FILE LANDS IN THE SAME
      * WINDOW WHATEVER TIME IT IS RUN AT; A BLANK TIME TAKES THE
      * CLOCK. A TIME THAT IS NOT A VALID HHMM IS A HEADER FAULT.
      ******************************************************************
       P110-OBTEM-HORA-CHEGADA.
           IF WS-HDR-HORA = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
               MOVE WS-DATA-HORA-SISTEMA (9:4) TO WS-HORA-CHEGADA
               DISPLAY 'HEADER SEM HORARIO - USANDO O RELOGIO: '
                       WS-HORA-CHEGADA
           ELSE
               MOVE WS-HDR-HORA TO WS-HORA-TESTE
               PERFORM P210-VALIDA-HORA
               IF NOT WS-HORA-OK
                   DISPLAY 'HORARIO DO HEADER INVALIDO: ' WS-HDR-HORA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-HORA-TESTE TO WS-HORA-CHEGADA
           END-IF.

      ******************************************************************
      * THE CUT-OFF CARDS MUST BE VALID TIMES IN STRICTLY ASCENDING
      * ORDER, OR NO FILE COULD BE PLACED IN ITS WINDOW WITH
      * CONFIDENCE: A BAD CARD STOPS THE STEP WITH CONDITION CODE 8.
      ******************************************************************
       P120-CARREGA-JANELAS.
           OPEN INPUT JANELAS-ARQ.
           IF WS-FS-JANELAS NOT = '00'
               DISPLAY 'SEM HORARIOS DE CORTE (JANELAS.DAT) - FS: '
                       WS-FS-JANELAS
           ELSE
               SET WS-FIM-JANELAS TO FALSE
               PERFORM P125-CARREGA-CORTE UNTIL WS-FIM-JANELAS
               CLOSE JANELAS-ARQ
               DISPLAY 'HORARIOS DE CORTE CARREGADOS: '
                       WS-QTDE-JANELAS
           END-IF.

       P125-CARREGA-CORTE.
           READ JANELAS-ARQ
               AT END
                   SET WS-FIM-JANELAS TO TRUE
               NOT AT END
                   IF WS-QTDE-JANELAS >= 9
                       DISPLAY 'TABELA DE JANELAS CHEIA - MAXIMO 9'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE JAN-HORA-CORTE TO WS-HORA-TESTE
                   PERFORM P210-VALIDA-HORA
                   IF NOT WS-HORA-OK
                       DISPLAY 'HORARIO DE CORTE INVALIDO: '
                               JAN-HORA-CORTE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-QTDE-JANELAS > 0
                       IF WS-HORA-TESTE NOT >
                          WS-JAN-CORTE (WS-QTDE-JANELAS)
                           DISPLAY 'HORARIO DE CORTE FORA DE ORDEM: '
                                   JAN-HORA-CORTE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   ADD 1 TO WS-QTDE-JANELAS
                   MOVE WS-HORA-TESTE TO WS-JAN-CORTE (WS-QTDE-JANELAS)
           END-READ.

      ******************************************************************
      * THE HIGHEST WINDOW OF THE BUSINESS DATE THE PROOF HAS ALREADY
      * BALANCED. A MISSING LOG MEANS NONE HAS BEEN YET.
      ******************************************************************
       P130-ULTIMA-JANELA-BATIDA.
           MOVE ZEROS TO WS-ULT-JANELA-BATIDA.
           OPEN INPUT JANPROC-ARQ.
           IF WS-FS-JANPROC = '00'
               MOVE DMOV-DATA-MOV TO JNP-DATA-MOV
               MOVE ZEROS         TO JNP-JANELA
               SET WS-FIM-JANPROC TO FALSE
               START JANPROC-ARQ KEY IS NOT LESS THAN JNP-CHAVE
                   INVALID KEY
                       SET WS-FIM-JANPROC TO TRUE
               END-START
               PERFORM P135-LE-JANPROC UNTIL WS-FIM-JANPROC
               CLOSE JANPROC-ARQ
           END-IF.

       P135-LE-JANPROC.
           READ JANPROC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-JANPROC TO TRUE
               NOT AT END
                   IF JNP-DATA-MOV NOT = DMOV-DATA-MOV
                       SET WS-FIM-JANPROC TO TRUE
                   ELSE
                       IF JNP-BATIDA
                           MOVE JNP-JANELA TO WS-ULT-JANELA-BATIDA
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * THE FILE'S WINDOW IS THE FIRST WHOSE CUT-OFF IT ARRIVED BY,
      * BUT NEVER ONE ALREADY BALANCED: A SECOND FILE FOR A CLOSED
      * WINDOW GOES IN THE NEXT ONE. PAST THE LAST CUT-OFF THE RUN IS
      * STILL A WINDOW OF ITS OWN (SO IT IS PROVED AND LOGGED LIKE
      * ANY OTHER), BUT MARKED AS AFTER THE CUT-OFF.
      ******************************************************************
       P140-DETERMINA-JANELA.
           MOVE ZEROS TO WS-JANELA-HORARIO.
           PERFORM P145-TESTA-CORTE
               VARYING WS-SUB-JAN FROM 1 BY 1
               UNTIL WS-SUB-JAN > WS-QTDE-JANELAS
                  OR WS-JANELA-HORARIO > ZEROS.
           IF WS-JANELA-HORARIO = ZEROS
               ADD 1 WS-QTDE-JANELAS GIVING WS-JANELA-HORARIO
           END-IF.

           IF WS-ULT-JANELA-BATIDA >= 99
               DISPLAY 'TODAS AS JANELAS DE ' DMOV-DATA-MOV
                       ' JA FORAM FECHADAS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-JANELA-HORARIO > WS-ULT-JANELA-BATIDA
               MOVE WS-JANELA-HORARIO TO WS-JANELA
           ELSE
               ADD 1 WS-ULT-JANELA-BATIDA GIVING WS-JANELA
           END-IF.

           IF WS-JANELA > WS-QTDE-JANELAS
               MOVE ZEROS TO WS-HORA-CORTE
               IF WS-QTDE-JANELAS > 0
                   SET WS-APOS-ULTIMO-CORTE TO TRUE
               END-IF
           ELSE
               MOVE WS-JAN-CORTE (WS-JANELA) TO WS-HORA-CORTE
           END-IF.

           MOVE WS-JANELA       TO DMOV-JANELA.
           MOVE WS-HORA-CHEGADA TO DMOV-HORA-CHEGADA.
           MOVE WS-HORA-CORTE   TO DMOV-HORA-CORTE.
           MOVE WS-POS-CORTE    TO DMOV-POS-CORTE.

           DISPLAY 'CHEGADA ' WS-HORA-CHEGADA ' - JANELA ' WS-JANELA
                   ' (CORTE ' WS-HORA-CORTE ')'.
           IF WS-APOS-ULTIMO-CORTE
               DISPLAY 'ARQUIVO APOS O ULTIMO CORTE DO DIA - '
                       'PAGAMENTOS PASSAM AO PROXIMO DIA UTIL'
           END-IF.

       P145-TESTA-CORTE.
           IF WS-HORA-CHEGADA NOT > WS-JAN-CORTE (WS-SUB-JAN)
               MOVE WS-SUB-JAN TO WS-JANELA-HORARIO
           END-IF.

       P150-TRATA-REGISTRO.
           IF WS-TRAILER-OK
               DISPLAY 'REGISTRO APOS O TRAILER: ' WS-REGISTRO-ENT
               END-IF
           END-IF.

       P210-VALIDA-HORA.
           SET WS-HORA-OK TO FALSE.
           IF WS-HORA-TESTE NUMERIC
               IF WS-HORA-TESTE-HH <= 23
                  AND WS-HORA-TESTE-MI <= 59
                   SET WS-HORA-OK TO TRUE
               END-IF
           END-IF.

       P250-GUARDA-TRAILER.
           IF WS-TRL-QTDE NOT NUMERIC
               DISPLAY 'CONTAGEM DO TRAILER NAO NUMERICA: '
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' JANELA: ' WS-JANELA
                  '  CHEGADA: ' WS-HORA-CHEGADA
                  '  CORTE: ' WS-HORA-CORTE
                  '  APOS O ULTIMO CORTE: ' WS-POS-CORTE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DETALHES: ' WS-QTDE-DETALHES
                  '  ACEITOS: ' WS-QTDE-ACEITOS
                  '  DESCARTADOS: ' WS-QTDE-DESCARTADOS
