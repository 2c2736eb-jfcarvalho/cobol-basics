      *          history master (occurrence 00 marks the payment
      *          settled, anything else marks it bounced), writes the
      *          bounced payments to DEVOLVIDOS.DAT for the back
      *          office to work and the settled ones to
      *          LIQUIDADOS.DAT for the general-ledger interface
      *          (CBEXEBAS024), and prints the settlement report
      *          RELRET.TXT. Every bounce also opens (or, for a
      *          re-presented payment that bounced again, reopens)
      *          its case on the bounced-payment case master
      *          DEVCASOS.DAT, and a settlement of a re-presented
      *          payment closes its case. Every detail answered and
      *          every return file that balanced are logged to
      *          RETPROC.DAT under the remittance sequence they answer,
      *          for the remittance-to-return reconciliation; a return
      *          for a sequence already processed is warned about and
      *          counted as received again, and its details already
      *          answered on the first receipt are posted again but
      *          not listed again in DEVOLVIDOS/LIQUIDADOS, so no
      *          outcome reaches the ledger twice. Structural faults
      *          in the return file (no header, no trailer, count or
      *          hash mismatch) end the step with condition code 8; a
      *          day without a return file empties DEVOLVIDOS/
      *          LIQUIDADOS and ends with condition code 4 so the job
      *          can go on.
      * Tectonics: cobc
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLVIDOS.

           SELECT LIQUIDADOS-ARQ   ASSIGN TO "LIQUIDADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQUIDADOS.

           SELECT RELRET-ARQ       ASSIGN TO "RELRET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELRET.
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT DEVCASOS-ARQ     ASSIGN TO "DEVCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DVC-CHAVE
               FILE STATUS IS WS-FS-DEVCASOS.

           SELECT RETPROC-ARQ      ASSIGN TO "RETPROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPR-CHAVE
               FILE STATUS IS WS-FS-RETPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-ARQ

       FD  DEVOLVIDOS-ARQ
           RECORDING MODE IS F.
           COPY CPDEV01.

       FD  LIQUIDADOS-ARQ
           RECORDING MODE IS F.
           COPY CPDEV01 REPLACING LEADING ==DEV== BY ==LIQ==.

       FD  RELRET-ARQ
           RECORDING MODE IS F.
       FD  HISTORICO-ARQ.
           COPY CPHIST01.

       FD  DEVCASOS-ARQ.
           COPY CPDVC01.

       FD  RETPROC-ARQ.
           COPY CPRPR01.

       WORKING-STORAGE SECTION.
       01 WS-REGISTRO-RET                 PIC X(40) VALUE SPACES.
       01 WS-RET-R REDEFINES WS-REGISTRO-RET.

       01 WS-FS-RETORNO                   PIC XX VALUE '00'.
       01 WS-FS-DEVOLVIDOS                PIC XX VALUE '00'.
       01 WS-FS-LIQUIDADOS                PIC XX VALUE '00'.
       01 WS-FS-RELRET                    PIC XX VALUE '00'.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-DEVCASOS                  PIC XX VALUE '00'.
       01 WS-FS-RETPROC                   PIC XX VALUE '00'.

       01 WS-DEVCASOS-OK-FLAG             PIC X  VALUE 'N'.
           88 WS-DEVCASOS-DISPONIVEL             VALUE 'S' FALSE 'N'.

       01 WS-RETPROC-OK-FLAG              PIC X  VALUE 'N'.
           88 WS-RETPROC-DISPONIVEL              VALUE 'S' FALSE 'N'.

       01 WS-RET-REPETIDO-FLAG            PIC X  VALUE 'N'.
           88 WS-RETORNO-REPETIDO                VALUE 'S' FALSE 'N'.

       01 WS-DET-REPETIDO-FLAG            PIC X  VALUE 'N'.
           88 WS-DETALHE-REPETIDO                VALUE 'S' FALSE 'N'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-PROCESSAMENTO           PIC 9(08) VALUE ZEROS.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-RETORNO              VALUE 'S'.
       01 WS-TOT-LIQUIDADOS               PIC 9(06) VALUE 0.
       01 WS-TOT-DEVOLVIDOS               PIC 9(06) VALUE 0.
       01 WS-TOT-NAO-ENCONTRADOS          PIC 9(06) VALUE 0.
       01 WS-TOT-JA-RESPONDIDOS           PIC 9(06) VALUE 0.
       01 WS-TOT-CASOS-ABERTOS            PIC 9(06) VALUE 0.
       01 WS-TOT-CASOS-REABERTOS          PIC 9(06) VALUE 0.
       01 WS-TOT-CASOS-BAIXADOS           PIC 9(06) VALUE 0.
       01 WS-SOMA-NUM-1                   PIC 9(07) VALUE 0.
       01 WS-SOMA-NUM-2                   PIC 9(07) VALUE 0.
       01 WS-SOMA-VALOR                   PIC 9(11)V99 VALUE 0.
            END-PERFORM.

            PERFORM P300-VALIDA-TRAILER.
            PERFORM P320-REGISTRA-RETORNO.
            PERFORM P350-IMPRIME-RESUMO.

            DISPLAY 'PROCESSAMENTO DO RETORNO BANCARIO - TOTAIS'.
            DISPLAY 'QTDE LIQUIDADOS....: ' WS-TOT-LIQUIDADOS.
            DISPLAY 'QTDE DEVOLVIDOS....: ' WS-TOT-DEVOLVIDOS.
            DISPLAY 'QTDE SEM HISTORICO.: ' WS-TOT-NAO-ENCONTRADOS.
            DISPLAY 'QTDE JA RESPONDIDOS: ' WS-TOT-JA-RESPONDIDOS.
            DISPLAY 'CASOS ABERTOS......: ' WS-TOT-CASOS-ABERTOS.
            DISPLAY 'CASOS REABERTOS....: ' WS-TOT-CASOS-REABERTOS.
            DISPLAY 'CASOS LIQUIDADOS...: ' WS-TOT-CASOS-BAIXADOS.
            IF WS-RETORNO-REPETIDO
                DISPLAY 'ATENCAO: RETORNO DA REMESSA '
                        WS-HDR-SEQUENCIA ' JA HAVIA SIDO PROCESSADO'
            END-IF.

            IF WS-TOT-NAO-ENCONTRADOS > 0
                DISPLAY 'HA DETALHES SEM HISTORICO - VER RELRET.TXT'

            CLOSE RETORNO-ARQ
                  DEVOLVIDOS-ARQ
                  LIQUIDADOS-ARQ
                  RELRET-ARQ
                  HISTORICO-ARQ.
            IF WS-DEVCASOS-DISPONIVEL
                CLOSE DEVCASOS-ARQ
            END-IF.
            IF WS-RETPROC-DISPONIVEL
                CLOSE RETPROC-ARQ
            END-IF.

            STOP RUN.

      * THE BANK MAY SIMPLY HAVE HAD NOTHING TO RETURN -- SO THE STEP
      * ENDS WITH CONDITION CODE 4 AND THE JOB GOES ON. THE HISTORY
      * MASTER, HOWEVER, IS WHAT THE RETURN IS POSTED INTO: WITHOUT
      * IT THERE IS NOTHING TO POST TO AND THE STEP FAILS. ON A DAY
      * WITHOUT A RETURN THE DAY'S BOUNCED AND SETTLED FILES ARE
      * STILL REBUILT, EMPTY, SO NOBODY DOWNSTREAM TAKES THE LAST
      * RETURN'S OUTCOMES FOR TODAY'S.
      ******************************************************************
       P010-ABRE-ARQUIVOS.
           OPEN INPUT RETORNO-ARQ.
           IF WS-FS-RETORNO NOT = '00'
               DISPLAY 'SEM ARQUIVO DE RETORNO DO BANCO - FS: '
                       WS-FS-RETORNO
               OPEN OUTPUT DEVOLVIDOS-ARQ
               IF WS-FS-DEVOLVIDOS = '00'
                   CLOSE DEVOLVIDOS-ARQ
               END-IF
               OPEN OUTPUT LIQUIDADOS-ARQ
               IF WS-FS-LIQUIDADOS = '00'
                   CLOSE LIQUIDADOS-ARQ
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.

           OPEN OUTPUT LIQUIDADOS-ARQ.
           IF WS-FS-LIQUIDADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR LIQUIDADOS.DAT - FS: '
                       WS-FS-LIQUIDADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELRET-ARQ.
           IF WS-FS-RELRET NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELRET.TXT - FS: '
               STOP RUN
           END-IF.

      * THE CASE MASTER IS PERSISTENT LIKE THE HISTORY MASTER AND IS
      * CREATED EMPTY ON THE FIRST-EVER RUN. IT IS NOT WHAT THE
      * RETURN IS POSTED INTO, SO A MASTER THAT CANNOT BE OPENED
      * ONLY COSTS THE CASE BOOKKEEPING - DEVOLVIDOS.DAT AND THE
      * HISTORY MASTER STILL GET EVERY BOUNCE.
           OPEN I-O DEVCASOS-ARQ.
           IF WS-FS-DEVCASOS = '35'
               OPEN OUTPUT DEVCASOS-ARQ
               CLOSE DEVCASOS-ARQ
               OPEN I-O DEVCASOS-ARQ
           END-IF.
           IF WS-FS-DEVCASOS = '00'
               SET WS-DEVCASOS-DISPONIVEL TO TRUE
           ELSE
               SET WS-DEVCASOS-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE CASOS DE DEVOLUCAO NAO DISPONIVEL'
                       ' - FS: ' WS-FS-DEVCASOS
               DISPLAY 'DEVOLUCOES DESTE RETORNO NAO VIRAM CASOS'
           END-IF.

      * THE PROCESSED-RETURN LOG GETS THE SAME TREATMENT: WITHOUT IT
      * THE RETURN IS STILL POSTED, BUT THIS FILE WILL SHOW AS NEVER
      * RETURNED ON THE NEXT RECONCILIATION.
           OPEN I-O RETPROC-ARQ.
           IF WS-FS-RETPROC = '35'
               OPEN OUTPUT RETPROC-ARQ
               CLOSE RETPROC-ARQ
               OPEN I-O RETPROC-ARQ
           END-IF.
           IF WS-FS-RETPROC = '00'
               SET WS-RETPROC-DISPONIVEL TO TRUE
           ELSE
               SET WS-RETPROC-DISPONIVEL TO FALSE
               DISPLAY 'LOG DE RETORNOS PROCESSADOS NAO DISPONIVEL - '
                       'FS: ' WS-FS-RETPROC
               DISPLAY 'ESTE RETORNO NAO SERA REGISTRADO PARA A '
                       'CONCILIACAO'
           END-IF.

           MOVE FUNCTION CURRENT-DATE      TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA (1:8) TO WS-DATA-PROCESSAMENTO.

       P050-IMPRIME-CABECALHO.
           MOVE ' RELATORIO DE LIQUIDACAO DO RETORNO BANCARIO'
                                                TO REL-LINHA.
           DISPLAY 'RETORNO DA REMESSA ' WS-HDR-SEQUENCIA
                   ' DE ' WS-HDR-DATA-RET.

      * A SEQUENCE ALREADY ON THE LOG MEANS THIS RETURN (OR ANOTHER
      * ONE FOR THE SAME REMITTANCE) WAS PROCESSED BEFORE. IT IS
      * STILL POSTED - THE POSTINGS ARE REPEATABLE - BUT THE RECEIPT
      * IS COUNTED SO THE RECONCILIATION SHOWS IT.
           SET WS-RETORNO-REPETIDO TO FALSE.
           IF WS-RETPROC-DISPONIVEL
               PERFORM P110-MONTA-CHAVE-HEADER
               READ RETPROC-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RETORNO-REPETIDO TO TRUE
                       DISPLAY 'ATENCAO: REMESSA ' WS-HDR-SEQUENCIA
                               ' JA TEVE RETORNO PROCESSADO EM '
                               RPR-DATA-PROC
               END-READ
           END-IF.

       P110-MONTA-CHAVE-HEADER.
           MOVE WS-HDR-SEQUENCIA         TO RPR-SEQUENCIA.
           SET RPR-HEADER                TO TRUE.
           MOVE ZEROS                    TO RPR-NUM-1.
           MOVE ZEROS                    TO RPR-NUM-2.
           MOVE ZEROS                    TO RPR-DATA-VALOR.

       P150-TRATA-REGISTRO.
           IF WS-TRAILER-OK
               DISPLAY 'REGISTRO APOS O TRAILER: ' WS-REGISTRO-RET
           MOVE '/'                      TO WS-DATA-HIST (6:1).
           MOVE WS-DET-DATA-VALOR (1:4)  TO WS-DATA-HIST (7:4).

           PERFORM P190-VERIFICA-RESPONDIDO.

           MOVE WS-DET-NUM-1             TO HIST-NUM-1.
           MOVE WS-DET-NUM-2             TO HIST-NUM-2.
           MOVE WS-DATA-HIST             TO HIST-DATA.
                   PERFORM P200-POSTA-HISTORICO
           END-READ.

           PERFORM P260-REGISTRA-RESPOSTA.

      ******************************************************************
      * ON A RETURN ALREADY RECEIVED BEFORE, A DETAIL THE LOG SHOWS
      * AS ANSWERED ON THAT FIRST RECEIPT WAS ALREADY LISTED IN THAT
      * DAY'S DEVOLVIDOS/LIQUIDADOS (AND BOOKED FROM THEM); IT IS
      * POSTED TO THE HISTORY AGAIN BUT NOT LISTED AGAIN.
      ******************************************************************
       P190-VERIFICA-RESPONDIDO.
           SET WS-DETALHE-REPETIDO TO FALSE.
           IF WS-RETORNO-REPETIDO AND WS-RETPROC-DISPONIVEL
               MOVE WS-HDR-SEQUENCIA     TO RPR-SEQUENCIA
               SET RPR-DETALHE           TO TRUE
               MOVE WS-DET-NUM-1         TO RPR-NUM-1
               MOVE WS-DET-NUM-2         TO RPR-NUM-2
               MOVE WS-DET-DATA-VALOR    TO RPR-DATA-VALOR
               READ RETPROC-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-DETALHE-REPETIDO TO TRUE
                       ADD 1 TO WS-TOT-JA-RESPONDIDOS
               END-READ
           END-IF.

       P200-POSTA-HISTORICO.
           IF WS-DET-LIQUIDADO
               SET HIST-LIQUIDADO TO TRUE
               ADD 1 TO WS-TOT-LIQUIDADOS
               MOVE 'LIQUIDADO'          TO WS-LIN-SITUACAO
               IF NOT WS-DETALHE-REPETIDO
                   MOVE WS-DET-NUM-1      TO LIQ-NUM-1
                   MOVE WS-DET-NUM-2      TO LIQ-NUM-2
                   MOVE WS-DATA-HIST      TO LIQ-DATA
                   MOVE WS-DET-VALOR      TO LIQ-VALOR
                   MOVE WS-DET-OCORRENCIA TO LIQ-OCORRENCIA
                   WRITE LIQ-REG
               END-IF
               PERFORM P240-BAIXA-CASO
           ELSE
               SET HIST-DEVOLVIDO TO TRUE
               ADD 1 TO WS-TOT-DEVOLVIDOS
               MOVE 'DEVOLVIDO PELO BANCO'
                                         TO WS-LIN-SITUACAO
               IF NOT WS-DETALHE-REPETIDO
                   MOVE WS-DET-NUM-1      TO DEV-NUM-1
                   MOVE WS-DET-NUM-2      TO DEV-NUM-2
                   MOVE WS-DATA-HIST      TO DEV-DATA
                   MOVE WS-DET-VALOR      TO DEV-VALOR
                   MOVE WS-DET-OCORRENCIA TO DEV-OCORRENCIA
                   WRITE DEV-REG
               END-IF
               PERFORM P230-ABRE-CASO
           END-IF.

           MOVE WS-HDR-DATA-RET          TO HIST-DATA-RETORNO.
           MOVE WS-LINHA-DETALHE         TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * A BOUNCE OPENS ITS CASE FOR THE BACK OFFICE. A CASE ALREADY
      * ON THE MASTER IS A RE-PRESENTED PAYMENT THAT BOUNCED AGAIN:
      * IT IS REOPENED WITH THE NEW OCCURRENCE AND ITS BOUNCE COUNT
      * GOES UP. THE SAME RETURN FILE PROCESSED TWICE FINDS THE
      * CASE ALREADY CARRYING THIS RETURN'S DATE AND OCCURRENCE AND
      * LEAVES IT ALONE, WHATEVER THE BACK OFFICE DECIDED MEANWHILE.
      ******************************************************************
       P230-ABRE-CASO.
           IF WS-DEVCASOS-DISPONIVEL
               MOVE WS-DET-NUM-1         TO DVC-NUM-1
               MOVE WS-DET-NUM-2         TO DVC-NUM-2
               MOVE WS-DATA-HIST         TO DVC-DATA
               READ DEVCASOS-ARQ
                   INVALID KEY
                       PERFORM P232-GRAVA-CASO-NOVO
                   NOT INVALID KEY
                       PERFORM P234-REABRE-CASO
               END-READ
           END-IF.

       P232-GRAVA-CASO-NOVO.
           MOVE WS-DET-VALOR             TO DVC-VALOR.
           MOVE WS-DET-OCORRENCIA        TO DVC-OCORRENCIA.
           MOVE WS-HDR-DATA-RET          TO DVC-DATA-DEVOLUCAO.
           MOVE 1                        TO DVC-QTDE-DEVOLUCOES.
           SET DVC-ABERTO                TO TRUE.
           MOVE ZEROS                    TO DVC-DATA-DECISAO.
           MOVE SPACES                   TO DVC-OPERADOR.
           MOVE ZEROS                    TO DVC-SEQ-REAPRES.
           MOVE ZEROS                    TO DVC-DATA-REAPRES.
           MOVE ZEROS                    TO DVC-DATA-BAIXA.
           WRITE DVC-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CASO DE DEVOLUCAO - FS: '
                           WS-FS-DEVCASOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-CASOS-ABERTOS
           END-WRITE.

       P234-REABRE-CASO.
           IF DVC-DATA-DEVOLUCAO = WS-HDR-DATA-RET
              AND DVC-OCORRENCIA = WS-DET-OCORRENCIA
               CONTINUE
           ELSE
               MOVE WS-DET-OCORRENCIA    TO DVC-OCORRENCIA
               MOVE WS-HDR-DATA-RET      TO DVC-DATA-DEVOLUCAO
               ADD 1                     TO DVC-QTDE-DEVOLUCOES
               SET DVC-ABERTO            TO TRUE
               MOVE ZEROS                TO DVC-DATA-BAIXA
               REWRITE DVC-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR CASO DE DEVOLUCAO - '
                               'FS: ' WS-FS-DEVCASOS
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-CASOS-REABERTOS
               END-REWRITE
           END-IF.

      * A SETTLEMENT ONLY CLOSES A CASE THAT WAS SENT BACK TO THE
      * BANK: AN OPEN, PARKED OR CANCELLED CASE IS STILL THE BACK
      * OFFICE'S TO DECIDE, WHATEVER A LATE RETURN SAYS.
       P240-BAIXA-CASO.
           IF WS-DEVCASOS-DISPONIVEL
               MOVE WS-DET-NUM-1         TO DVC-NUM-1
               MOVE WS-DET-NUM-2         TO DVC-NUM-2
               MOVE WS-DATA-HIST         TO DVC-DATA
               READ DEVCASOS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DVC-REAPRESENTADO
                           SET DVC-LIQUIDADO    TO TRUE
                           MOVE WS-HDR-DATA-RET TO DVC-DATA-BAIXA
                           REWRITE DVC-REG
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR CASO DE '
                                           'DEVOLUCAO - FS: '
                                           WS-FS-DEVCASOS
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOT-CASOS-BAIXADOS
                                   MOVE 'LIQUIDADO-CASO BAIXADO'
                                             TO WS-LIN-SITUACAO
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       P250-GUARDA-TRAILER.
           IF WS-TRL-QTDE NOT NUMERIC
              OR WS-TRL-SOMA-NUM-1 NOT NUMERIC
           END-IF.
           SET WS-TRAILER-OK TO TRUE.

      ******************************************************************
      * EVERY DETAIL THE BANK ANSWERED IS LOGGED UNDER THE SEQUENCE
      * IT BELONGS TO, WHETHER OR NOT IT MATCHED THE HISTORY. A
      * DETAIL ALREADY LOGGED BY AN EARLIER RECEIPT OF THE SAME
      * RETURN KEEPS ITS FIRST ENTRY.
      ******************************************************************
       P260-REGISTRA-RESPOSTA.
           IF WS-RETPROC-DISPONIVEL
               MOVE WS-HDR-SEQUENCIA     TO RPR-SEQUENCIA
               SET RPR-DETALHE           TO TRUE
               MOVE WS-DET-NUM-1         TO RPR-NUM-1
               MOVE WS-DET-NUM-2         TO RPR-NUM-2
               MOVE WS-DET-DATA-VALOR    TO RPR-DATA-VALOR
               MOVE WS-HDR-DATA-RET      TO RPR-DATA-RET
               MOVE WS-DATA-PROCESSAMENTO
                                         TO RPR-DATA-PROC
               MOVE WS-DET-OCORRENCIA    TO RPR-OCORRENCIA
               MOVE ZEROS                TO RPR-QTDE-DET
               MOVE ZEROS                TO RPR-QTDE-RECEB
               WRITE RPR-REG
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      ******************************************************************
      * THE TRAILER IS THE BANK'S STATEMENT OF WHAT THE FILE HOLDS:
      * DETAIL COUNT AND THE SAME HASH TOTALS THE REMESSA TRAILER
               PERFORM P900-ENCERRA-COM-ERRO
           END-IF.

      ******************************************************************
      * ONLY A RETURN WHOSE TRAILER BALANCED IS LOGGED AS RECEIVED: A
      * TRUNCATED FILE THAT FAILED THE STEP LEAVES ITS SEQUENCE STILL
      * WAITING FOR THE BANK'S RESEND.
      ******************************************************************
       P320-REGISTRA-RETORNO.
           IF WS-RETPROC-DISPONIVEL
               PERFORM P110-MONTA-CHAVE-HEADER
               IF WS-RETORNO-REPETIDO
                   READ RETPROC-ARQ
                       INVALID KEY
                           DISPLAY 'ERRO AO LER LOG DE RETORNOS - FS: '
                                   WS-FS-RETPROC
                       NOT INVALID KEY
                           ADD 1 TO RPR-QTDE-RECEB
                           REWRITE RPR-REG
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR LOG DE '
                                           'RETORNOS - FS: '
                                           WS-FS-RETPROC
                           END-REWRITE
                   END-READ
               ELSE
                   MOVE WS-HDR-DATA-RET      TO RPR-DATA-RET
                   MOVE WS-DATA-PROCESSAMENTO
                                             TO RPR-DATA-PROC
                   MOVE SPACES               TO RPR-OCORRENCIA
                   MOVE WS-TOT-DETALHES      TO RPR-QTDE-DET
                   MOVE 1                    TO RPR-QTDE-RECEB
                   WRITE RPR-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR LOG DE RETORNOS - '
                                   'FS: ' WS-FS-RETPROC
                   END-WRITE
               END-IF
           END-IF.

       P350-IMPRIME-RESUMO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
                  '  SEM HISTORICO: ' WS-TOT-NAO-ENCONTRADOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-TOT-JA-RESPONDIDOS > 0
               MOVE SPACES TO REL-LINHA
               STRING ' JA RESPONDIDOS NO RECEBIMENTO ANTERIOR (NAO '
                      'RELISTADOS): ' WS-TOT-JA-RESPONDIDOS
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING ' CASOS DE DEVOLUCAO - ABERTOS: '
                  WS-TOT-CASOS-ABERTOS
                  '  REABERTOS: ' WS-TOT-CASOS-REABERTOS
                  '  BAIXADOS: '  WS-TOT-CASOS-BAIXADOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       P900-ENCERRA-COM-ERRO.
           CLOSE RETORNO-ARQ
                 DEVOLVIDOS-ARQ
                 LIQUIDADOS-ARQ
                 RELRET-ARQ
                 HISTORICO-ARQ.
           IF WS-DEVCASOS-DISPONIVEL
               CLOSE DEVCASOS-ARQ
           END-IF.
           IF WS-RETPROC-DISPONIVEL
               CLOSE RETPROC-ARQ
           END-IF.
           STOP RUN.

       END PROGRAM CBEXEBAS008.
