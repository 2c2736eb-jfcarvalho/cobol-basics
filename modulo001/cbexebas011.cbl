      *          post-review images, so a rerun applies those images
      *          instead of re-adding the deltas - the totals update
      *          is idempotent however often it is replayed. A clean
      *          end empties the journal. Each item shows why it was
      *          held; one held as an amount anomaly is shown
      *          against its beneficiary's payment profile
      *          (PERFIL.DAT), and every approval is added to that
      *          profile.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RJP-CHAVE
               FILE STATUS IS WS-FS-REJPEND.

           SELECT PERFIL-ARQ       ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WS-FS-PERFIL.

           SELECT OPERADORES-ARQ   ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
       FILE SECTION.
       FD  PENDENTES-ARQ
           RECORDING MODE IS F.
           COPY CPPND01.

       FD  CONFIRMADOS-ARQ
           RECORDING MODE IS F.
           05  CKP-VALOR             PIC 9(07)V99.
       01  CKP-MARCA-REG.
           05  FILLER                PIC X(01).
           05  CKP-MARCA-TOT         PIC X(109).
           05  CKP-MARCA-TOTH-ACHOU  PIC X(01).
           05  CKP-MARCA-TOTH        PIC X(45).

       FD  REJPEND-ARQ.
           COPY CPRJP01.

       FD  PERFIL-ARQ.
           COPY CPPERF01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           COPY CPOPR01.
       01 WS-FS-REJPEND                   PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.
       01 WS-FS-CHECKPOINT                PIC XX VALUE '00'.
       01 WS-FS-PERFIL                    PIC XX VALUE '00'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-PENDENTES            VALUE 'S'.
       01 WS-DUPLICADO-FLAG               PIC X  VALUE 'N'.
           88 WS-PAGTO-DUPLICADO                 VALUE 'S' FALSE 'N'.

       01 WS-PERFIL-OK-FLAG               PIC X  VALUE 'N'.
           88 WS-PERFIL-DISPONIVEL               VALUE 'S' FALSE 'N'.

       01 WS-PERFIL-NOVO-FLAG             PIC X  VALUE 'N'.
           88 WS-PERFIL-NOVO                     VALUE 'S' FALSE 'N'.

       01 WS-DATA-PAGTO-PRF               PIC 9(08) VALUE ZEROS.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

       01 WS-MOTIVO-REJ-DESC              PIC X(30) VALUE SPACES.

       01 WS-VALOR-ED                     PIC Z(6)9.99.
       01 WS-MEDIA-ED                     PIC Z(6)9.99.
       01 WS-MAIOR-ED                     PIC Z(6)9.99.

      * TOTAIS.DAT HOLDS A SINGLE RECORD; IT IS READ AND PARKED IN
      * WTO-REG, THE REVIEW'S FIGURES ARE FOLDED IN, AND THE FILE IS
            IF WS-REJPEND-DISPONIVEL
                CLOSE REJPEND-ARQ
            END-IF.
            IF WS-PERFIL-DISPONIVEL
                CLOSE PERFIL-ARQ
            END-IF.

            STOP RUN.

                       WS-FS-REJPEND
           END-IF.

      * THE PAYMENT PROFILES ARE SHOWN FOR A PAYMENT HELD AS AN
      * AMOUNT ANOMALY AND TAKE EVERY APPROVAL IN. WITHOUT THEM THE
      * REVIEW STILL RUNS; THE NEXT REBUILD (CBEXEBAS023) CATCHES
      * THE PROFILES UP FROM THE HISTORY MASTER.
           OPEN I-O PERFIL-ARQ.
           IF WS-FS-PERFIL = '35'
               OPEN OUTPUT PERFIL-ARQ
               CLOSE PERFIL-ARQ
               OPEN I-O PERFIL-ARQ
           END-IF.
           IF WS-FS-PERFIL = '00'
               SET WS-PERFIL-DISPONIVEL TO TRUE
           ELSE
               SET WS-PERFIL-DISPONIVEL TO FALSE
               DISPLAY 'PERFIL DE PAGAMENTOS NAO DISPONIVEL - FS: '
                       WS-FS-PERFIL
           END-IF.

      * THE DAY'S TOTAIS.DAT IS PARKED NOW AND REBUILT AT END OF RUN
      * WITH THE REVIEW'S FIGURES FOLDED IN. WITHOUT IT THE REVIEW
      * CANNOT KEEP THE REMITTANCE RECONCILIATION HONEST, SO IT IS
           IF WS-DEC-ACHOU
               ADD 1 TO WS-TOT-PULADOS
               DISPLAY 'PAGAMENTO '
                       PND-NUM-1 '/'
                       PND-NUM-2
                       ' JA DECIDIDO ANTES DO REINICIO - PULADO'
           ELSE
               SET WS-RESOLVIDO TO FALSE
               MOVE PND-VALOR             TO WS-VALOR-ED
               DISPLAY ' '
               DISPLAY 'PAGAMENTO PENDENTE '
                       PND-NUM-1 '/'
                       PND-NUM-2
                       ' DATA: ' PND-DATA
                       ' VALOR: ' WS-VALOR-ED
               DISPLAY '    MOTIVO: ' PND-MOTIVO-COD ' '
                       PND-MOTIVO-DESC
               IF PND-MOT-ANOMALIA
                   PERFORM P105-MOSTRA-PERFIL
               END-IF
               PERFORM P110-PROCESSA-OPCAO UNTIL WS-RESOLVIDO
           END-IF.

      * AN AMOUNT ANOMALY IS SHOWN AGAINST THE PROFILE IT BROKE, SO
      * THE SUPERVISOR CAN SEE HOW FAR OUT OF LINE THE AMOUNT IS.
       P105-MOSTRA-PERFIL.
           IF WS-PERFIL-DISPONIVEL
               MOVE PND-NUM-1 TO PRF-NUM-1
               MOVE PND-NUM-2 TO PRF-NUM-2
               READ PERFIL-ARQ
                   INVALID KEY
                       DISPLAY '    SEM PAGAMENTOS ANTERIORES PARA O '
                               'BENEFICIARIO'
                   NOT INVALID KEY
                       MOVE PRF-MEDIA-VALOR TO WS-MEDIA-ED
                       MOVE PRF-MAIOR-VALOR TO WS-MAIOR-ED
                       DISPLAY '    PERFIL: ' PRF-QTDE-PAGTOS
                               ' PAGTOS  MEDIA: ' WS-MEDIA-ED
                               '  MAIOR: ' WS-MAIOR-ED
                               '  ULTIMO: ' PRF-DATA-ULT-PAGTO
               END-READ
           END-IF.

       P030-PROCURA-DECIDIDO.
           SET WS-DEC-ACHOU TO FALSE.
           PERFORM P031-COMPARA-DECIDIDO
                  OR WS-DEC-ACHOU.

       P031-COMPARA-DECIDIDO.
           IF WS-DEC-NUM-1 (WS-SUB-DEC) = PND-NUM-1
              AND WS-DEC-NUM-2 (WS-SUB-DEC) = PND-NUM-2
              AND WS-DEC-DATA (WS-SUB-DEC) = PND-DATA
               SET WS-DEC-ACHOU TO TRUE
           END-IF.

           ELSE
               MOVE 'A' TO WS-DECISAO
               ADD 1 TO WS-TOT-APROV
               ADD PND-NUM-1             TO WS-SOMA-APROV-NUM-1
               ADD PND-NUM-2             TO WS-SOMA-APROV-NUM-2
               ADD PND-VALOR             TO WS-SOMA-APROV-VALOR
               MOVE PND-TRANSACAO TO CONF-REG
               MOVE 'S'     TO TRAN-PAGTO OF CONF-REG
               WRITE CONF-REG
               PERFORM P220-GRAVA-HISTORICO
       P210-VERIFICA-DUPLICIDADE.
           SET WS-PAGTO-DUPLICADO TO FALSE.
           IF WS-HISTORICO-DISPONIVEL
               MOVE PND-NUM-1             TO HIST-NUM-1
               MOVE PND-NUM-2             TO HIST-NUM-2
               MOVE PND-DATA              TO HIST-DATA
               READ HISTORICO-ARQ
                   INVALID KEY
                       CONTINUE

       P220-GRAVA-HISTORICO.
           IF WS-HISTORICO-DISPONIVEL
               MOVE PND-NUM-1             TO HIST-NUM-1
               MOVE PND-NUM-2             TO HIST-NUM-2
               MOVE PND-DATA              TO HIST-DATA
               MOVE WS-DATA-MOVIMENTO     TO HIST-DATA-CONF
               SET HIST-SEM-RETORNO       TO TRUE
               MOVE ZEROS                 TO HIST-DATA-RETORNO
               MOVE SPACES                TO HIST-OCORRENCIA
               MOVE PND-VALOR             TO HIST-VALOR
               MOVE ZEROS                 TO HIST-SEQ-REMESSA
               WRITE HIST-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR HISTORICO - FS: '
                               WS-FS-HISTORICO
                   NOT INVALID KEY
                       PERFORM P230-ATUALIZA-PERFIL
               END-WRITE
           END-IF.

      * THE APPROVED PAYMENT JOINS ITS PAIR'S PROFILE THE SAME WAY
      * THE REGISTER ADDS ITS OWN CONFIRMATIONS.
       P230-ATUALIZA-PERFIL.
           IF WS-PERFIL-DISPONIVEL
               MOVE HIST-NUM-1         TO PRF-NUM-1
               MOVE HIST-NUM-2         TO PRF-NUM-2
               SET WS-PERFIL-NOVO      TO FALSE
               READ PERFIL-ARQ
                   INVALID KEY
                       SET WS-PERFIL-NOVO TO TRUE
                       MOVE ZEROS TO PRF-QTDE-PAGTOS PRF-SOMA-VALOR
                                     PRF-MEDIA-VALOR PRF-MAIOR-VALOR
                                     PRF-DATA-ULT-PAGTO
               END-READ
               MOVE HIST-DATA (7:4)    TO WS-DATA-PAGTO-PRF (1:4)
               MOVE HIST-DATA (4:2)    TO WS-DATA-PAGTO-PRF (5:2)
               MOVE HIST-DATA (1:2)    TO WS-DATA-PAGTO-PRF (7:2)
               ADD 1                   TO PRF-QTDE-PAGTOS
               ADD HIST-VALOR          TO PRF-SOMA-VALOR
               COMPUTE PRF-MEDIA-VALOR ROUNDED =
                       PRF-SOMA-VALOR / PRF-QTDE-PAGTOS
               IF HIST-VALOR > PRF-MAIOR-VALOR
                   MOVE HIST-VALOR     TO PRF-MAIOR-VALOR
               END-IF
               IF WS-DATA-PAGTO-PRF > PRF-DATA-ULT-PAGTO
                   MOVE WS-DATA-PAGTO-PRF TO PRF-DATA-ULT-PAGTO
               END-IF
               MOVE WS-DATA-MOVIMENTO  TO PRF-DATA-ATUALIZ
               IF WS-PERFIL-NOVO
                   WRITE PRF-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR PERFIL - FS: '
                                   WS-FS-PERFIL
                   END-WRITE
               ELSE
                   REWRITE PRF-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR PERFIL - FS: '
                                   WS-FS-PERFIL
                   END-REWRITE
               END-IF
           END-IF.

       P300-REPROVA.
           ADD 1 TO WS-TOT-REPROV.
           MOVE PND-NUM-1             TO REJ-NUM-1.
           MOVE PND-NUM-2             TO REJ-NUM-2.
           MOVE PND-DATA              TO REJ-DATA.
           MOVE PND-VALOR             TO REJ-VALOR.
           MOVE 'N'                   TO REJ-PAGTO.
           MOVE WS-MOTIVO-REJ-COD     TO REJ-MOTIVO-COD.
           MOVE WS-MOTIVO-REJ-DESC    TO REJ-MOTIVO-DESC.
      * BACK OFFICE RESUBMITS OR DISCARDS IT.
       P310-ABRE-PENDENCIA.
           IF WS-REJPEND-DISPONIVEL
               MOVE PND-NUM-1             TO RJP-NUM-1
               MOVE PND-NUM-2             TO RJP-NUM-2
               MOVE PND-DATA              TO RJP-DATA
               MOVE PND-VALOR             TO RJP-VALOR
               MOVE WS-MOTIVO-REJ-COD     TO RJP-MOTIVO-COD
               MOVE WS-MOTIVO-REJ-DESC    TO RJP-MOTIVO-DESC
               MOVE WS-DATA-MOVIMENTO     TO RJP-DATA-REJ
           MOVE FUNCTION CURRENT-DATE      TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-MOVIMENTO          TO AUD-DATA-MOV.
           MOVE WS-DATA-HORA-SISTEMA (9:6) TO AUD-HORA-MOV.
           MOVE PND-NUM-1                  TO AUD-NUM-1.
           MOVE PND-NUM-2                  TO AUD-NUM-2.
           MOVE 'P'                        TO AUD-SIT-ANTERIOR.
           MOVE WS-OPERADOR-ID             TO AUD-OPERADOR.
           SET AUD-ORIG-PAGAMENTO          TO TRUE.
           WRITE AUD-REG.

      ******************************************************************
               STOP RUN
           END-IF.
           SET CKP-TIPO-DECISAO       TO TRUE.
           MOVE PND-NUM-1             TO CKP-NUM-1.
           MOVE PND-NUM-2             TO CKP-NUM-2.
           MOVE PND-DATA              TO CKP-DATA.
           MOVE WS-DECISAO            TO CKP-DECISAO.
           MOVE PND-VALOR             TO CKP-VALOR.
           WRITE CKP-REG.
           CLOSE CHECKPOINT-ARQ.

