               RECORD KEY IS RJP-CHAVE
               FILE STATUS IS WS-FS-REJPEND.

      * FUTURE-DATED PAYMENTS ARE FILED HERE, NOT ADJUDICATED, AND
      * COME BACK THROUGH THE DAY'S INPUT ON THEIR VALUE DATE.
           SELECT AGENDA-ARQ       ASSIGN TO "AGENDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-FS-AGENDA.

           SELECT PENDENTES-ARQ    ASSIGN TO "PENDENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENTES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALCADA.

           SELECT PARMCONTA-ARQ    ASSIGN TO "PARMCONTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMCONTA.

      * EACH BENEFICIARY'S PAYMENT PROFILE, AND THE LIMITS A PAYMENT
      * IS SCREENED AGAINST IT WITH; THE PAYMENTS HELD FOR AN
      * UNUSUAL AMOUNT ARE LISTED IN ANOMALIAS.DAT FOR THE PROOF.
           SELECT PERFIL-ARQ       ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WS-FS-PERFIL.

           SELECT PARMANOM-ARQ     ASSIGN TO "PARMANOM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARMANOM.

           SELECT ANOMALIAS-ARQ    ASSIGN TO "ANOMALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOMALIAS.

      * THE PROOF'S LOG OF THE DAY'S REMITTANCE WINDOWS, READ WHEN
      * THE RUN'S FIGURES GO TO THE TOTALS HISTORY.
           SELECT JANPROC-ARQ      ASSIGN TO "JANPROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JNP-CHAVE
               FILE STATUS IS WS-FS-JANPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-ARQ
           05  CKP-SOMA-CONF-VALOR   PIC 9(11)V99.
           05  CKP-TOT-REJ-BEN       PIC 9(05).
           05  CKP-TOT-PEND          PIC 9(05).
           05  CKP-TOT-AGEND         PIC 9(05).
           05  CKP-TOT-ANOM          PIC 9(05).

       FD  APARA-ARQ
           RECORDING MODE IS F.

       FD  PENDENTES-ARQ
           RECORDING MODE IS F.
           COPY CPPND01.

       FD  AGENDA-ARQ.
           COPY CPAGD01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           05  ALC-NUM-2-DE          PIC 9(02).
           05  ALC-NUM-2-ATE         PIC 9(02).

       FD  PARMCONTA-ARQ
           RECORDING MODE IS F.
       01  PCT-REG.
           05  PCT-DIAS-CARENCIA     PIC 9(03).

       FD  PERFIL-ARQ.
           COPY CPPERF01.

       FD  PARMANOM-ARQ
           RECORDING MODE IS F.
       01  PAN-REG.
           05  PAN-MULTIPLO-MEDIA    PIC 9(03)V9.
           05  PAN-VERIFICA-MAXIMO   PIC X(01).
           05  PAN-LIMITE-NOVO       PIC 9(07)V99.

       FD  ANOMALIAS-ARQ
           RECORDING MODE IS F.
           COPY CPANM01.

       FD  JANPROC-ARQ.
           COPY CPJNP01.

       WORKING-STORAGE SECTION.
       COPY CPDATA01.
       COPY CPCTRL01.
      * USES IT; THE WALL CLOCK ONLY SUPPLIES THE AUDIT TIME.
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * THE REMITTANCE WINDOW OF THE BUSINESS DATE THIS RUN IS, ALSO
      * FROM DATAMOV.DAT. A FILE THE EDIT STEP FOUND TO HAVE ARRIVED
      * AFTER THE DAY'S LAST CUT-OFF IS NOT ADJUDICATED TODAY: EVERY
      * PAYMENT IN IT IS FILED IN THE SCHEDULED MASTER FOR THE NEXT
      * BUSINESS DATE (WS-DATA-PROX-UTIL), OR ITS OWN LATER DATE, AND
      * GOES OUT IN THAT DAY'S FIRST WINDOW.
       01 WS-JANELA                       PIC 9(02) VALUE 1.
       01 WS-POS-CORTE                    PIC X(01) VALUE 'N'.
           88 WS-APOS-ULTIMO-CORTE               VALUE 'S'.
       01 WS-DATA-PROX-UTIL               PIC 9(08) VALUE ZEROS.

      * SIGN-ON. THE OPERATOR MASTER IS LOADED ONCE AND THE FIRST
      * CARD OF EVERY RUN IS THE OPERATOR ID; NOTHING ELSE IS ASKED
      * UNTIL IT CHECKS OUT. THE SAME TABLE ANSWERS THE SUPERVISOR
       01 WS-FIM-ALCADA-FLAG              PIC X VALUE 'N'.
           88 WS-FIM-ALCADA                      VALUE 'S'.

      * COOLING-OFF AFTER A BANK-ACCOUNT CHANGE (PARMCONTA.DAT): FOR
      * THIS MANY CALENDAR DAYS FROM THE BUSINESS DATE A CHANGE WAS
      * APPROVED ON, THE BENEFICIARY'S PAYMENTS ARE HELD FOR THE
      * MORNING REVIEW INSTEAD OF CONFIRMED. ZERO TURNS THE HOLD OFF.
       01 WS-DIAS-CARENCIA                PIC 9(03) VALUE 5.
       01 WS-DIAS-DESDE-ALTERACAO         PIC S9(07) VALUE ZEROS.
       01 WS-CONTA-RECENTE-FLAG           PIC X VALUE 'N'.
           88 WS-CONTA-RECENTE                   VALUE 'S' FALSE 'N'.

      * AMOUNT SCREENING AGAINST THE BENEFICIARY'S PAYMENT PROFILE
      * (PARMANOM.DAT): A PAYMENT ABOVE WS-MULTIPLO-MEDIA TIMES THE
      * AVERAGE, ABOVE THE LARGEST AMOUNT EVER CONFIRMED (WHEN
      * WS-VERIFICA-MAXIMO), OR THE FIRST PAYMENT TO A PAIR WITH NO
      * PROFILE ABOVE WS-LIMITE-NOVO IS HELD FOR THE MORNING REVIEW
      * WHATEVER THE OPERATOR OR THE RULES WOULD SAY. A ZERO
      * MULTIPLE OR LIMIT TURNS THAT RULE OFF.
       01 WS-MULTIPLO-MEDIA               PIC 9(03)V9 VALUE 3.
       01 WS-VERIFICA-MAXIMO-FLAG         PIC X VALUE 'S'.
           88 WS-VERIFICA-MAXIMO                 VALUE 'S' FALSE 'N'.
       01 WS-LIMITE-NOVO                  PIC 9(07)V99 VALUE 5000.
       01 WS-LIMITE-MEDIA                 PIC 9(11)V99 VALUE ZEROS.

       01 WS-VALOR-ANOMALO-FLAG           PIC X VALUE 'N'.
           88 WS-VALOR-ANOMALO                   VALUE 'S' FALSE 'N'.

       01 WS-ANOMALIA-COD                 PIC X(02) VALUE SPACES.
       01 WS-ANOMALIA-DESC                PIC X(30) VALUE SPACES.
       01 WS-ANM-QTDE-PAGTOS              PIC 9(07) VALUE ZEROS.
       01 WS-ANM-MEDIA-VALOR              PIC 9(07)V99 VALUE ZEROS.
       01 WS-ANM-MAIOR-VALOR              PIC 9(07)V99 VALUE ZEROS.

      * THE PAYMENT DATE (DD/MM/AAAA) TURNED INTO AAAAMMDD FOR THE
      * PROFILE'S LAST-PAYMENT DATE.
       01 WS-DATA-PAGTO-PRF               PIC 9(08) VALUE ZEROS.

       01 WS-PERFIL-OK-FLAG               PIC X  VALUE 'N'.
           88 WS-PERFIL-DISPONIVEL               VALUE 'S' FALSE 'N'.

       01 WS-PERFIL-NOVO-FLAG             PIC X  VALUE 'N'.
           88 WS-PERFIL-NOVO                     VALUE 'S' FALSE 'N'.

      * WHY A HELD PAYMENT WAS HELD, CARRIED ON ITS PENDENTES.DAT
      * RECORD FOR THE MORNING REVIEW.
       01 WS-MOTIVO-PEND-COD              PIC X(02) VALUE SPACES.
       01 WS-MOTIVO-PEND-DESC             PIC X(30) VALUE SPACES.

       01 WS-ALTO-VALOR-FLAG              PIC X VALUE 'N'.
           88 WS-ALTO-VALOR                      VALUE 'S' FALSE 'N'.

       01 WS-FS-PENDENTES                 PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.
       01 WS-FS-ALCADA                    PIC XX VALUE '00'.
       01 WS-FS-PARMCONTA                 PIC XX VALUE '00'.
       01 WS-FS-AGENDA                    PIC XX VALUE '00'.
       01 WS-FS-PERFIL                    PIC XX VALUE '00'.
       01 WS-FS-PARMANOM                  PIC XX VALUE '00'.
       01 WS-FS-ANOMALIAS                 PIC XX VALUE '00'.
       01 WS-FS-JANPROC                   PIC XX VALUE '00'.

       01 WS-CALENDARIO-OK-FLAG           PIC X  VALUE 'N'.
           88 WS-CALENDARIO-DISPONIVEL           VALUE 'S' FALSE 'N'.
       01 WS-DUPLICADO-FLAG               PIC X  VALUE 'N'.
           88 WS-PAGTO-DUPLICADO                 VALUE 'S' FALSE 'N'.

      * A TRANSACTION WHOSE DATE (AS AAAAMMDD IN WS-DATA-VALOR) IS
      * LATER THAN THE BUSINESS DATE IS SCHEDULED, NOT ADJUDICATED.
      * WS-AGENDA-EXISTE MEANS ITS KEY IS ALREADY IN THE SCHEDULED
      * MASTER AND MAY BE REFILED OVER (A CANCELLED OR REFUSED ITEM
      * SENT AGAIN, OR THE REPLAYED TAIL OF A RESTART).
       01 WS-AGENDA-OK-FLAG               PIC X  VALUE 'N'.
           88 WS-AGENDA-DISPONIVEL               VALUE 'S' FALSE 'N'.

       01 WS-AGENDADO-FLAG                PIC X  VALUE 'N'.
           88 WS-PAGTO-AGENDADO                  VALUE 'S' FALSE 'N'.

       01 WS-AGENDA-EXISTE-FLAG           PIC X  VALUE 'N'.
           88 WS-AGENDA-EXISTE                   VALUE 'S' FALSE 'N'.

       01 WS-DATA-VALOR                   PIC 9(08) VALUE ZEROS.

      * CONFIRMED KEYS WAIT HERE AND ONLY REACH THE HISTORY MASTER
      * WHEN A CHECKPOINT IS WRITTEN (OR THE RUN ENDS), SO THE MASTER
      * NEVER RUNS AHEAD OF THE CHECKPOINT AND A RESTART CANNOT
               10 WS-PEND-NUM-1           PIC 9(02).
               10 WS-PEND-NUM-2           PIC 9(02).
               10 WS-PEND-DATA            PIC X(10).
               10 WS-PEND-VALOR           PIC 9(07)V99.

       77 WS-QTDE-HIST-PEND               PIC 9(03) VALUE 0.
       77 WS-SUB-PEND                     PIC 9(03) VALUE 0.
       01 WS-TOT-REJ-AUTO                 PIC 9(05) VALUE 0.
       01 WS-TOT-REJ-BEN                  PIC 9(05) VALUE 0.
       01 WS-TOT-PEND                     PIC 9(05) VALUE 0.
       01 WS-TOT-AGEND                    PIC 9(05) VALUE 0.
       01 WS-TOT-ANOM                     PIC 9(05) VALUE 0.

       01 WS-MOTIVO-REJ-COD               PIC X(02) VALUE SPACES.
           88 WS-MOT-DATA-INVALIDA        VALUE '01'.
       01 WS-TOTAL-CTRL-VALOR-TX          PIC X(14) VALUE SPACES.
       01 WS-TOTAL-CTRL-VALOR-INF         PIC 9(11)V99 VALUE 0.

       01 WS-TOTHIST-ACHOU-FLAG           PIC X  VALUE 'N'.
           88 WS-TOTHIST-ACHOU                   VALUE 'S' FALSE 'N'.

      * A WINDOW RUN AGAIN AFTER ITS PROOF FAILED IS ALREADY IN THE
      * DATE'S TOTALS-HISTORY LINE WITH THE FIGURES THE PROOF LOGGED
      * FOR IT; THOSE COME OUT AS THE RERUN'S FIGURES GO IN.
       01 WS-JANELA-REPETIDA-FLAG         PIC X  VALUE 'N'.
           88 WS-JANELA-REPETIDA                 VALUE 'S' FALSE 'N'.
       01 WS-ANT-QTDE-CONF                PIC 9(05) VALUE 0.
       01 WS-ANT-QTDE-REJ                 PIC 9(05) VALUE 0.
       01 WS-ANT-SOMA-NUM-1               PIC 9(07) VALUE 0.
       01 WS-ANT-SOMA-NUM-2               PIC 9(07) VALUE 0.
       01 WS-ANT-SOMA-CONF-VALOR          PIC 9(11)V99 VALUE 0.

       01 WS-LOTE-FLAG                    PIC X  VALUE 'N'.
           88 WS-LOTE-BATIDO              VALUE 'S' FALSE 'N'.

       MAIN-PROCEDURE.
            PERFORM P001-IDENTIFICA-OPERADOR.
            PERFORM P030-CARREGA-ALCADA.
            PERFORM P035-CARREGA-CARENCIA.
            PERFORM P037-CARREGA-PARM-ANOMALIA.

            DISPLAY 'INFORME O TOTAL DE CONTROLE ESPERADO DO LOTE: '.
            ACCEPT WS-TOTAL-CTRL-INFORMADO.
            PERFORM P005-VERIFICA-CHECKPOINT.
            PERFORM P010-ABRE-ARQUIVOS.

            IF WS-APOS-ULTIMO-CORTE
                PERFORM P190-PREPARA-TRANSPORTE
            END-IF.

            IF WS-MODO-AUTO
                PERFORM P020-CARREGA-REGRAS
            END-IF.

                MOVE SPACES             TO WS-MOTIVO-REJ-COD
                                           WS-MOTIVO-REJ-DESC
                                           WS-MOTIVO-PEND-COD
                                           WS-MOTIVO-PEND-DESC
                SET WS-DATA-ROLADA      TO FALSE
                SET WS-PAGTO-AGENDADO   TO FALSE

                PERFORM P050-VALIDA-DATA-TRANSACAO
                PERFORM P080-VERIFICA-DUPLICIDADE
                PERFORM P090-VERIFICA-BENEFICIARIO
                PERFORM P097-VERIFICA-PERFIL

      * A CLEAN FUTURE-DATED PAYMENT IS ONLY FILED FOR ITS VALUE
      * DATE; ONE THAT FAILS THE DUPLICATE OR BENEFICIARY CHECK IS
      * REJECTED TODAY LIKE ANY OTHER.
                IF WS-PAGTO-AGENDADO
                   AND NOT WS-PAGTO-DUPLICADO
                   AND NOT WS-BENEF-REJEITADO
                    ADD 1               TO WS-TOT-AGEND
                    PERFORM P140-GRAVA-AGENDADO
                ELSE
                    MOVE 'N'            TO WS-PAGTO-ANTERIOR
                    MOVE 'N'            TO WS-PAGTO
                    PERFORM P100-CONFIRMA-PAGAMENTO

                    IF WS-CONFIRM
                        ADD 1           TO WS-TOT-CONF
                        ADD WS-NUM-1    TO WS-SOMA-CONF-NUM-1
                        ADD WS-NUM-2    TO WS-SOMA-CONF-NUM-2
                        ADD WS-VALOR    TO WS-SOMA-CONF-VALOR
                        MOVE TRAN-REG   TO CONF-REG
                        MOVE WS-PAGTO   TO TRAN-PAGTO OF CONF-REG
                        IF WS-DATA-ROLADA
                            MOVE WS-DATA
                                        TO TRAN-DATA OF CONF-REG
                        END-IF
                        WRITE CONF-REG
                        PERFORM P130-GRAVA-HISTORICO
                    ELSE
                    IF WS-PAGTO-PENDENTE
                        ADD 1           TO WS-TOT-PEND
                        PERFORM P128-GRAVA-PENDENTE
                    ELSE
                        ADD 1           TO WS-TOT-REJ
                        PERFORM P120-GRAVA-REJEITADO
                    END-IF
                    END-IF
                END-IF

                ADD 1                   TO WS-QTDE-LIDAS
            MOVE WS-SOMA-CONF-VALOR     TO TOT-SOMA-CONF-VALOR.
            MOVE WS-TOT-REJ-BEN         TO TOT-QTDE-REJ-BEN.
            MOVE WS-TOT-PEND            TO TOT-QTDE-PEND.
            MOVE WS-TOT-AGEND           TO TOT-QTDE-AGEND.
            MOVE WS-TOT-ANOM            TO TOT-QTDE-ANOM.
            WRITE TOT-REG.

            DISPLAY 'REGISTRO DE PAGAMENTOS DO DIA - TOTAIS'.
            DISPLAY '  POR REGRA AUTOMATICA..: ' WS-TOT-REJ-AUTO.
            DISPLAY '  POR BENEFICIARIO......: ' WS-TOT-REJ-BEN.
            DISPLAY 'QTDE PENDENTES....: ' WS-TOT-PEND.
            DISPLAY '  POR VALOR ANOMALO.....: ' WS-TOT-ANOM.
            DISPLAY 'QTDE AGENDADOS....: ' WS-TOT-AGEND.
            DISPLAY 'SOMA WS-NUM-1.....: ' WS-SOMA-NUM-1.
            DISPLAY 'SOMA WS-NUM-2.....: ' WS-SOMA-NUM-2.
            DISPLAY 'SOMA VALOR LIDO...: ' WS-SOMA-VALOR.

      * AN OUT-OF-BALANCE RUN IS CORRECTED AND RERUN, SO ITS FIGURES
      * DO NOT GO TO THE TOTALS HISTORY: ONLY A BATCH THAT BALANCED
      * ADDS ITS FIGURES TO THE DATE'S LINE, SO THE MONTH-END
      * CONSOLIDATION SEES ONE LINE PER DATE HOWEVER MANY WINDOWS
      * THE DAY WAS WORKED IN.
            IF WS-LOTE-BATIDO
                PERFORM P350-GRAVA-TOTAIS-HISTORICO
            END-IF.
                  TOTAIS-ARQ
                  AUDITORIA-ARQ
                  ROLAGEM-ARQ
                  ANOMALIAS-ARQ
                  CALENDARIO-ARQ
                  HISTORICO-ARQ.
            IF WS-BENEF-DISPONIVEL
            IF WS-REJPEND-DISPONIVEL
                CLOSE REJPEND-ARQ
            END-IF.
            IF WS-AGENDA-DISPONIVEL
                CLOSE AGENDA-ARQ
            END-IF.
            IF WS-PERFIL-DISPONIVEL
                CLOSE PERFIL-ARQ
            END-IF.

            STOP RUN.

                   SET WS-FIM-ALCADA TO TRUE
           END-READ.

      * A MISSING PARMCONTA.DAT DOES NOT TURN THE ACCOUNT-CHANGE HOLD
      * OFF: THE RUN KEEPS THE STANDARD PERIOD, WITH A WARNING.
       P035-CARREGA-CARENCIA.
           OPEN INPUT PARMCONTA-ARQ.
           IF WS-FS-PARMCONTA NOT = '00'
               DISPLAY 'SEM PARAMETRO DE CARENCIA (PARMCONTA.DAT) - '
                       'FS: ' WS-FS-PARMCONTA
           ELSE
               READ PARMCONTA-ARQ
                   AT END
                       DISPLAY 'PARMCONTA.DAT VAZIO'
                   NOT AT END
                       MOVE PCT-DIAS-CARENCIA TO WS-DIAS-CARENCIA
               END-READ
               CLOSE PARMCONTA-ARQ
           END-IF.
           DISPLAY 'CARENCIA APOS ALTERACAO DE CONTA (DIAS): '
                   WS-DIAS-CARENCIA.

      * SAME FOR PARMANOM.DAT: WITHOUT IT THE STANDARD LIMITS APPLY
      * (3 TIMES THE AVERAGE, THE HISTORICAL MAXIMUM, 5000.00 FOR A
      * FIRST PAYMENT), WITH A WARNING.
       P037-CARREGA-PARM-ANOMALIA.
           OPEN INPUT PARMANOM-ARQ.
           IF WS-FS-PARMANOM NOT = '00'
               DISPLAY 'SEM PARAMETROS DE ANOMALIA (PARMANOM.DAT) - '
                       'FS: ' WS-FS-PARMANOM
           ELSE
               READ PARMANOM-ARQ
                   AT END
                       DISPLAY 'PARMANOM.DAT VAZIO'
                   NOT AT END
                       MOVE PAN-MULTIPLO-MEDIA TO WS-MULTIPLO-MEDIA
                       MOVE PAN-LIMITE-NOVO    TO WS-LIMITE-NOVO
                       IF PAN-VERIFICA-MAXIMO = 'N'
                           SET WS-VERIFICA-MAXIMO TO FALSE
                       ELSE
                           SET WS-VERIFICA-MAXIMO TO TRUE
                       END-IF
               END-READ
               CLOSE PARMANOM-ARQ
           END-IF.
           DISPLAY 'ANOMALIA: MULTIPLO DA MEDIA ' WS-MULTIPLO-MEDIA
                   ' MAXIMO HISTORICO ' WS-VERIFICA-MAXIMO-FLAG
                   ' LIMITE 1O PAGTO ' WS-LIMITE-NOVO.

       P040-PROCURA-OPERADOR.
           SET WS-OPR-ACHOU TO FALSE.
           MOVE SPACE TO WS-BUSCA-NIVEL WS-BUSCA-SIT.
                       MOVE CKP-SOMA-CONF-VALOR TO WS-SOMA-CONF-VALOR
                       MOVE CKP-TOT-REJ-BEN     TO WS-TOT-REJ-BEN
                       MOVE CKP-TOT-PEND        TO WS-TOT-PEND
                       MOVE CKP-TOT-AGEND       TO WS-TOT-AGEND
                       MOVE CKP-TOT-ANOM        TO WS-TOT-ANOM
                       DISPLAY 'CHECKPOINT ENCONTRADO: REINICIO APOS '
                               CKP-QTDE-LIDAS ' TRANSACOES'
               END-READ
                       CONTINUE
                   NOT AT END
                       MOVE DMOV-DATA-MOV TO WS-DATA-MOVIMENTO
                       IF DMOV-JANELA NUMERIC
                           MOVE DMOV-JANELA TO WS-JANELA
                       END-IF
                       IF DMOV-APOS-ULTIMO-CORTE
                           SET WS-APOS-ULTIMO-CORTE TO TRUE
                       END-IF
               END-READ
               CLOSE DATAMOV-ARQ
           END-IF.
                       'MOVIMENTO: ' WS-DATA-MOVIMENTO
           ELSE
               DISPLAY 'DATA DE MOVIMENTO DO LOTE: ' WS-DATA-MOVIMENTO
                       ' JANELA ' WS-JANELA
           END-IF.

       P006-CONTA-AUDITORIA.
               DISPLAY 'DUPLICIDADE NAO SERA VERIFICADA NESTA EXECUCAO'
           END-IF.

      * THE PAYMENT PROFILE IS PERSISTENT AND NON-FATAL IN THE SAME
      * WAY: WITHOUT IT NO AMOUNT IS SCREENED AND NO PROFILE IS
      * UPDATED, WITH A LOUD WARNING (CBEXEBAS023 REBUILDS IT FROM
      * THE HISTORY MASTER).
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
               DISPLAY 'VALORES NAO SERAO TRIADOS NESTA EXECUCAO'
           END-IF.

      * THE MASTERS ARE OPENED BEFORE THE RESTART TRIM BECAUSE THE
      * TRIM ALSO REMOVES FROM THEM THE KEYS (AND PROFILE FIGURES)
      * OF ANY CONFIRMED TAIL RECORDS IT DISCARDS.
           IF WS-REINICIO
               PERFORM P700-APARA-SAIDAS
           END-IF.
               STOP RUN
           END-IF.

           IF WS-REINICIO
               OPEN EXTEND ANOMALIAS-ARQ
               IF WS-FS-ANOMALIAS = '35'
                   OPEN OUTPUT ANOMALIAS-ARQ
               END-IF
           ELSE
               OPEN OUTPUT ANOMALIAS-ARQ
           END-IF.
           IF WS-FS-ANOMALIAS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ANOMALIAS.DAT - FS: '
                       WS-FS-ANOMALIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * AUDITORIA.DAT IS A PERSISTENT LOG, NOT REBUILT EACH RUN, SO IT
      * IS OPENED EXTEND TO APPEND TO WHATEVER PRIOR RUNS WROTE. ON
      * THIS RUNTIME OPEN EXTEND RETURNS FS '35' RATHER THAN CREATING
               DISPLAY 'BENEFICIARIOS NAO SERAO VERIFICADOS'
           END-IF.

      * THE SCHEDULED-PAYMENTS MASTER IS PERSISTENT AND GETS THE
      * SAME FIRST-EVER-RUN CREATION AS THE HISTORY MASTER. WITHOUT
      * IT THE RUN STILL PROCESSES, BUT FUTURE-DATED PAYMENTS ARE
      * ADJUDICATED TODAY AS THEY ALWAYS WERE.
           OPEN I-O AGENDA-ARQ.
           IF WS-FS-AGENDA = '35'
               OPEN OUTPUT AGENDA-ARQ
               CLOSE AGENDA-ARQ
               OPEN I-O AGENDA-ARQ
           END-IF.
           IF WS-FS-AGENDA = '00'
               SET WS-AGENDA-DISPONIVEL TO TRUE
           ELSE
               SET WS-AGENDA-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE AGENDAMENTOS NAO DISPONIVEL - FS: '
                       WS-FS-AGENDA
               DISPLAY 'PAGAMENTOS DE DATA FUTURA SERAO PROCESSADOS '
                       'HOJE'
           END-IF.


      ******************************************************************
      * UNATTENDED MODE CANNOT ADJUDICATE WITHOUT ITS RULES, SO A
                   CONTINUE
           END-EVALUATE.

      * A FUTURE VALUE DATE IS ONLY CHECKED AGAINST THE CALENDAR
      * WHEN THE PAYMENT COMES BACK ON THAT DATE.
           IF WS-DATA-TRAN-VALIDA
               PERFORM P045-VERIFICA-AGENDAMENTO
               IF NOT WS-PAGTO-AGENDADO
                   PERFORM P150-VERIFICA-CALENDARIO-TRAN
               END-IF
           ELSE
               MOVE '01'                        TO WS-MOTIVO-REJ-COD
               MOVE 'DATA DE TRANSACAO INVALIDA'
                                                TO WS-MOTIVO-REJ-DESC
           END-IF.

       P045-VERIFICA-AGENDAMENTO.
           IF WS-AGENDA-DISPONIVEL
               COMPUTE WS-DATA-VALOR = WS-DATA-AA * 10000
                                     + WS-DATA-MM * 100
                                     + WS-DATA-DD
               IF WS-DATA-VALOR > WS-DATA-MOVIMENTO
                   SET WS-PAGTO-AGENDADO TO TRUE
               END-IF
               IF WS-APOS-ULTIMO-CORTE
                   SET WS-PAGTO-AGENDADO TO TRUE
                   IF WS-DATA-VALOR < WS-DATA-PROX-UTIL
                       MOVE WS-DATA-PROX-UTIL TO WS-DATA-VALOR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * A FILE RECEIVED AFTER THE LAST CUT-OFF CAN ONLY BE CARRIED
      * OVER THROUGH THE SCHEDULED MASTER, SO WITHOUT IT THE RUN
      * STOPS BEFORE ANY TRANSACTION IS TOUCHED. THE NEXT BUSINESS
      * DATE IS THE FIRST WORKING DAY AFTER TODAY IN THE CALENDAR
      * (WALKED WITH THE ROLLING PARAGRAPHS), OR SIMPLY TOMORROW
      * WHEN THE CALENDAR IS NOT AVAILABLE.
      ******************************************************************
       P190-PREPARA-TRANSPORTE.
           IF NOT WS-AGENDA-DISPONIVEL
               DISPLAY 'ARQUIVO APOS O ULTIMO CORTE EXIGE O CADASTRO '
                       'DE AGENDAMENTOS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE '00/00/0000'             TO WS-DATA.
           MOVE WS-DATA-MOVIMENTO (7:2)  TO WS-DATA-DD.
           MOVE WS-DATA-MOVIMENTO (5:2)  TO WS-DATA-MM.
           MOVE WS-DATA-MOVIMENTO (1:4)  TO WS-DATA-AA.
           MOVE ZEROS                    TO WS-CONT-ROLAGEM.
           SET WS-ROLAGEM-ACHOU          TO FALSE.
           IF WS-CALENDARIO-DISPONIVEL
               PERFORM P165-TENTA-PROXIMO-DIA
                   UNTIL WS-ROLAGEM-ACHOU OR WS-CONT-ROLAGEM > 366
           ELSE
               PERFORM P170-INCREMENTA-DATA
               SET WS-ROLAGEM-ACHOU TO TRUE
           END-IF.
           IF NOT WS-ROLAGEM-ACHOU
               DISPLAY 'SEM DIA UTIL NO CALENDARIO APOS '
                       WS-DATA-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-DATA-PROX-UTIL = WS-DATA-AA * 10000
                                     + WS-DATA-MM * 100
                                     + WS-DATA-DD.
           MOVE SPACES TO WS-DATA.
           DISPLAY 'ARQUIVO APOS O ULTIMO CORTE: PAGAMENTOS '
                   'TRANSPORTADOS PARA ' WS-DATA-PROX-UTIL.

       P060-VERIFICA-BISSEXTO-TRAN.
           SET WS-ANO-BISSEXTO-TRAN TO FALSE.
           IF FUNCTION MOD(WS-DATA-AA, 400) = 0
                   PERFORM P085-VERIFICA-HIST-PENDENTE
               END-IF
           END-IF.
           IF WS-PAGTO-AGENDADO AND NOT WS-PAGTO-DUPLICADO
               PERFORM P087-VERIFICA-AGENDA
           END-IF.

       P085-VERIFICA-HIST-PENDENTE.
           PERFORM P086-COMPARA-PENDENTE
                                       TO WS-MOTIVO-REJ-DESC
           END-IF.

      ******************************************************************
      * A FUTURE-DATED PAYMENT ALREADY WAITING IN THE SCHEDULED
      * MASTER (OR ALREADY RELEASED FROM IT) IS A DUPLICATE. A
      * CANCELLED OR REFUSED ONE MAY BE SENT AGAIN, AND ON A RESTART
      * AN ITEM THIS SAME RUN FILED BEFORE THE ABEND IS JUST BEING
      * REPLAYED; BOTH ARE REFILED OVER THE OLD RECORD BY P140.
      ******************************************************************
       P087-VERIFICA-AGENDA.
           SET WS-AGENDA-EXISTE TO FALSE.
           MOVE WS-DATA-VALOR  TO AGD-DATA-VALOR.
           MOVE WS-NUM-1       TO AGD-NUM-1.
           MOVE WS-NUM-2       TO AGD-NUM-2.
           READ AGENDA-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-AGENDA-EXISTE TO TRUE
                   IF AGD-LIBERADO
                      OR (AGD-AGENDADO AND NOT
                          (WS-REINICIO AND
                           AGD-DATA-AGEND = WS-DATA-MOVIMENTO))
                       SET WS-PAGTO-DUPLICADO TO TRUE
                       MOVE '04'   TO WS-MOTIVO-REJ-COD
                       MOVE 'PAGAMENTO JA AGENDADO'
                                   TO WS-MOTIVO-REJ-DESC
                   END-IF
           END-READ.

      ******************************************************************
      * PAYMENTS ONLY REACH ADJUDICATION FOR A REGISTERED, ACTIVE
      * BENEFICIARY: AN UNKNOWN OR BLOCKED PAIR IS REJECTED WITH ITS
      ******************************************************************
       P090-VERIFICA-BENEFICIARIO.
           SET WS-BENEF-REJEITADO TO FALSE.
           SET WS-CONTA-RECENTE   TO FALSE.
           IF WS-BENEF-DISPONIVEL
               MOVE WS-NUM-1       TO BEN-NUM-1
               MOVE WS-NUM-2       TO BEN-NUM-2
                           MOVE '06' TO WS-MOTIVO-REJ-COD
                           MOVE 'BENEFICIARIO BLOQUEADO'
                                     TO WS-MOTIVO-REJ-DESC
                       ELSE
                           PERFORM P095-VERIFICA-CARENCIA
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A BENEFICIARY WHOSE BANK ACCOUNT CHANGED LESS THAN THE
      * COOLING-OFF PERIOD AGO (COUNTED FROM THE BUSINESS DATE THE
      * CHANGE WAS APPROVED ON) IS FLAGGED, AND P100 HOLDS THE
      * PAYMENT FOR THE MORNING REVIEW INSTEAD OF CONFIRMING IT.
      ******************************************************************
       P095-VERIFICA-CARENCIA.
           IF WS-DIAS-CARENCIA > ZEROS
              AND BEN-DATA-ALT-CONTA NOT = ZEROS
               IF BEN-DATA-ALT-CONTA >= WS-DATA-MOVIMENTO
                   SET WS-CONTA-RECENTE TO TRUE
               ELSE
                   COMPUTE WS-DIAS-DESDE-ALTERACAO =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                     - FUNCTION INTEGER-OF-DATE(BEN-DATA-ALT-CONTA)
                   IF WS-DIAS-DESDE-ALTERACAO < WS-DIAS-CARENCIA
                       SET WS-CONTA-RECENTE TO TRUE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * AMOUNT SCREENING. THE PAYMENT IS MEASURED AGAINST ITS PAIR'S
      * PROFILE BEFORE ANYONE ADJUDICATES IT; P100 HOLDS AN UNUSUAL
      * AMOUNT FOR THE MORNING REVIEW EVEN WHEN THE OPERATOR OR A
      * RULE WOULD CONFIRM IT. A PAIR WITH NO CONFIRMED PAYMENT YET
      * IS ONLY CHECKED AGAINST THE FIRST-PAYMENT LIMIT. PAYMENTS
      * CONFIRMED EARLIER IN THIS RUN JOIN THE PROFILE WHEN THE
      * HISTORY QUEUE IS WRITTEN (P135).
      ******************************************************************
       P097-VERIFICA-PERFIL.
           SET WS-VALOR-ANOMALO TO FALSE.
           MOVE SPACES TO WS-ANOMALIA-COD WS-ANOMALIA-DESC.
           MOVE ZEROS  TO WS-ANM-QTDE-PAGTOS WS-ANM-MEDIA-VALOR
                          WS-ANM-MAIOR-VALOR.
           IF WS-PERFIL-DISPONIVEL
               MOVE WS-NUM-1       TO PRF-NUM-1
               MOVE WS-NUM-2       TO PRF-NUM-2
               READ PERFIL-ARQ
                   INVALID KEY
                       MOVE ZEROS  TO PRF-QTDE-PAGTOS
                   NOT INVALID KEY
                       MOVE PRF-QTDE-PAGTOS TO WS-ANM-QTDE-PAGTOS
                       MOVE PRF-MEDIA-VALOR TO WS-ANM-MEDIA-VALOR
                       MOVE PRF-MAIOR-VALOR TO WS-ANM-MAIOR-VALOR
               END-READ
               IF WS-ANM-QTDE-PAGTOS = ZEROS
                   IF WS-LIMITE-NOVO > ZEROS
                      AND WS-VALOR > WS-LIMITE-NOVO
                       SET WS-VALOR-ANOMALO TO TRUE
                       MOVE 'A3' TO WS-ANOMALIA-COD
                       MOVE 'PRIMEIRO PAGTO ACIMA DO LIMITE'
                                 TO WS-ANOMALIA-DESC
                   END-IF
               ELSE
                   PERFORM P098-TESTA-PERFIL
               END-IF
           END-IF.

       P098-TESTA-PERFIL.
           COMPUTE WS-LIMITE-MEDIA =
                   WS-ANM-MEDIA-VALOR * WS-MULTIPLO-MEDIA.
           IF WS-MULTIPLO-MEDIA > ZEROS
              AND WS-VALOR > WS-LIMITE-MEDIA
               SET WS-VALOR-ANOMALO TO TRUE
               MOVE 'A1' TO WS-ANOMALIA-COD
               MOVE 'VALOR MUITO ACIMA DA MEDIA'
                         TO WS-ANOMALIA-DESC
           ELSE
               IF WS-VERIFICA-MAXIMO
                  AND WS-VALOR > WS-ANM-MAIOR-VALOR
                   SET WS-VALOR-ANOMALO TO TRUE
                   MOVE 'A2' TO WS-ANOMALIA-COD
                   MOVE 'VALOR ACIMA DO MAIOR HISTORICO'
                             TO WS-ANOMALIA-DESC
               END-IF
           END-IF.

       P100-CONFIRMA-PAGAMENTO.
           IF NOT WS-DATA-TRAN-VALIDA
               DISPLAY 'DATA DE TRANSACAO INVALIDA, PAGAMENTO '
               DISPLAY 'BENEFICIARIO INVALIDO, PAGAMENTO REJEITADO: '
                       WS-NUM-1 '/' WS-NUM-2
               SET WS-CONFIRM TO FALSE
           ELSE
           IF WS-CONTA-RECENTE AND TRAN-CONFIRM OF TRAN-REG
               MOVE 'P' TO WS-PAGTO
               MOVE 'P3' TO WS-MOTIVO-PEND-COD
               MOVE 'CONTA ALTERADA' TO WS-MOTIVO-PEND-DESC
               DISPLAY 'PAGAMENTO ' WS-NUM-1 '/' WS-NUM-2
                       ' - CONTA ALTERADA EM ' BEN-DATA-ALT-CONTA
                       ' - RETIDO PARA REVISAO MATINAL'
           ELSE
           IF WS-VALOR-ANOMALO AND TRAN-CONFIRM OF TRAN-REG
               MOVE 'P' TO WS-PAGTO
               MOVE WS-ANOMALIA-COD  TO WS-MOTIVO-PEND-COD
               MOVE WS-ANOMALIA-DESC TO WS-MOTIVO-PEND-DESC
               DISPLAY 'PAGAMENTO ' WS-NUM-1 '/' WS-NUM-2
                       ' VALOR ' WS-VALOR ' - ' WS-ANOMALIA-DESC
                       ' - RETIDO PARA REVISAO MATINAL'
           ELSE
               IF TRAN-CONFIRM OF TRAN-REG
                   IF WS-MODO-AUTO
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           PERFORM P200-GRAVA-AUDITORIA.
                   PERFORM P104-TESTA-ALTO-VALOR
                   IF WS-ALTO-VALOR AND NOT WS-OPER-SUPERVISOR
                       MOVE 'P' TO WS-PAGTO
                       MOVE 'P2' TO WS-MOTIVO-PEND-COD
                       MOVE 'ALTO VALOR SEM SUPERVISOR'
                                 TO WS-MOTIVO-PEND-DESC
                       DISPLAY 'PAGAMENTO ' WS-NUM-1 '/' WS-NUM-2
                               ' DE ALTO VALOR SEM SUPERVISOR - '
                               'RETIDO PARA REVISAO MATINAL'
      * WHICH SETTLES IT THE SAME DAY, BEFORE THE REMITTANCE RUNS.
               WHEN OTHER
                   MOVE 'P' TO WS-PAGTO
                   MOVE 'P1' TO WS-MOTIVO-PEND-COD
                   MOVE 'SEM REGRA AUTOMATICA'
                             TO WS-MOTIVO-PEND-DESC
                   DISPLAY 'PAGAMENTO ' WS-NUM-1 '/' WS-NUM-2
                           ' SEM REGRA - RETIDO PARA REVISAO MATINAL'
           END-EVALUATE.
      * A HELD PAYMENT GOES OUT EXACTLY AS A CONFIRMED ONE WOULD -
      * ROLLED DATE AND ALL - SO THE MORNING REVIEW CAN APPEND AN
      * APPROVAL STRAIGHT INTO CONFIRMADOS.DAT WITHOUT RE-DERIVING
      * ANYTHING; ONLY THE STATUS BYTE MARKS IT AS PENDING. THE
      * REASON IT WAS HELD RIDES BEHIND IT, AND AN AMOUNT ANOMALY IS
      * ALSO LISTED IN ANOMALIAS.DAT WITH THE PROFILE IT FAILED.
      ******************************************************************
       P128-GRAVA-PENDENTE.
           MOVE TRAN-REG       TO PND-TRANSACAO.
           MOVE WS-PAGTO       TO PND-PAGTO.
           IF WS-DATA-ROLADA
               MOVE WS-DATA    TO PND-DATA
           END-IF.
           MOVE WS-MOTIVO-PEND-COD  TO PND-MOTIVO-COD.
           MOVE WS-MOTIVO-PEND-DESC TO PND-MOTIVO-DESC.
           WRITE PND-REG.
           IF PND-MOT-ANOMALIA
               ADD 1 TO WS-TOT-ANOM
               PERFORM P129-GRAVA-ANOMALIA
           END-IF.

       P129-GRAVA-ANOMALIA.
           MOVE WS-DATA-MOVIMENTO      TO ANM-DATA-MOV.
           MOVE PND-NUM-1              TO ANM-NUM-1.
           MOVE PND-NUM-2              TO ANM-NUM-2.
           MOVE PND-DATA               TO ANM-DATA.
           MOVE PND-VALOR              TO ANM-VALOR.
           MOVE PND-MOTIVO-COD         TO ANM-MOTIVO-COD.
           MOVE WS-ANM-QTDE-PAGTOS     TO ANM-QTDE-PAGTOS.
           MOVE WS-ANM-MEDIA-VALOR     TO ANM-MEDIA-VALOR.
           MOVE WS-ANM-MAIOR-VALOR     TO ANM-MAIOR-VALOR.
           WRITE ANM-REG.

      ******************************************************************
      * A FUTURE-DATED PAYMENT IS FILED UNDER ITS VALUE DATE WITH
      * THE TRANSACTION AS SENT; NO DECISION, NO AUDIT ENTRY. THE
      * RELEASE STEP (CBEXEBAS018) PUTS IT BACK INTO THAT DAY'S
      * TRANSACOES.DAT, AND IT IS ADJUDICATED THEN.
      ******************************************************************
       P140-GRAVA-AGENDADO.
           MOVE WS-DATA-VALOR          TO AGD-DATA-VALOR.
           MOVE WS-NUM-1               TO AGD-NUM-1.
           MOVE WS-NUM-2               TO AGD-NUM-2.
           MOVE TRAN-DATA  OF TRAN-REG TO AGD-DATA.
           MOVE TRAN-VALOR OF TRAN-REG TO AGD-VALOR.
           MOVE TRAN-PAGTO OF TRAN-REG TO AGD-PAGTO.
           SET AGD-AGENDADO            TO TRUE.
           MOVE WS-DATA-MOVIMENTO      TO AGD-DATA-AGEND
                                          AGD-DATA-SIT.
           MOVE WS-OPERADOR-ID         TO AGD-OPERADOR.
           MOVE SPACES                 TO AGD-MOTIVO.
           MOVE ZEROS                  TO AGD-JANELA-LIB.
           IF WS-APOS-ULTIMO-CORTE
               MOVE 'RECEBIDO APOS O ULTIMO CORTE' TO AGD-MOTIVO
           END-IF.
           IF WS-AGENDA-EXISTE
               REWRITE AGD-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR AGENDADOS - FS: '
                               WS-FS-AGENDA
               END-REWRITE
           ELSE
               WRITE AGD-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR AGENDADOS - FS: '
                               WS-FS-AGENDA
               END-WRITE
           END-IF.
           DISPLAY 'PAGAMENTO ' WS-NUM-1 '/' WS-NUM-2
                   ' AGENDADO PARA ' WS-DATA.

      ******************************************************************
      * THE CONFIRMED KEY IS ONLY QUEUED HERE; P135 WRITES THE QUEUE
               MOVE WS-NUM-1 TO WS-PEND-NUM-1 (WS-QTDE-HIST-PEND)
               MOVE WS-NUM-2 TO WS-PEND-NUM-2 (WS-QTDE-HIST-PEND)
               MOVE WS-DATA  TO WS-PEND-DATA  (WS-QTDE-HIST-PEND)
               MOVE WS-VALOR TO WS-PEND-VALOR (WS-QTDE-HIST-PEND)
           END-IF.

       P135-DESCARREGA-HISTORICO.
           SET HIST-SEM-RETORNO            TO TRUE.
           MOVE ZEROS                      TO HIST-DATA-RETORNO.
           MOVE SPACES                     TO HIST-OCORRENCIA.
           MOVE WS-PEND-VALOR (WS-SUB-PEND) TO HIST-VALOR.
           MOVE ZEROS                      TO HIST-SEQ-REMESSA.
           WRITE HIST-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR HISTORICO - FS: '
                           WS-FS-HISTORICO
               NOT INVALID KEY
                   PERFORM P138-ATUALIZA-PERFIL
           END-WRITE.

      ******************************************************************
      * EVERY PAYMENT THAT REACHES THE HISTORY MASTER JOINS ITS
      * PAIR'S PROFILE: ONE MORE PAYMENT, ITS AMOUNT IN THE TOTAL
      * AND THE AVERAGE, A NEW MAXIMUM IF IT IS ONE, AND ITS DATE IF
      * IT IS THE LATEST. A PAIR WITHOUT A PROFILE GETS ONE NOW.
      ******************************************************************
       P138-ATUALIZA-PERFIL.
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

      * THE MOVEMENT DATE IS THE BATCH'S BUSINESS DATE; ONLY THE
      * TIME OF THE CHANGE COMES FROM THE WALL CLOCK.
       P200-GRAVA-AUDITORIA.
           MOVE WS-NUM-2                   TO AUD-NUM-2.
           MOVE WS-PAGTO-ANTERIOR          TO AUD-SIT-ANTERIOR.
           MOVE WS-PAGTO                   TO AUD-SIT-NOVA.
           SET AUD-ORIG-PAGAMENTO          TO TRUE.
           WRITE AUD-REG.
           ADD 1 TO WS-QTDE-AUD.

           END-IF.

      ******************************************************************
      * TOTAIS.DAT IS REBUILT EVERY RUN, SO THE RUN'S FIGURES ARE
      * ALSO KEPT, STAMPED WITH THE BUSINESS DATE, IN THE PERSISTENT
      * TOTALS HISTORY THE MONTH-END CONSOLIDATION READS - ONE LINE
      * PER DATE. THE FIRST WINDOW OF THE DAY APPENDS THE LINE; EACH
      * LATER WINDOW ADDS ITS FIGURES INTO IT, COPYING THE FILE
      * THROUGH THE WORK FILE THE SAME WAY THE RESTART TRIM DOES.
      * SAME FIRST-EVER-RUN TREATMENT AS THE AUDIT LOG: OPEN EXTEND
      * FALLS BACK TO OPEN OUTPUT WHEN THE FILE DOES NOT EXIST YET.
      ******************************************************************
       P350-GRAVA-TOTAIS-HISTORICO.
           PERFORM P351-VERIFICA-JANELA-REPETIDA.
           SET WS-TOTHIST-ACHOU TO FALSE.
           OPEN INPUT TOTHIST-ARQ.
           IF WS-FS-TOTHIST = '00'
               OPEN OUTPUT APARA-ARQ
               SET WS-FIM-APARA TO FALSE
               PERFORM P355-TOTH-PARA-TEMP UNTIL WS-FIM-APARA
               CLOSE TOTHIST-ARQ
                     APARA-ARQ
           END-IF.

           IF WS-TOTHIST-ACHOU
               PERFORM P357-REGRAVA-TOTHIST
           ELSE
               PERFORM P352-ACRESCENTA-TOTHIST
           END-IF.

       P351-VERIFICA-JANELA-REPETIDA.
           SET WS-JANELA-REPETIDA TO FALSE.
           OPEN INPUT JANPROC-ARQ.
           IF WS-FS-JANPROC = '00'
               MOVE WS-DATA-MOVIMENTO TO JNP-DATA-MOV
               MOVE WS-JANELA         TO JNP-JANELA
               READ JANPROC-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-JANELA-REPETIDA TO TRUE
                       MOVE JNP-QTDE-CONF       TO WS-ANT-QTDE-CONF
                       MOVE JNP-QTDE-REJ        TO WS-ANT-QTDE-REJ
                       MOVE JNP-SOMA-NUM-1      TO WS-ANT-SOMA-NUM-1
                       MOVE JNP-SOMA-NUM-2      TO WS-ANT-SOMA-NUM-2
                       MOVE JNP-SOMA-CONF-VALOR
                                           TO WS-ANT-SOMA-CONF-VALOR
                       DISPLAY 'JANELA ' WS-JANELA ' JA PROVADA - '
                               'FIGURAS ANTERIORES SAEM DO TOTHIST'
               END-READ
               CLOSE JANPROC-ARQ
           END-IF.

       P352-ACRESCENTA-TOTHIST.
           OPEN EXTEND TOTHIST-ARQ.
           IF WS-FS-TOTHIST = '35'
               OPEN OUTPUT TOTHIST-ARQ
               CLOSE TOTHIST-ARQ
           END-IF.

      * ONLY THE FIRST LINE OF THE DATE TAKES THE FIGURES.
       P355-TOTH-PARA-TEMP.
           READ TOTHIST-ARQ
               AT END
                   SET WS-FIM-APARA TO TRUE
               NOT AT END
                   IF TOTH-DATA-MOV = WS-DATA-MOVIMENTO
                      AND NOT WS-TOTHIST-ACHOU
                       SET WS-TOTHIST-ACHOU TO TRUE
                       ADD WS-TOT-CONF        TO TOTH-QTDE-CONF
                       ADD WS-TOT-REJ         TO TOTH-QTDE-REJ
                       ADD WS-SOMA-NUM-1      TO TOTH-SOMA-NUM-1
                       ADD WS-SOMA-NUM-2      TO TOTH-SOMA-NUM-2
                       ADD WS-SOMA-CONF-VALOR TO TOTH-SOMA-VALOR
                       IF WS-JANELA-REPETIDA
                           SUBTRACT WS-ANT-QTDE-CONF
                                               FROM TOTH-QTDE-CONF
                           SUBTRACT WS-ANT-QTDE-REJ
                                               FROM TOTH-QTDE-REJ
                           SUBTRACT WS-ANT-SOMA-NUM-1
                                               FROM TOTH-SOMA-NUM-1
                           SUBTRACT WS-ANT-SOMA-NUM-2
                                               FROM TOTH-SOMA-NUM-2
                           SUBTRACT WS-ANT-SOMA-CONF-VALOR
                                               FROM TOTH-SOMA-VALOR
                       END-IF
                   END-IF
                   MOVE TOTH-REG TO APA-REG
                   WRITE APA-REG
           END-READ.

       P357-REGRAVA-TOTHIST.
           OPEN INPUT APARA-ARQ.
           OPEN OUTPUT TOTHIST-ARQ.
           IF WS-FS-TOTHIST NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR TOTHIST.DAT - FS: '
                       WS-FS-TOTHIST
               MOVE 8 TO RETURN-CODE
               CLOSE APARA-ARQ
           ELSE
               SET WS-FIM-APARA TO FALSE
               PERFORM P358-TEMP-PARA-TOTH UNTIL WS-FIM-APARA
               CLOSE TOTHIST-ARQ
                     APARA-ARQ
           END-IF.

       P358-TEMP-PARA-TOTH.
           READ APARA-ARQ
               AT END
                   SET WS-FIM-APARA TO TRUE
               NOT AT END
                   MOVE APA-REG TO TOTH-REG
                   WRITE TOTH-REG
           END-READ.

      ******************************************************************
      * CHECKPOINT WRITE. THE OUTPUT FILES ARE CLOSED AND REOPENED
      * EXTEND FIRST SO EVERYTHING PROCESSED UP TO HERE IS REALLY ON
           CLOSE CONFIRMADOS-ARQ
                 REJEITADOS-ARQ
                 ROLAGEM-ARQ
                 ANOMALIAS-ARQ
                 AUDITORIA-ARQ.

           OPEN EXTEND CONFIRMADOS-ARQ.
               STOP RUN
           END-IF.

           OPEN EXTEND ANOMALIAS-ARQ.
           IF WS-FS-ANOMALIAS NOT = '00'
               DISPLAY 'ERRO AO REABRIR ANOMALIAS.DAT - FS: '
                       WS-FS-ANOMALIAS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND AUDITORIA-ARQ.
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO REABRIR AUDITORIA.DAT - FS: '
               MOVE WS-SOMA-CONF-VALOR TO CKP-SOMA-CONF-VALOR
               MOVE WS-TOT-REJ-BEN     TO CKP-TOT-REJ-BEN
               MOVE WS-TOT-PEND        TO CKP-TOT-PEND
               MOVE WS-TOT-AGEND       TO CKP-TOT-AGEND
               MOVE WS-TOT-ANOM        TO CKP-TOT-ANOM
               WRITE CKP-REG
               CLOSE CHECKPOINT-ARQ
           END-IF.
           PERFORM P740-APARA-AUDITORIA.
           MOVE WS-TOT-PEND TO WS-APARA-LIMITE.
           PERFORM P750-APARA-PENDENTES.
           MOVE WS-TOT-ANOM TO WS-APARA-LIMITE.
           PERFORM P760-APARA-ANOMALIAS.

       P710-APARA-CONFIRMADOS.
           OPEN INPUT CONFIRMADOS-ARQ.
      * KEYS ARE REMOVED FROM THE HISTORY MASTER (THE MASTER MAY
      * ONLY BE AHEAD OF THE CHECKPOINT WHEN THE TAIL REACHED DISK,
      * SINCE BOTH ARE FLUSHED BY THE SAME CHECKPOINT), SO THE
      * REPLAY IS NOT REJECTED AS DUPLICATE. A KEY ACTUALLY REMOVED
      * ALSO COMES OUT OF ITS PAIR'S PROFILE COUNT AND TOTAL (THE
      * MAXIMUM AND LAST DATE ARE LEFT AS THEY ARE).
       P711-CONF-PARA-TEMP.
           READ CONFIRMADOS-ARQ
               AT END
               DELETE HISTORICO-ARQ RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P716-ESTORNA-PERFIL
               END-DELETE
           END-IF.

       P716-ESTORNA-PERFIL.
           IF WS-PERFIL-DISPONIVEL
               MOVE TRAN-NUM-1 OF CONF-REG TO PRF-NUM-1
               MOVE TRAN-NUM-2 OF CONF-REG TO PRF-NUM-2
               READ PERFIL-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRF-QTDE-PAGTOS > ZEROS
                          AND PRF-SOMA-VALOR >= TRAN-VALOR OF CONF-REG
                           SUBTRACT 1 FROM PRF-QTDE-PAGTOS
                           SUBTRACT TRAN-VALOR OF CONF-REG
                                    FROM PRF-SOMA-VALOR
                           IF PRF-QTDE-PAGTOS = ZEROS
                               MOVE ZEROS TO PRF-MEDIA-VALOR
                           ELSE
                               COMPUTE PRF-MEDIA-VALOR ROUNDED =
                                       PRF-SOMA-VALOR / PRF-QTDE-PAGTOS
                           END-IF
                           REWRITE PRF-REG
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR PERFIL - '
                                           'FS: ' WS-FS-PERFIL
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.

       P712-TEMP-PARA-CONF.
           READ APARA-ARQ
               AT END
                   WRITE PND-REG
           END-READ.

       P760-APARA-ANOMALIAS.
           OPEN INPUT ANOMALIAS-ARQ.
           IF WS-FS-ANOMALIAS NOT = '00'
               DISPLAY 'AVISO: ANOMALIAS.DAT AUSENTE NO REINICIO'
           ELSE
               OPEN OUTPUT APARA-ARQ
               MOVE 0 TO WS-APARA-CONT
               SET WS-FIM-APARA TO FALSE
               PERFORM P761-ANM-PARA-TEMP
                   UNTIL WS-FIM-APARA
                      OR WS-APARA-CONT = WS-APARA-LIMITE
               CLOSE ANOMALIAS-ARQ APARA-ARQ
               OPEN INPUT APARA-ARQ
               OPEN OUTPUT ANOMALIAS-ARQ
               SET WS-FIM-APARA TO FALSE
               PERFORM P762-TEMP-PARA-ANM UNTIL WS-FIM-APARA
               CLOSE ANOMALIAS-ARQ APARA-ARQ
           END-IF.

       P761-ANM-PARA-TEMP.
           READ ANOMALIAS-ARQ
               AT END
                   SET WS-FIM-APARA TO TRUE
               NOT AT END
                   MOVE ANM-REG TO APA-REG
                   WRITE APA-REG
                   ADD 1 TO WS-APARA-CONT
           END-READ.

       P762-TEMP-PARA-ANM.
           READ APARA-ARQ
               AT END
                   SET WS-FIM-APARA TO TRUE
               NOT AT END
                   MOVE APA-REG TO ANM-REG
                   WRITE ANM-REG
           END-READ.

       END PROGRAM CBEXEBAS001.
