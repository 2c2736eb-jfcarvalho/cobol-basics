      *          and value date, and a trailer with the record count
      *          and hash totals, reconciled against the register's
      *          totals in TOTAIS.DAT before the file is released.
      *          Bounced payments the back office chose to re-present
      *          (cases marked R on the case master DEVCASOS.DAT) ride
      *          on the same file after the confirmed details, under
      *          their original value date and flagged with movement
      *          code RP; once the file balances each such case is
      *          stamped with the sequence and date it went out on.
      *          Every detail carries the destination bank, branch and
      *          account in force on the beneficiary master
      *          (BENEFICIARIOS.DAT); a pending, unapproved account
      *          change is never sent. Once the file balances, the
      *          history record of every payment on it is stamped
      *          with the file sequence number, for the beneficiary
      *          statement. A run for a file received after the
      *          day's last cut-off (marked so in DATAMOV.DAT) sends
      *          nothing: the register carried its payments over to
      *          the next business date, REMESSA.DAT is left empty
      *          and no sequence number is used.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMARQ.

           SELECT DEVCASOS-ARQ     ASSIGN TO "DEVCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVC-CHAVE
               FILE STATUS IS WS-FS-DEVCASOS.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT HISTORICO-ARQ    ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMADOS-ARQ

       FD  REMESSA-ARQ
           RECORDING MODE IS F.
       01  REM-REG                   PIC X(60).

       FD  REMSEQ-ARQ
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CPRARQ01.

       FD  DEVCASOS-ARQ.
           COPY CPDVC01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  HISTORICO-ARQ.
           COPY CPHIST01.

       WORKING-STORAGE SECTION.
       01 WS-REM-HEADER.
           05 WS-HDR-TIPO                 PIC X(01) VALUE '0'.
           05 WS-HDR-DATA-GER             PIC 9(08).
           05 WS-HDR-SEQUENCIA            PIC 9(06).
           05 FILLER                      PIC X(45) VALUE SPACES.

       01 WS-REM-DETALHE.
           05 WS-DET-TIPO                 PIC X(01) VALUE '1'.
           05 WS-DET-NUM-2                PIC 9(02).
           05 WS-DET-DATA-VALOR           PIC 9(08).
           05 WS-DET-VALOR                PIC 9(07)V99.
           05 WS-DET-MOVIMENTO            PIC X(02) VALUE SPACES.
           05 WS-DET-BANCO                PIC 9(03).
           05 WS-DET-AGENCIA              PIC 9(04).
           05 WS-DET-CONTA                PIC X(12).
           05 FILLER                      PIC X(11) VALUE SPACES.

       01 WS-REM-TRAILER.
           05 WS-TRL-TIPO                 PIC X(01) VALUE '9'.
           05 WS-TRL-SOMA-NUM-1           PIC 9(07).
           05 WS-TRL-SOMA-NUM-2           PIC 9(07).
           05 WS-TRL-SOMA-VALOR           PIC 9(11)V99.
           05 FILLER                      PIC X(26) VALUE SPACES.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).

       01 WS-FS-REMSEQ                    PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-REMARQ                    PIC XX VALUE '00'.
       01 WS-FS-DEVCASOS                  PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.

       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-DATA-HIST                    PIC X(10) VALUE SPACES.
       77 WS-QTDE-HIST-MARCADOS           PIC 9(06) VALUE 0.
       77 WS-QTDE-HIST-AUSENTES           PIC 9(06) VALUE 0.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-CONFIRMADOS          VALUE 'S'.

       01 WS-POS-CORTE                    PIC X  VALUE 'N'.
           88 WS-APOS-ULTIMO-CORTE        VALUE 'S'.

       01 WS-REMESSA-FLAG                 PIC X  VALUE 'N'.
           88 WS-REMESSA-BATIDA           VALUE 'S' FALSE 'N'.

       01 WS-FIM-REM-ARQ-FLAG             PIC X  VALUE 'N'.
           88 WS-FIM-REMESSA-ARQUIVO      VALUE 'S' FALSE 'N'.

       01 WS-FIM-CASOS-FLAG               PIC X  VALUE 'N'.
           88 WS-FIM-CASOS                VALUE 'S' FALSE 'N'.

      * RE-PRESENTED DETAILS ARE COUNTED APART: THE REGISTER'S
      * TOTALS KNOW NOTHING OF THEM, SO THE RECONCILIATION TAKES
      * THEM OUT BEFORE COMPARING. THEIR KEYS ARE KEPT SO ONLY THE
      * CASES ACTUALLY WRITTEN TO THIS FILE ARE STAMPED AS SENT.
       01 WS-QTDE-REAPRES                 PIC 9(06) VALUE 0.
       01 WS-SOMA-REAP-NUM-1              PIC 9(07) VALUE 0.
       01 WS-SOMA-REAP-NUM-2              PIC 9(07) VALUE 0.
       01 WS-SOMA-REAP-VALOR              PIC 9(11)V99 VALUE 0.

       01 WS-TABELA-REAPRES.
           05 WS-REAP-CHAVE OCCURS 500 TIMES PIC X(14).
       77 WS-SUB-REAP                     PIC 9(03) VALUE 0.
       77 WS-QTDE-REAP-MARCADOS           PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.

            IF WS-APOS-ULTIMO-CORTE
                PERFORM P030-ENCERRA-APOS-CORTE
            END-IF.

            PERFORM P050-OBTEM-SEQUENCIA.
            PERFORM P100-GRAVA-HEADER.

                END-READ
            END-PERFORM.

            PERFORM P160-REAPRESENTA-DEVOLUCOES.

            PERFORM P200-GRAVA-TRAILER.
            PERFORM P250-CONFERE-TOTAIS.

            IF WS-REMESSA-BATIDA
                PERFORM P300-GRAVA-SEQUENCIA
                PERFORM P350-ARQUIVA-REMESSA
                PERFORM P400-MARCA-REAPRESENTADOS
                PERFORM P450-MARCA-HISTORICO
            END-IF.

            DISPLAY 'REMESSA BANCARIA - TOTAIS'.
            DISPLAY 'SEQUENCIA DA REMESSA: ' WS-SEQUENCIA-REMESSA.
            DISPLAY 'QTDE DETALHES.......: ' WS-QTDE-DETALHES.
            DISPLAY 'QTDE REAPRESENTADOS.: ' WS-QTDE-REAPRES.
            DISPLAY 'SOMA NUM-1..........: ' WS-SOMA-NUM-1.
            DISPLAY 'SOMA NUM-2..........: ' WS-SOMA-NUM-2.
            DISPLAY 'SOMA VALOR..........: ' WS-SOMA-VALOR.

            CLOSE CONFIRMADOS-ARQ
                  TOTAIS-ARQ.
            IF WS-BENEF-DISPONIVEL
                CLOSE BENEFICIARIOS-ARQ
            END-IF.

            STOP RUN.

               STOP RUN
           END-IF.

      * WITHOUT THE BENEFICIARY MASTER THE FILE STILL GOES OUT, WITH
      * A LOUD WARNING, AND THE DETAILS CARRY NO ACCOUNT - THE BANK
      * THEN RESOLVES THE DESTINATION FROM ITS OWN RECORDS.
           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '00'
               SET WS-BENEF-DISPONIVEL TO TRUE
           ELSE
               SET WS-BENEF-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE BENEFICIARIOS NAO DISPONIVEL - '
                       'FS: ' WS-FS-BENEFICIARIOS
               DISPLAY 'DETALHES SAIRAO SEM BANCO/AGENCIA/CONTA'
           END-IF.

      * THE REMITTANCE HEADER CARRIES THE BATCH'S BUSINESS DATE,
      * HANDED DOWN BY THE EDIT STEP THROUGH DATAMOV.DAT, SO A
      * REMESSA FINISHED THE MORNING AFTER AN ABEND IS STILL THE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DMOV-DATA-MOV  TO WS-DATA-MOVIMENTO
                       MOVE DMOV-POS-CORTE TO WS-POS-CORTE
               END-READ
               CLOSE DATAMOV-ARQ
           END-IF.
                       'MOVIMENTO: ' WS-DATA-MOVIMENTO
           END-IF.

      ******************************************************************
      * AFTER THE DAY'S LAST CUT-OFF THE REGISTER CONFIRMS NOTHING -
      * EVERY PAYMENT WAS FILED FOR THE NEXT BUSINESS DATE - SO THERE
      * IS NO REMESSA: THE EMPTY REMESSA.DAT IS LEFT AS OPENED, THE
      * SEQUENCE IS NOT TOUCHED AND BOUNCED PAYMENTS MARKED FOR
      * RE-PRESENTATION WAIT FOR THE NEXT DAY'S FIRST WINDOW. A
      * CONFIRMED PAYMENT HERE MEANS THE REGISTER DID NOT RUN AS
      * AFTER THE CUT-OFF, AND THE STEP FAILS.
      ******************************************************************
       P030-ENCERRA-APOS-CORTE.
           READ CONFIRMADOS-ARQ
               AT END
                   SET WS-FIM-CONFIRMADOS TO TRUE
           END-READ.

           CLOSE REMESSA-ARQ
                 CONFIRMADOS-ARQ
                 TOTAIS-ARQ.
           IF WS-BENEF-DISPONIVEL
               CLOSE BENEFICIARIOS-ARQ
           END-IF.

           IF WS-FIM-CONFIRMADOS
               DISPLAY 'ARQUIVO APOS O ULTIMO CORTE - SEM REMESSA '
                       'NESTA JANELA'
           ELSE
               DISPLAY 'HA CONFIRMADOS EM JANELA APOS O ULTIMO CORTE'
               DISPLAY 'REMESSA NAO GERADA - VER O REGISTRO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * THE FILE SEQUENCE NUMBER LIVES IN REMESSA.SEQ AND SURVIVES
      * ACROSS RUNS. ON THE FIRST-EVER RUN THE FILE DOES NOT EXIST
           ADD TRAN-VALOR OF CONF-REG TO WS-SOMA-VALOR.

           MOVE WS-QTDE-DETALHES      TO WS-DET-SEQUENCIA.
           MOVE SPACES                TO WS-DET-MOVIMENTO.
           MOVE TRAN-NUM-1 OF CONF-REG TO WS-DET-NUM-1.
           MOVE TRAN-NUM-2 OF CONF-REG TO WS-DET-NUM-2.
           MOVE TRAN-VALOR OF CONF-REG TO WS-DET-VALOR.
                                      TO WS-DET-DATA-VALOR (5:2).
           MOVE TRAN-DATA-DD OF CONF-REG
                                      TO WS-DET-DATA-VALOR (7:2).
           PERFORM P180-OBTEM-CONTA.

           MOVE WS-REM-DETALHE        TO REM-REG.
           WRITE REM-REG.

      ******************************************************************
      * CASES THE BACK OFFICE MARKED FOR RE-PRESENTATION GO OUT
      * AFTER THE DAY'S CONFIRMED DETAILS, UNDER THE VALUE DATE THEY
      * WERE FIRST SENT WITH, SO THE BANK'S ANSWER POSTS BACK ONTO
      * THE SAME HISTORY RECORD AND CASE. NO CASE MASTER YET MEANS
      * NOTHING HAS EVER BOUNCED: THE STEP SIMPLY GOES ON.
      ******************************************************************
       P160-REAPRESENTA-DEVOLUCOES.
           OPEN INPUT DEVCASOS-ARQ.
           IF WS-FS-DEVCASOS NOT = '00'
               DISPLAY 'SEM CADASTRO DE CASOS DE DEVOLUCAO - FS: '
                       WS-FS-DEVCASOS
           ELSE
               SET WS-FIM-CASOS TO FALSE
               PERFORM P165-LE-CASO UNTIL WS-FIM-CASOS
               CLOSE DEVCASOS-ARQ
           END-IF.

       P165-LE-CASO.
           READ DEVCASOS-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-CASOS TO TRUE
               NOT AT END
                   IF DVC-REAPRESENTAR
                       PERFORM P170-GRAVA-REAPRESENTACAO
                   END-IF
           END-READ.

      * A SINGLE FILE CARRIES AT MOST AS MANY RE-PRESENTATIONS AS
      * THE KEY TABLE HOLDS; THE REST STAY MARKED AND GO OUT ON THE
      * NEXT REMITTANCE.
       P170-GRAVA-REAPRESENTACAO.
           IF WS-QTDE-REAPRES >= 500
               DISPLAY 'LIMITE DE 500 REAPRESENTACOES POR REMESSA - '
                       'CASO ' DVC-NUM-1 '/' DVC-NUM-2
                       ' FICA PARA A PROXIMA'
           ELSE
               ADD 1 TO WS-QTDE-REAPRES
               MOVE DVC-CHAVE     TO WS-REAP-CHAVE (WS-QTDE-REAPRES)
               ADD 1              TO WS-QTDE-DETALHES
               ADD DVC-NUM-1      TO WS-SOMA-NUM-1
               ADD DVC-NUM-2      TO WS-SOMA-NUM-2
               ADD DVC-VALOR      TO WS-SOMA-VALOR
               ADD DVC-NUM-1      TO WS-SOMA-REAP-NUM-1
               ADD DVC-NUM-2      TO WS-SOMA-REAP-NUM-2
               ADD DVC-VALOR      TO WS-SOMA-REAP-VALOR

               MOVE WS-QTDE-DETALHES  TO WS-DET-SEQUENCIA
               MOVE 'RP'              TO WS-DET-MOVIMENTO
               MOVE DVC-NUM-1         TO WS-DET-NUM-1
               MOVE DVC-NUM-2         TO WS-DET-NUM-2
               MOVE DVC-VALOR         TO WS-DET-VALOR
               MOVE DVC-DATA (7:4)    TO WS-DET-DATA-VALOR (1:4)
               MOVE DVC-DATA (4:2)    TO WS-DET-DATA-VALOR (5:2)
               MOVE DVC-DATA (1:2)    TO WS-DET-DATA-VALOR (7:2)
               PERFORM P180-OBTEM-CONTA

               MOVE WS-REM-DETALHE    TO REM-REG
               WRITE REM-REG
           END-IF.

      ******************************************************************
      * THE DESTINATION ACCOUNT IS THE ONE IN FORCE ON THE MASTER
      * FOR THE DETAIL'S PAIR (ALREADY IN WS-DET-NUM-1/2). A CHANGE
      * STILL WAITING FOR APPROVAL IS IGNORED; A PAIR OFF THE MASTER
      * GOES OUT WITH THE ACCOUNT BLANK, AS BEFORE THE FIELD EXISTED.
      ******************************************************************
       P180-OBTEM-CONTA.
           MOVE ZEROS                 TO WS-DET-BANCO WS-DET-AGENCIA.
           MOVE SPACES                TO WS-DET-CONTA.
           IF WS-BENEF-DISPONIVEL
               MOVE WS-DET-NUM-1      TO BEN-NUM-1
               MOVE WS-DET-NUM-2      TO BEN-NUM-2
               READ BENEFICIARIOS-ARQ
                   INVALID KEY
                       DISPLAY 'BENEFICIARIO NAO CADASTRADO - DETALHE '
                               'SEM CONTA: ' BEN-NUM-1 '/' BEN-NUM-2
                   NOT INVALID KEY
                       MOVE BEN-BANCO     TO WS-DET-BANCO
                       MOVE BEN-AGENCIA   TO WS-DET-AGENCIA
                       MOVE BEN-CONTA     TO WS-DET-CONTA
               END-READ
           END-IF.

       P200-GRAVA-TRAILER.
           MOVE WS-QTDE-DETALHES      TO WS-TRL-QTDE.
           MOVE WS-SOMA-NUM-1         TO WS-TRL-SOMA-NUM-1.
      * TOTALS THE REGISTER WROTE: SAME CONFIRMED COUNT AND THE SAME
      * CONFIRMED-ONLY HASH TOTALS. A MISMATCH ENDS THE STEP WITH A
      * NONZERO CONDITION CODE SO THE JOB STOPS BEFORE TRANSMISSION.
      * RE-PRESENTED DETAILS ARE NOT IN THE REGISTER'S TOTALS AND
      * ARE TAKEN OUT OF THE FILE'S FIGURES FOR THE COMPARISON.
      ******************************************************************
       P250-CONFERE-TOTAIS.
           IF WS-QTDE-DETALHES - WS-QTDE-REAPRES = TOT-QTDE-CONF
              AND WS-SOMA-NUM-1 - WS-SOMA-REAP-NUM-1
                                  = TOT-SOMA-CONF-NUM-1
              AND WS-SOMA-NUM-2 - WS-SOMA-REAP-NUM-2
                                  = TOT-SOMA-CONF-NUM-2
              AND WS-SOMA-VALOR - WS-SOMA-REAP-VALOR
                                  = TOT-SOMA-CONF-VALOR
               SET WS-REMESSA-BATIDA TO TRUE
               DISPLAY 'REMESSA BATIDA COM TOTAIS.DAT.'
           ELSE
                   WRITE RARQ-REG
           END-READ.

      ******************************************************************
      * ONLY A RELEASED FILE COMMITS ITS RE-PRESENTATIONS: EACH CASE
      * WRITTEN TO IT GOES FROM R TO E WITH THE SEQUENCE AND DATE IT
      * WENT OUT ON. AN OUT-OF-BALANCE FILE LEAVES THE CASES MARKED
      * R FOR THE CORRECTED RERUN TO PICK UP AGAIN.
      ******************************************************************
       P400-MARCA-REAPRESENTADOS.
           IF WS-QTDE-REAPRES > 0
               OPEN I-O DEVCASOS-ARQ
               IF WS-FS-DEVCASOS NOT = '00'
                   DISPLAY 'ERRO AO ATUALIZAR DEVCASOS.DAT - FS: '
                           WS-FS-DEVCASOS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM P410-MARCA-CASO
                       VARYING WS-SUB-REAP FROM 1 BY 1
                       UNTIL WS-SUB-REAP > WS-QTDE-REAPRES
                   CLOSE DEVCASOS-ARQ
                   DISPLAY 'CASOS REAPRESENTADOS: '
                           WS-QTDE-REAP-MARCADOS
               END-IF
           END-IF.

       P410-MARCA-CASO.
           MOVE WS-REAP-CHAVE (WS-SUB-REAP) TO DVC-CHAVE.
           READ DEVCASOS-ARQ
               INVALID KEY
                   DISPLAY 'CASO REAPRESENTADO NAO ENCONTRADO: '
                           WS-REAP-CHAVE (WS-SUB-REAP)
               NOT INVALID KEY
                   SET DVC-REAPRESENTADO       TO TRUE
                   MOVE WS-SEQUENCIA-REMESSA   TO DVC-SEQ-REAPRES
                   MOVE WS-DATA-MOVIMENTO      TO DVC-DATA-REAPRES
                   REWRITE DVC-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR CASO - FS: '
                                   WS-FS-DEVCASOS
                       NOT INVALID KEY
                           ADD 1 TO WS-QTDE-REAP-MARCADOS
                   END-REWRITE
           END-READ.

      ******************************************************************
      * EVERY PAYMENT ON A RELEASED FILE HAS ITS HISTORY RECORD
      * STAMPED WITH THE FILE SEQUENCE NUMBER (A RE-PRESENTATION
      * OVERWRITES THE FIRST SEQUENCE WITH THE LATEST). THE DETAILS
      * ARE READ BACK FROM REMESSA.DAT ITSELF, SO EXACTLY WHAT WENT
      * OUT IS STAMPED. A MISSING MASTER ONLY COSTS THE STATEMENT ITS
      * SEQUENCE COLUMN, SO IT IS ONLY A WARNING ON THE LOG: BY NOW
      * THE SEQUENCE IS USED AND THE FILE ARCHIVED, AND A NONZERO
      * CONDITION CODE WOULD HAVE A RESTART SEND THE SAME PAYMENTS
      * AGAIN UNDER A NEW SEQUENCE.
      ******************************************************************
       P450-MARCA-HISTORICO.
           OPEN I-O HISTORICO-ARQ.
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'HISTPAGTO.DAT NAO DISPONIVEL - FS: '
                       WS-FS-HISTORICO
               DISPLAY 'SEQUENCIA DA REMESSA NAO GRAVADA NO HISTORICO'
           ELSE
               OPEN INPUT REMESSA-ARQ
               IF WS-FS-REMESSA NOT = '00'
                   DISPLAY 'ERRO AO RELER REMESSA.DAT - FS: '
                           WS-FS-REMESSA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   SET WS-FIM-REMESSA-ARQUIVO TO FALSE
                   PERFORM P460-MARCA-DETALHE
                       UNTIL WS-FIM-REMESSA-ARQUIVO
                   CLOSE REMESSA-ARQ
               END-IF
               CLOSE HISTORICO-ARQ
               DISPLAY 'HISTORICOS MARCADOS COM A REMESSA: '
                       WS-QTDE-HIST-MARCADOS
               IF WS-QTDE-HIST-AUSENTES > 0
                   DISPLAY 'DETALHES SEM REGISTRO NO HISTORICO: '
                           WS-QTDE-HIST-AUSENTES
               END-IF
           END-IF.

       P460-MARCA-DETALHE.
           READ REMESSA-ARQ
               AT END
                   SET WS-FIM-REMESSA-ARQUIVO TO TRUE
               NOT AT END
                   MOVE REM-REG TO WS-REM-DETALHE
                   IF WS-DET-TIPO = '1'
                       PERFORM P470-GRAVA-SEQUENCIA-HIST
                   END-IF
           END-READ.

       P470-GRAVA-SEQUENCIA-HIST.
           MOVE SPACES                   TO WS-DATA-HIST.
           MOVE WS-DET-DATA-VALOR (7:2)  TO WS-DATA-HIST (1:2).
           MOVE '/'                      TO WS-DATA-HIST (3:1).
           MOVE WS-DET-DATA-VALOR (5:2)  TO WS-DATA-HIST (4:2).
           MOVE '/'                      TO WS-DATA-HIST (6:1).
           MOVE WS-DET-DATA-VALOR (1:4)  TO WS-DATA-HIST (7:4).

           MOVE WS-DET-NUM-1             TO HIST-NUM-1.
           MOVE WS-DET-NUM-2             TO HIST-NUM-2.
           MOVE WS-DATA-HIST             TO HIST-DATA.
           READ HISTORICO-ARQ
               INVALID KEY
                   ADD 1 TO WS-QTDE-HIST-AUSENTES
               NOT INVALID KEY
                   MOVE WS-SEQUENCIA-REMESSA TO HIST-SEQ-REMESSA
                   REWRITE HIST-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR HISTORICO - FS: '
                                   WS-FS-HISTORICO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTDE-HIST-MARCADOS
                   END-REWRITE
           END-READ.

       END PROGRAM CBEXEBAS005.
