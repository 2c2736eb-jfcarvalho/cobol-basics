      ******************************************************************
      * Author:
      * Date:
      * Purpose: General-ledger interface. Turns the business date's
      *          payment events into a balanced journal for the
      *          accounting system, so the ledger no longer has to be
      *          re-keyed from TOTAIS.DAT and RELRET.TXT: every
      *          payment confirmed on the date (CONFIRMADOS.DAT, the
      *          register's and the morning review's) moves from
      *          payable into in-transit, every payment the bank
      *          settled (LIQUIDADOS.DAT, occurrence 00 in the return
      *          CBEXEBAS008 processed) clears in-transit against the
      *          bank account, and every payment the bank bounced
      *          (DEVOLVIDOS.DAT) reverses from in-transit to payable,
      *          and every bounced payment re-presented on the
      *          window's remittance (the RP details of REMESSA.DAT)
      *          moves from payable back into in-transit, so its
      *          later settlement clears an amount that is there.
      *          Each event is one debit line and one credit line, on
      *          the accounts the chart-of-accounts mapping
      *          PLANOCTA.DAT gives for it. The journal is built in a
      *          work file and re-added from there; only when its
      *          debits equal its credits is it released as
      *          DIARIO.DAT - a header with the DATAMOV.DAT business
      *          date, the lines, and a trailer with the debit and
      *          credit totals - otherwise no journal is released
      *          and the step ends with condition code 8. The posting
      *          report RELCONT.TXT lists every event with its
      *          accounts and the totals by event and by account.
      *          The day is worked in remittance windows and the step
      *          runs once per window: the journal belongs to the date
      *          and window in DATAMOV.DAT, and the window is carried
      *          in the journal header. Every released window is
      *          logged in CONTABIL.DAT; a rerun for a window already
      *          logged posts nothing and ends with condition code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS024.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRMADOS-ARQ  ASSIGN TO "CONFIRMADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONFIRMADOS.

           SELECT LIQUIDADOS-ARQ   ASSIGN TO "LIQUIDADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIQUIDADOS.

           SELECT DEVOLVIDOS-ARQ   ASSIGN TO "DEVOLVIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLVIDOS.

           SELECT REMESSA-ARQ      ASSIGN TO "REMESSA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

           SELECT PLANOCTA-ARQ     ASSIGN TO "PLANOCTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PLANOCTA.

           SELECT CONTABIL-ARQ     ASSIGN TO "CONTABIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTB-CHAVE
               FILE STATUS IS WS-FS-CONTABIL.

           SELECT APARA-ARQ        ASSIGN TO "CBEXEBAS024.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APARA.

           SELECT DIARIO-ARQ       ASSIGN TO "DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.

           SELECT RELCONT-ARQ      ASSIGN TO "RELCONT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELCONT.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIRMADOS-ARQ
           RECORDING MODE IS F.
           COPY CPTRAN01 REPLACING ==TRAN-REG== BY ==CONF-REG==.

       FD  LIQUIDADOS-ARQ
           RECORDING MODE IS F.
           COPY CPDEV01 REPLACING LEADING ==DEV== BY ==LIQ==.

       FD  DEVOLVIDOS-ARQ
           RECORDING MODE IS F.
           COPY CPDEV01.

      * THE WINDOW'S REMITTANCE, READ ONLY FOR ITS HEADER DATE AND
      * ITS RE-PRESENTED (RP) DETAILS.
       FD  REMESSA-ARQ
           RECORDING MODE IS F.
       01  REM-REG.
           05  REM-TIPO              PIC X(01).
           05  REM-DADOS             PIC X(59).
       01  REM-HEADER.
           05  FILLER                PIC X(01).
           05  REM-HDR-DATA-GER      PIC 9(08).
           05  REM-HDR-SEQUENCIA     PIC 9(06).
           05  FILLER                PIC X(45).
       01  REM-DETALHE.
           05  FILLER                PIC X(01).
           05  REM-DET-SEQUENCIA     PIC 9(06).
           05  REM-DET-NUM-1         PIC 9(02).
           05  REM-DET-NUM-2         PIC 9(02).
           05  REM-DET-DATA-VALOR    PIC 9(08).
           05  REM-DET-VALOR         PIC 9(07)V99.
           05  REM-DET-MOVIMENTO     PIC X(02).
           05  FILLER                PIC X(30).

       FD  PLANOCTA-ARQ
           RECORDING MODE IS F.
           COPY CPPLC01.

       FD  CONTABIL-ARQ.
           COPY CPCTB01.

      * THE WORK FILE HOLDS THE JOURNAL LINES UNTIL THEY ARE PROVED.
       FD  APARA-ARQ
           RECORDING MODE IS F.
       01  APA-REG                   PIC X(80).

       FD  DIARIO-ARQ
           RECORDING MODE IS F.
           COPY CPDIA01.

       FD  RELCONT-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       WORKING-STORAGE SECTION.
       01 WS-FS-CONFIRMADOS               PIC XX VALUE '00'.
       01 WS-FS-LIQUIDADOS                PIC XX VALUE '00'.
       01 WS-FS-DEVOLVIDOS                PIC XX VALUE '00'.
       01 WS-FS-REMESSA                   PIC XX VALUE '00'.
       01 WS-FS-PLANOCTA                  PIC XX VALUE '00'.
       01 WS-FS-CONTABIL                  PIC XX VALUE '00'.
       01 WS-FS-APARA                     PIC XX VALUE '00'.
       01 WS-FS-DIARIO                    PIC XX VALUE '00'.
       01 WS-FS-RELCONT                   PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.

       01 WS-FIM-ARQ-FLAG                 PIC X VALUE 'N'.
           88 WS-FIM-ARQ                         VALUE 'S' FALSE 'N'.

       01 WS-PLANO-OK-FLAG                PIC X VALUE 'S'.
           88 WS-PLANO-OK                        VALUE 'S' FALSE 'N'.

       01 WS-CONTA-ACHOU-FLAG             PIC X VALUE 'N'.
           88 WS-CONTA-ACHOU                     VALUE 'S' FALSE 'N'.

       01 WS-REMESSA-DO-DIA-FLAG          PIC X VALUE 'N'.
           88 WS-REMESSA-DO-DIA                  VALUE 'S' FALSE 'N'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.
       01 WS-JANELA                       PIC 9(02) VALUE 1.

      * THE FOUR EVENTS, IN A FIXED ORDER: 1 CONFIRMED, 2 SETTLED,
      * 3 BOUNCED, 4 RE-PRESENTED. THE ACCOUNTS COME FROM
      * PLANOCTA.DAT; THE COUNTS AND VALUES ARE WHAT THE RUN POSTED
      * FOR EACH.
       01 WS-TABELA-EVENTOS.
           05 WS-EVT OCCURS 4 TIMES.
               10 WS-EVT-CODIGO           PIC X(02).
               10 WS-EVT-DEBITO           PIC X(12).
               10 WS-EVT-CREDITO          PIC X(12).
               10 WS-EVT-HISTORICO        PIC X(25).
               10 WS-EVT-ACHOU            PIC X(01).
               10 WS-EVT-QTDE             PIC 9(06).
               10 WS-EVT-VALOR            PIC 9(13)V99.
       77 WS-SUB-EVT                      PIC 9(01) VALUE 0.

      * TOTALS BY ACCOUNT FOR THE REPORT. FOUR EVENTS OF TWO
      * ACCOUNTS EACH CAN NAME AT MOST EIGHT DIFFERENT ACCOUNTS.
       01 WS-TABELA-CONTAS.
           05 WS-CTA OCCURS 8 TIMES.
               10 WS-CTA-CONTA            PIC X(12).
               10 WS-CTA-DEBITO           PIC 9(13)V99.
               10 WS-CTA-CREDITO          PIC 9(13)V99.
       77 WS-QTDE-CONTAS                  PIC 9(01) VALUE 0.
       77 WS-SUB-CTA                      PIC 9(01) VALUE 0.
       01 WS-CONTA-BUSCA                  PIC X(12) VALUE SPACES.

      * THE EVENT BEING POSTED, FROM WHICHEVER FILE IT CAME.
       01 WS-LAN-NUM-1                    PIC 9(02) VALUE ZEROS.
       01 WS-LAN-NUM-2                    PIC 9(02) VALUE ZEROS.
       01 WS-LAN-DATA                     PIC X(10) VALUE SPACES.
       01 WS-LAN-VALOR                    PIC 9(07)V99 VALUE ZEROS.

       01 WS-SEQUENCIA                    PIC 9(06) VALUE 0.
       01 WS-TOT-LINHAS                   PIC 9(06) VALUE 0.
       01 WS-TOT-SEM-VALOR                PIC 9(06) VALUE 0.
       01 WS-TOT-DEBITO                   PIC 9(13)V99 VALUE 0.
       01 WS-TOT-CREDITO                  PIC 9(13)V99 VALUE 0.

      * THE SAME FIGURES RE-ADDED FROM THE WORK FILE BEFORE RELEASE.
       01 WS-PRV-LINHAS                   PIC 9(06) VALUE 0.
       01 WS-PRV-DEBITO                   PIC 9(13)V99 VALUE 0.
       01 WS-PRV-CREDITO                  PIC 9(13)V99 VALUE 0.

       01 WS-VALOR-ED                     PIC Z(6)9.99.
       01 WS-TOTAL-ED                     PIC Z(12)9.99.
       01 WS-TOTAL-ED-2                   PIC Z(12)9.99.

       01 WS-LINHA-EVENTO.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-SEQUENCIA            PIC 9(06).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-EVENTO               PIC X(02).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-LIN-NUM-2                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-DATA                 PIC X(10).
           05 FILLER                      PIC X(03) VALUE ' D:'.
           05 WS-LIN-DEBITO               PIC X(12).
           05 FILLER                      PIC X(03) VALUE ' C:'.
           05 WS-LIN-CREDITO              PIC X(12).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-VALOR                PIC Z(6)9.99.
           05 FILLER                      PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            PERFORM P030-CARREGA-PLANO.
            PERFORM P040-VERIFICA-CONTABILIZADO.
            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P050-IMPRIME-CABECALHO.

            PERFORM P100-LANCA-CONFIRMADOS.
            PERFORM P200-LANCA-LIQUIDADOS.
            PERFORM P300-LANCA-DEVOLVIDOS.
            PERFORM P350-LANCA-REAPRESENTADOS.
            CLOSE APARA-ARQ.

            PERFORM P400-CONFERE-DIARIO.
            PERFORM P700-IMPRIME-RESUMO.

            IF WS-PRV-DEBITO = WS-PRV-CREDITO
               AND WS-PRV-DEBITO = WS-TOT-DEBITO
               AND WS-PRV-CREDITO = WS-TOT-CREDITO
               AND WS-PRV-LINHAS = WS-TOT-LINHAS
                PERFORM P500-LIBERA-DIARIO
                PERFORM P600-REGISTRA-CONTABILIZACAO
                MOVE ' DIARIO LIBERADO PARA A CONTABILIDADE'
                                        TO REL-LINHA
                WRITE REL-LINHA
            ELSE
                MOVE ' *** DEBITOS DIFEREM DOS CREDITOS - DIARIO NAO '
                                        TO REL-LINHA
                MOVE 'LIBERADO ***'     TO REL-LINHA (48:12)
                WRITE REL-LINHA
                DISPLAY 'DIARIO NAO BALANCEADO - DEBITOS: '
                        WS-PRV-DEBITO ' CREDITOS: ' WS-PRV-CREDITO
                DISPLAY 'DIARIO.DAT NAO FOI LIBERADO'
                MOVE 8 TO RETURN-CODE
            END-IF.

            DISPLAY 'INTERFACE CONTABIL - TOTAIS DE ' WS-DATA-MOVIMENTO
                    ' JANELA ' WS-JANELA.
            DISPLAY 'CONFIRMADOS LANCADOS: ' WS-EVT-QTDE (1).
            DISPLAY 'LIQUIDADOS LANCADOS.: ' WS-EVT-QTDE (2).
            DISPLAY 'DEVOLVIDOS LANCADOS.: ' WS-EVT-QTDE (3).
            DISPLAY 'REAPRESENT. LANCADOS: ' WS-EVT-QTDE (4).
            DISPLAY 'SEM VALOR (IGNORADOS): ' WS-TOT-SEM-VALOR.
            DISPLAY 'LINHAS DO DIARIO....: ' WS-TOT-LINHAS.
            DISPLAY 'TOTAL DE DEBITOS....: ' WS-TOT-DEBITO.
            DISPLAY 'TOTAL DE CREDITOS...: ' WS-TOT-CREDITO.

            CLOSE RELCONT-ARQ.

            STOP RUN.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * THE JOURNAL BELONGS TO THE DATE AND WINDOW IN DATAMOV.DAT.
       P020-OBTEM-DATA-MOVIMENTO.
           OPEN INPUT DATAMOV-ARQ.
           IF WS-FS-DATAMOV = '00'
               READ DATAMOV-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DMOV-DATA-MOV TO WS-DATA-MOVIMENTO
                       IF DMOV-JANELA NUMERIC
                           MOVE DMOV-JANELA TO WS-JANELA
                       END-IF
               END-READ
               CLOSE DATAMOV-ARQ
           END-IF.
           IF WS-DATA-MOVIMENTO = ZEROS
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA
               MOVE WS-DATA-HORA-SISTEMA (1:8) TO WS-DATA-MOVIMENTO
               DISPLAY 'DATAMOV.DAT NAO DISPONIVEL - FS: '
                       WS-FS-DATAMOV
               DISPLAY 'USANDO A DATA DO SISTEMA COMO DATA DE '
                       'MOVIMENTO: ' WS-DATA-MOVIMENTO
           END-IF.

      ******************************************************************
      * THE MAPPING MUST GIVE BOTH ACCOUNTS FOR ALL FOUR EVENTS
      * BEFORE ANYTHING IS POSTED: A JOURNAL WITH A LINE ON NO
      * ACCOUNT CANNOT BE LOADED, SO A MISSING FILE, A MISSING CARD
      * OR A BLANK ACCOUNT FAILS THE STEP. A CARD FOR ANY OTHER EVENT
      * CODE IS REPORTED AND IGNORED.
      ******************************************************************
       P030-CARREGA-PLANO.
           INITIALIZE WS-TABELA-EVENTOS.
           MOVE 'CF' TO WS-EVT-CODIGO (1).
           MOVE 'LQ' TO WS-EVT-CODIGO (2).
           MOVE 'DV' TO WS-EVT-CODIGO (3).
           MOVE 'RP' TO WS-EVT-CODIGO (4).
           MOVE 'N'  TO WS-EVT-ACHOU (1) WS-EVT-ACHOU (2)
                        WS-EVT-ACHOU (3) WS-EVT-ACHOU (4).

           OPEN INPUT PLANOCTA-ARQ.
           IF WS-FS-PLANOCTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR PLANOCTA.DAT - FS: '
                       WS-FS-PLANOCTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-FIM-ARQ TO FALSE.
           PERFORM P035-LE-PLANO UNTIL WS-FIM-ARQ.
           CLOSE PLANOCTA-ARQ.

           SET WS-PLANO-OK TO TRUE.
           PERFORM P037-VALIDA-EVENTO
               VARYING WS-SUB-EVT FROM 1 BY 1
               UNTIL WS-SUB-EVT > 4.
           IF NOT WS-PLANO-OK
               DISPLAY 'PLANO DE CONTAS INCOMPLETO - NADA LANCADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       P035-LE-PLANO.
           READ PLANOCTA-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PLC-EVT-CONFIRMADO
                           MOVE 1 TO WS-SUB-EVT
                       WHEN PLC-EVT-LIQUIDADO
                           MOVE 2 TO WS-SUB-EVT
                       WHEN PLC-EVT-DEVOLVIDO
                           MOVE 3 TO WS-SUB-EVT
                       WHEN PLC-EVT-REAPRESENTADO
                           MOVE 4 TO WS-SUB-EVT
                       WHEN OTHER
                           MOVE 0 TO WS-SUB-EVT
                           DISPLAY 'EVENTO DESCONHECIDO NO PLANO DE '
                                   'CONTAS, IGNORADO: ' PLC-EVENTO
                   END-EVALUATE
                   IF WS-SUB-EVT > 0
                       MOVE PLC-CONTA-DEBITO
                                  TO WS-EVT-DEBITO (WS-SUB-EVT)
                       MOVE PLC-CONTA-CREDITO
                                  TO WS-EVT-CREDITO (WS-SUB-EVT)
                       MOVE PLC-HISTORICO
                                  TO WS-EVT-HISTORICO (WS-SUB-EVT)
                       MOVE 'S'   TO WS-EVT-ACHOU (WS-SUB-EVT)
                   END-IF
           END-READ.

       P037-VALIDA-EVENTO.
           IF WS-EVT-ACHOU (WS-SUB-EVT) NOT = 'S'
               SET WS-PLANO-OK TO FALSE
               DISPLAY 'EVENTO SEM CONTAS NO PLANO: '
                       WS-EVT-CODIGO (WS-SUB-EVT)
           ELSE
               IF WS-EVT-DEBITO (WS-SUB-EVT) = SPACES
                  OR WS-EVT-CREDITO (WS-SUB-EVT) = SPACES
                   SET WS-PLANO-OK TO FALSE
                   DISPLAY 'EVENTO COM CONTA EM BRANCO NO PLANO: '
                           WS-EVT-CODIGO (WS-SUB-EVT)
               END-IF
           END-IF.

      ******************************************************************
      * A DATE AND WINDOW ALREADY ON THE POSTING LOG HAS HAD ITS
      * JOURNAL RELEASED: POSTING IT AGAIN WOULD DOUBLE THE LEDGER,
      * SO THE RERUN STOPS HERE WITH A WARNING AND LEAVES THAT
      * JOURNAL ALONE. THE LOG IS PERSISTENT AND IS CREATED EMPTY ON THE
      * FIRST-EVER RUN.
      ******************************************************************
       P040-VERIFICA-CONTABILIZADO.
           OPEN I-O CONTABIL-ARQ.
           IF WS-FS-CONTABIL = '35'
               OPEN OUTPUT CONTABIL-ARQ
               CLOSE CONTABIL-ARQ
               OPEN I-O CONTABIL-ARQ
           END-IF.
           IF WS-FS-CONTABIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONTABIL.DAT - FS: '
                       WS-FS-CONTABIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-DATA-MOVIMENTO TO CTB-DATA-MOV.
           MOVE WS-JANELA         TO CTB-JANELA.
           READ CONTABIL-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'DATA ' WS-DATA-MOVIMENTO
                           ' JANELA ' WS-JANELA
                           ' JA CONTABILIZADA EM ' CTB-DATA-GERACAO
                           ' - ' CTB-QTDE-LANC ' LINHAS'
                   DISPLAY 'NENHUM LANCAMENTO GERADO'
                   CLOSE CONTABIL-ARQ
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-READ.

      * THE DAY'S CONFIRMATIONS MUST EXIST - THE REGISTER ALWAYS
      * WRITES THE FILE. THE RETURN OUTCOMES MAY NOT (NO RETURN
      * ARRIVED), NOR THE REMITTANCE, AND ARE TREATED AS EMPTY
      * WHERE THEY ARE READ.
       P010-ABRE-ARQUIVOS.
           OPEN INPUT CONFIRMADOS-ARQ.
           IF WS-FS-CONFIRMADOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CONFIRMADOS.DAT - FS: '
                       WS-FS-CONFIRMADOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT APARA-ARQ.
           IF WS-FS-APARA NOT = '00'
               DISPLAY 'ERRO AO ABRIR CBEXEBAS024.TMP - FS: '
                       WS-FS-APARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELCONT-ARQ.
           IF WS-FS-RELCONT NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELCONT.TXT - FS: '
                       WS-FS-RELCONT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' RELATORIO DE LANCAMENTOS CONTABEIS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                  '  JANELA: ' WS-JANELA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' SEQ    EV PAGTO DATA       CONTAS' TO REL-LINHA.
           MOVE 'VALOR' TO REL-LINHA (68:5).
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       P100-LANCA-CONFIRMADOS.
           MOVE 1 TO WS-SUB-EVT.
           SET WS-FIM-ARQ TO FALSE.
           PERFORM P110-LE-CONFIRMADO UNTIL WS-FIM-ARQ.
           CLOSE CONFIRMADOS-ARQ.

       P110-LE-CONFIRMADO.
           READ CONFIRMADOS-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE TRAN-NUM-1 OF CONF-REG TO WS-LAN-NUM-1
                   MOVE TRAN-NUM-2 OF CONF-REG TO WS-LAN-NUM-2
                   MOVE TRAN-DATA  OF CONF-REG TO WS-LAN-DATA
                   MOVE TRAN-VALOR OF CONF-REG TO WS-LAN-VALOR
                   PERFORM P800-LANCA-EVENTO
           END-READ.

       P200-LANCA-LIQUIDADOS.
           MOVE 2 TO WS-SUB-EVT.
           OPEN INPUT LIQUIDADOS-ARQ.
           IF WS-FS-LIQUIDADOS NOT = '00'
               DISPLAY 'SEM LIQUIDACOES A LANCAR - FS: '
                       WS-FS-LIQUIDADOS
           ELSE
               SET WS-FIM-ARQ TO FALSE
               PERFORM P210-LE-LIQUIDADO UNTIL WS-FIM-ARQ
               CLOSE LIQUIDADOS-ARQ
           END-IF.

       P210-LE-LIQUIDADO.
           READ LIQUIDADOS-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE LIQ-NUM-1 TO WS-LAN-NUM-1
                   MOVE LIQ-NUM-2 TO WS-LAN-NUM-2
                   MOVE LIQ-DATA  TO WS-LAN-DATA
                   MOVE LIQ-VALOR TO WS-LAN-VALOR
                   PERFORM P800-LANCA-EVENTO
           END-READ.

       P300-LANCA-DEVOLVIDOS.
           MOVE 3 TO WS-SUB-EVT.
           OPEN INPUT DEVOLVIDOS-ARQ.
           IF WS-FS-DEVOLVIDOS NOT = '00'
               DISPLAY 'SEM DEVOLUCOES A LANCAR - FS: '
                       WS-FS-DEVOLVIDOS
           ELSE
               SET WS-FIM-ARQ TO FALSE
               PERFORM P310-LE-DEVOLVIDO UNTIL WS-FIM-ARQ
               CLOSE DEVOLVIDOS-ARQ
           END-IF.

       P310-LE-DEVOLVIDO.
           READ DEVOLVIDOS-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE DEV-NUM-1 TO WS-LAN-NUM-1
                   MOVE DEV-NUM-2 TO WS-LAN-NUM-2
                   MOVE DEV-DATA  TO WS-LAN-DATA
                   MOVE DEV-VALOR TO WS-LAN-VALOR
                   PERFORM P800-LANCA-EVENTO
           END-READ.

      ******************************************************************
      * A BOUNCED PAYMENT WENT BACK TO PAYABLE WHEN IT BOUNCED (DV).
      * RE-PRESENTING IT PUTS IT BACK IN TRANSIT, SO EVERY RP DETAIL
      * ON THE WINDOW'S REMITTANCE IS POSTED, UNDER ITS ORIGINAL
      * VALUE DATE. A REMITTANCE WHOSE HEADER IS NOT OF THE BUSINESS
      * DATE IS LEFT BY AN EARLIER DAY AND IS NOT POSTED; A WINDOW
      * AFTER THE LAST CUT-OFF LEAVES THE FILE EMPTY.
      ******************************************************************
       P350-LANCA-REAPRESENTADOS.
           MOVE 4 TO WS-SUB-EVT.
           OPEN INPUT REMESSA-ARQ.
           IF WS-FS-REMESSA NOT = '00'
               DISPLAY 'SEM REAPRESENTACOES A LANCAR - FS: '
                       WS-FS-REMESSA
           ELSE
               SET WS-REMESSA-DO-DIA TO FALSE
               SET WS-FIM-ARQ TO FALSE
               PERFORM P360-LE-REMESSA UNTIL WS-FIM-ARQ
               CLOSE REMESSA-ARQ
           END-IF.

       P360-LE-REMESSA.
           READ REMESSA-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   EVALUATE REM-TIPO
                       WHEN '0'
                           IF REM-HDR-DATA-GER = WS-DATA-MOVIMENTO
                               SET WS-REMESSA-DO-DIA TO TRUE
                           ELSE
                               DISPLAY 'REMESSA.DAT DE OUTRA DATA ('
                                       REM-HDR-DATA-GER
                                       ') - REAPRESENTACOES NAO '
                                       'LANCADAS'
                               SET WS-FIM-ARQ TO TRUE
                           END-IF
                       WHEN '1'
                           IF WS-REMESSA-DO-DIA
                              AND REM-DET-MOVIMENTO = 'RP'
                               PERFORM P370-LANCA-REAPRESENTADO
                           END-IF
                   END-EVALUATE
           END-READ.

       P370-LANCA-REAPRESENTADO.
           MOVE REM-DET-NUM-1             TO WS-LAN-NUM-1.
           MOVE REM-DET-NUM-2             TO WS-LAN-NUM-2.
           MOVE SPACES                    TO WS-LAN-DATA.
           MOVE REM-DET-DATA-VALOR (7:2)  TO WS-LAN-DATA (1:2).
           MOVE '/'                       TO WS-LAN-DATA (3:1).
           MOVE REM-DET-DATA-VALOR (5:2)  TO WS-LAN-DATA (4:2).
           MOVE '/'                       TO WS-LAN-DATA (6:1).
           MOVE REM-DET-DATA-VALOR (1:4)  TO WS-LAN-DATA (7:4).
           MOVE REM-DET-VALOR             TO WS-LAN-VALOR.
           PERFORM P800-LANCA-EVENTO.

      ******************************************************************
      * THE WORK FILE IS READ BACK AND ITS LINES RE-ADDED BY NATURE,
      * INDEPENDENTLY OF THE RUNNING TOTALS KEPT WHILE IT WAS BUILT.
      * ONLY A JOURNAL WHOSE RE-ADDED DEBITS EQUAL ITS CREDITS, AND
      * AGREE WITH THOSE TOTALS, IS RELEASED.
      ******************************************************************
       P400-CONFERE-DIARIO.
           OPEN INPUT APARA-ARQ.
           IF WS-FS-APARA NOT = '00'
               DISPLAY 'ERRO AO REABRIR CBEXEBAS024.TMP - FS: '
                       WS-FS-APARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-FIM-ARQ TO FALSE.
           PERFORM P410-SOMA-LINHA UNTIL WS-FIM-ARQ.
           CLOSE APARA-ARQ.

       P410-SOMA-LINHA.
           READ APARA-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE APA-REG TO DIA-REG
                   ADD 1 TO WS-PRV-LINHAS
                   IF DIA-DEBITO
                       ADD DIA-LAN-VALOR TO WS-PRV-DEBITO
                   ELSE
                       ADD DIA-LAN-VALOR TO WS-PRV-CREDITO
                   END-IF
           END-READ.

      * THE RELEASED FILE IS HEADER, THE PROVED LINES AND TRAILER.
       P500-LIBERA-DIARIO.
           OPEN OUTPUT DIARIO-ARQ.
           IF WS-FS-DIARIO NOT = '00'
               DISPLAY 'ERRO AO ABRIR DIARIO.DAT - FS: ' WS-FS-DIARIO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE SPACES                TO DIA-REG.
           SET DIA-HEADER             TO TRUE.
           MOVE WS-DATA-MOVIMENTO     TO DIA-HDR-DATA-MOV.
           MOVE WS-DATA-HORA-SISTEMA (1:8) TO DIA-HDR-DATA-GER.
           MOVE 'CBEXEBAS'            TO DIA-HDR-SISTEMA.
           MOVE WS-JANELA             TO DIA-HDR-JANELA.
           WRITE DIA-REG.

           OPEN INPUT APARA-ARQ.
           SET WS-FIM-ARQ TO FALSE.
           PERFORM P510-COPIA-LINHA UNTIL WS-FIM-ARQ.
           CLOSE APARA-ARQ.

           MOVE SPACES                TO DIA-REG.
           SET DIA-TRAILER            TO TRUE.
           MOVE WS-PRV-LINHAS         TO DIA-TRL-QTDE.
           MOVE WS-PRV-DEBITO         TO DIA-TRL-TOT-DEBITO.
           MOVE WS-PRV-CREDITO        TO DIA-TRL-TOT-CREDITO.
           WRITE DIA-REG.
           CLOSE DIARIO-ARQ.

       P510-COPIA-LINHA.
           READ APARA-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE APA-REG TO DIA-REG
                   WRITE DIA-REG
           END-READ.

       P600-REGISTRA-CONTABILIZACAO.
           MOVE WS-DATA-MOVIMENTO          TO CTB-DATA-MOV.
           MOVE WS-JANELA                  TO CTB-JANELA.
           MOVE WS-PRV-LINHAS              TO CTB-QTDE-LANC.
           MOVE WS-PRV-DEBITO              TO CTB-TOT-DEBITO.
           MOVE WS-PRV-CREDITO             TO CTB-TOT-CREDITO.
           MOVE WS-DATA-HORA-SISTEMA (1:8) TO CTB-DATA-GERACAO.
           MOVE WS-DATA-HORA-SISTEMA (9:6) TO CTB-HORA-GERACAO.
           WRITE CTB-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR CONTABIL.DAT - FS: '
                           WS-FS-CONTABIL
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           CLOSE CONTABIL-ARQ.

      ******************************************************************
      * TOTALS BY EVENT, BY ACCOUNT AND FOR THE WHOLE JOURNAL.
      ******************************************************************
       P700-IMPRIME-RESUMO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM P710-IMPRIME-EVENTO
               VARYING WS-SUB-EVT FROM 1 BY 1
               UNTIL WS-SUB-EVT > 4.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM P720-IMPRIME-CONTA
               VARYING WS-SUB-CTA FROM 1 BY 1
               UNTIL WS-SUB-CTA > WS-QTDE-CONTAS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-PRV-DEBITO  TO WS-TOTAL-ED.
           MOVE WS-PRV-CREDITO TO WS-TOTAL-ED-2.
           MOVE SPACES TO REL-LINHA.
           STRING ' LINHAS: ' WS-PRV-LINHAS
                  '  DEBITOS: ' WS-TOTAL-ED
                  '  CREDITOS: ' WS-TOTAL-ED-2
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-TOT-SEM-VALOR > 0
               MOVE SPACES TO REL-LINHA
               STRING ' EVENTOS SEM VALOR, NAO LANCADOS: '
                      WS-TOT-SEM-VALOR
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       P710-IMPRIME-EVENTO.
           MOVE WS-EVT-VALOR (WS-SUB-EVT) TO WS-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING ' EVENTO ' WS-EVT-CODIGO (WS-SUB-EVT)
                  ' - QTDE: ' WS-EVT-QTDE (WS-SUB-EVT)
                  '  VALOR: ' WS-TOTAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       P720-IMPRIME-CONTA.
           MOVE WS-CTA-DEBITO (WS-SUB-CTA)  TO WS-TOTAL-ED.
           MOVE WS-CTA-CREDITO (WS-SUB-CTA) TO WS-TOTAL-ED-2.
           MOVE SPACES TO REL-LINHA.
           STRING ' CONTA ' WS-CTA-CONTA (WS-SUB-CTA)
                  ' D: ' WS-TOTAL-ED
                  ' C: ' WS-TOTAL-ED-2
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * ONE EVENT, TWO JOURNAL LINES: THE DEBIT AND THE CREDIT OF THE
      * EVENT'S MAPPED ACCOUNTS, FOR THE SAME AMOUNT. AN EVENT WITH
      * NO AMOUNT HAS NOTHING TO BOOK AND IS ONLY COUNTED.
      ******************************************************************
       P800-LANCA-EVENTO.
           IF WS-LAN-VALOR = ZEROS
               ADD 1 TO WS-TOT-SEM-VALOR
           ELSE
               ADD 1            TO WS-SEQUENCIA
               ADD 1            TO WS-EVT-QTDE (WS-SUB-EVT)
               ADD WS-LAN-VALOR TO WS-EVT-VALOR (WS-SUB-EVT)

               MOVE SPACES                    TO DIA-REG
               SET DIA-LANCAMENTO             TO TRUE
               MOVE WS-SEQUENCIA              TO DIA-LAN-SEQUENCIA
               MOVE WS-EVT-DEBITO (WS-SUB-EVT) TO DIA-LAN-CONTA
               SET DIA-DEBITO                 TO TRUE
               PERFORM P810-GRAVA-LINHA
               ADD WS-LAN-VALOR               TO WS-TOT-DEBITO
               MOVE WS-EVT-DEBITO (WS-SUB-EVT) TO WS-CONTA-BUSCA
               PERFORM P820-LOCALIZA-CONTA
               ADD WS-LAN-VALOR TO WS-CTA-DEBITO (WS-SUB-CTA)

               MOVE SPACES                    TO DIA-REG
               SET DIA-LANCAMENTO             TO TRUE
               MOVE WS-SEQUENCIA              TO DIA-LAN-SEQUENCIA
               MOVE WS-EVT-CREDITO (WS-SUB-EVT) TO DIA-LAN-CONTA
               SET DIA-CREDITO                TO TRUE
               PERFORM P810-GRAVA-LINHA
               ADD WS-LAN-VALOR               TO WS-TOT-CREDITO
               MOVE WS-EVT-CREDITO (WS-SUB-EVT) TO WS-CONTA-BUSCA
               PERFORM P820-LOCALIZA-CONTA
               ADD WS-LAN-VALOR TO WS-CTA-CREDITO (WS-SUB-CTA)

               MOVE WS-SEQUENCIA              TO WS-LIN-SEQUENCIA
               MOVE WS-EVT-CODIGO (WS-SUB-EVT) TO WS-LIN-EVENTO
               MOVE WS-LAN-NUM-1              TO WS-LIN-NUM-1
               MOVE WS-LAN-NUM-2              TO WS-LIN-NUM-2
               MOVE WS-LAN-DATA               TO WS-LIN-DATA
               MOVE WS-EVT-DEBITO (WS-SUB-EVT) TO WS-LIN-DEBITO
               MOVE WS-EVT-CREDITO (WS-SUB-EVT) TO WS-LIN-CREDITO
               MOVE WS-LAN-VALOR              TO WS-LIN-VALOR
               MOVE WS-LINHA-EVENTO           TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       P810-GRAVA-LINHA.
           MOVE WS-LAN-VALOR                  TO DIA-LAN-VALOR.
           MOVE WS-EVT-CODIGO (WS-SUB-EVT)    TO DIA-LAN-EVENTO.
           MOVE WS-LAN-NUM-1                  TO DIA-LAN-NUM-1.
           MOVE WS-LAN-NUM-2                  TO DIA-LAN-NUM-2.
           MOVE WS-LAN-DATA                   TO DIA-LAN-DATA.
           MOVE WS-EVT-HISTORICO (WS-SUB-EVT) TO DIA-LAN-HISTORICO.
           MOVE DIA-REG                       TO APA-REG.
           WRITE APA-REG.
           ADD 1 TO WS-TOT-LINHAS.

      * THE ACCOUNT'S SLOT IN THE REPORT TABLE, OPENED ON FIRST USE.
       P820-LOCALIZA-CONTA.
           SET WS-CONTA-ACHOU TO FALSE.
           PERFORM P825-COMPARA-CONTA
               VARYING WS-SUB-CTA FROM 1 BY 1
               UNTIL WS-SUB-CTA > WS-QTDE-CONTAS
                  OR WS-CONTA-ACHOU.
           IF WS-CONTA-ACHOU
               SUBTRACT 1 FROM WS-SUB-CTA
           ELSE
               ADD 1 TO WS-QTDE-CONTAS
               MOVE WS-QTDE-CONTAS TO WS-SUB-CTA
               MOVE WS-CONTA-BUSCA TO WS-CTA-CONTA (WS-SUB-CTA)
               MOVE ZEROS          TO WS-CTA-DEBITO (WS-SUB-CTA)
                                      WS-CTA-CREDITO (WS-SUB-CTA)
           END-IF.

       P825-COMPARA-CONTA.
           IF WS-CTA-CONTA (WS-SUB-CTA) = WS-CONTA-BUSCA
               SET WS-CONTA-ACHOU TO TRUE
           END-IF.

       END PROGRAM CBEXEBAS024.
