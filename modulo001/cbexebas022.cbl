      ******************************************************************
      * Author:
      * Date:
      * Purpose: Beneficiary payment statement. Answers "what did we
      *          pay this beneficiary, and when" from the live history
      *          master HISTPAGTO.DAT plus every archive generation
      *          HISTARQ.<cutoff> (listed in the catalogue HISTARQ.LST
      *          kept by CBEXEBAS013) whose confirmation dates overlap
      *          the period asked for. The period is taken on the
      *          business date each payment was confirmed under
      *          (HIST-DATA-CONF), the date the archives are cut on.
      *          One line per payment, in that date order, with the
      *          payment date, confirmation date, amount, remittance
      *          sequence it went out on and the settlement outcome
      *          and date from the bank return, followed by totals for
      *          settled, bounced and still-unanswered payments.
      *          Function E prints the statement of one payment pair
      *          for a keyed date range into EXTRATO.TXT. Function M
      *          is the month-end batch: one statement for every
      *          active beneficiary in BENEFICIARIOS.DAT, for the
      *          month given (blank = month of the business date),
      *          into EXTRATOS.TXT for mailing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS022.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-ARQ    ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARQUIVO-ARQ      ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT CATALOGO-ARQ     ASSIGN TO "HISTARQ.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT EXTRATO-ARQ      ASSIGN TO WS-NOME-EXTRATO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-ARQ.
           COPY CPHIST01.

      * THE ARCHIVE RECORD IS THE HISTORY RECORD BYTE FOR BYTE, UNDER
      * ITS OWN NAMES, AS CBEXEBAS013 WRITES IT.
       FD  ARQUIVO-ARQ
           RECORDING MODE IS F.
           COPY CPHIST01 REPLACING LEADING ==HIST== BY ==ARQ==.

       FD  CATALOGO-ARQ
           RECORDING MODE IS F.
           COPY CPHLST01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  EXTRATO-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-ARQUIVO                   PIC XX VALUE '00'.
       01 WS-FS-CATALOGO                  PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-EXTRATO                   PIC XX VALUE '00'.

       01 WS-NOME-ARQUIVO.
           05 FILLER                      PIC X(08) VALUE 'HISTARQ.'.
           05 WS-NOME-ARQ-DATA            PIC 9(08) VALUE ZEROS.

       01 WS-NOME-EXTRATO                 PIC X(12) VALUE SPACES.

       01 WS-FUNCAO                       PIC X  VALUE SPACE.
           88 WS-FUNCAO-EXTRATO           VALUE 'E' 'e'.
           88 WS-FUNCAO-MENSAL            VALUE 'M' 'm'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

       77 WS-NUM-1                        PIC 99 VALUE 0.
       77 WS-NUM-2                        PIC 99 VALUE 0.

      * DATES ARE KEYED AS AAAAMMDD AND CHECKED FIELD BY FIELD.
       01 WS-DATA-ENT                     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENT-R REDEFINES WS-DATA-ENT.
           05 WS-ENT-AAAA                 PIC 9(04).
           05 WS-ENT-MM                   PIC 9(02).
           05 WS-ENT-DD                   PIC 9(02).
       01 WS-DATA-INICIO                  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM                     PIC 9(08) VALUE ZEROS.

       01 WS-MES-TX                       PIC X(06) VALUE SPACES.
       01 WS-MES-REF                      PIC 9(06) VALUE ZEROS.
       01 WS-MES-REF-R REDEFINES WS-MES-REF.
           05 WS-MES-AAAA                 PIC 9(04).
           05 WS-MES-MM                   PIC 9(02).
       01 WS-PROX-MES                     PIC 9(08) VALUE ZEROS.
       01 WS-PROX-MES-R REDEFINES WS-PROX-MES.
           05 WS-PROX-AAAA                PIC 9(04).
           05 WS-PROX-MM                  PIC 9(02).
           05 WS-PROX-DD                  PIC 9(02).

       01 WS-PARAM-OK-FLAG                PIC X VALUE 'N'.
           88 WS-PARAM-OK                        VALUE 'S' FALSE 'N'.

      * ARCHIVE GENERATIONS FROM THE CATALOGUE, KEPT IN ASCENDING
      * CUTOFF ORDER: GENERATION N HOLDS THE PAYMENTS CONFIRMED FROM
      * CUTOFF N-1 UP TO THE DAY BEFORE CUTOFF N.
       01 WS-TABELA-GERACOES.
           05 WS-GER-CORTE OCCURS 100 TIMES PIC 9(08).
       77 WS-QTDE-GERACOES                PIC 9(03) VALUE 0.
       77 WS-SUB-GER                      PIC 9(03) VALUE 0.
       77 WS-SUB-DESL                     PIC 9(03) VALUE 0.
       01 WS-CORTE-ANTERIOR               PIC 9(08) VALUE ZEROS.
       77 WS-QTDE-GER-LIDAS               PIC 9(03) VALUE 0.

       01 WS-POSICAO-FLAG                 PIC X VALUE 'N'.
           88 WS-POSICAO-ACHADA                  VALUE 'S' FALSE 'N'.

      * THE STATEMENT LINES OF ONE BENEFICIARY, HELD IN DATE ORDER
      * (CONFIRMATION DATE, THEN PAYMENT DATE) AS THEY ARE FOUND.
       01 WS-TABELA-EXTRATO.
           05 WS-EXT-ITEM OCCURS 500 TIMES.
               10 WS-EXT-ORDEM.
                   15 WS-EXT-ORD-CONF     PIC 9(08).
                   15 WS-EXT-ORD-DATA     PIC 9(08).
               10 WS-EXT-DATA             PIC X(10).
               10 WS-EXT-DATA-CONF        PIC 9(08).
               10 WS-EXT-VALOR            PIC 9(07)V99.
               10 WS-EXT-SEQ-REMESSA      PIC 9(06).
               10 WS-EXT-SIT-RETORNO      PIC X(01).
                   88 WS-EXT-LIQUIDADO           VALUE 'L'.
                   88 WS-EXT-DEVOLVIDO           VALUE 'D'.
               10 WS-EXT-DATA-RETORNO     PIC 9(08).
               10 WS-EXT-OCORRENCIA       PIC X(02).
       77 WS-QTDE-EXTRATO                 PIC 9(03) VALUE 0.
       77 WS-SUB-EXT                      PIC 9(03) VALUE 0.

      * THE CANDIDATE LINE, FILLED FROM A HISTORY OR ARCHIVE RECORD.
       01 WS-NOVO-ITEM.
           05 WS-NOVO-ORDEM.
               10 WS-NOVO-ORD-CONF        PIC 9(08).
               10 WS-NOVO-ORD-DATA        PIC 9(08).
           05 WS-NOVO-DATA                PIC X(10).
           05 WS-NOVO-DATA-R REDEFINES WS-NOVO-DATA.
               10 WS-NOVO-DD              PIC X(02).
               10 FILLER                  PIC X(01).
               10 WS-NOVO-MM              PIC X(02).
               10 FILLER                  PIC X(01).
               10 WS-NOVO-AAAA            PIC X(04).
           05 WS-NOVO-DATA-CONF           PIC 9(08).
           05 WS-NOVO-VALOR               PIC 9(07)V99.
           05 WS-NOVO-SEQ-REMESSA         PIC 9(06).
           05 WS-NOVO-SIT-RETORNO         PIC X(01).
           05 WS-NOVO-DATA-RETORNO        PIC 9(08).
           05 WS-NOVO-OCORRENCIA          PIC X(02).

       01 WS-EXTRATO-CHEIO-FLAG           PIC X VALUE 'N'.
           88 WS-EXTRATO-CHEIO                   VALUE 'S' FALSE 'N'.

       01 WS-FIM-HIST-FLAG                PIC X VALUE 'N'.
           88 WS-FIM-HISTORICO                   VALUE 'S' FALSE 'N'.
       01 WS-FIM-ARQ-FLAG                 PIC X VALUE 'N'.
           88 WS-FIM-ARQ                         VALUE 'S' FALSE 'N'.
       01 WS-FIM-BEN-FLAG                 PIC X VALUE 'N'.
           88 WS-FIM-BENEFICIARIOS               VALUE 'S' FALSE 'N'.

       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-NOME-BENEF                   PIC X(30) VALUE SPACES.

       01 WS-QTDE-LIQ                     PIC 9(05) VALUE 0.
       01 WS-QTDE-DEV                     PIC 9(05) VALUE 0.
       01 WS-QTDE-ABERTO                  PIC 9(05) VALUE 0.
       01 WS-VALOR-LIQ                    PIC 9(11)V99 VALUE 0.
       01 WS-VALOR-DEV                    PIC 9(11)V99 VALUE 0.
       01 WS-VALOR-ABERTO                 PIC 9(11)V99 VALUE 0.

       01 WS-TOT-EXTRATOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-LINHAS                   PIC 9(07) VALUE 0.

       01 WS-LINHA-DETALHE.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA                 PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-DATA-CONF            PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-VALOR                PIC Z(6)9.99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-SEQ-REMESSA          PIC ZZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-SITUACAO             PIC X(18).
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-LIN-DATA-RETORNO         PIC X(08).
           05 FILLER                      PIC X(10) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 FILLER                      PIC X(01) VALUE SPACES.
           05 WS-TOT-DESCRICAO            PIC X(16).
           05 FILLER                      PIC X(08) VALUE ' QTDE: '.
           05 WS-TOT-QTDE                 PIC ZZZZ9.
           05 FILLER                      PIC X(09) VALUE '  VALOR: '.
           05 WS-TOT-VALOR                PIC Z(10)9.99.
           05 FILLER                      PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'FUNCAO (E=EXTRATO DE UM PAGAMENTO / '
                    'M=EXTRATOS DO MES)? '.
            ACCEPT WS-FUNCAO.

            PERFORM P020-OBTEM-DATA-MOVIMENTO.

            EVALUATE TRUE
                WHEN WS-FUNCAO-EXTRATO
                    PERFORM P100-EXTRATO-INDIVIDUAL
                WHEN WS-FUNCAO-MENSAL
                    PERFORM P200-EXTRATOS-DO-MES
                WHEN OTHER
                    DISPLAY 'FUNCAO INVALIDA: ' WS-FUNCAO
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.

            STOP RUN.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * THE MONTH-END BATCH DEFAULTS TO THE MONTH OF DATAMOV.DAT.
       P020-OBTEM-DATA-MOVIMENTO.
           OPEN INPUT DATAMOV-ARQ.
           IF WS-FS-DATAMOV = '00'
               READ DATAMOV-ARQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DMOV-DATA-MOV TO WS-DATA-MOVIMENTO
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
      * THE LIVE MASTER IS REQUIRED; THE ARCHIVE CATALOGUE IS NOT -
      * WITHOUT IT NOTHING HAS BEEN ARCHIVED YET (OR THE OLD
      * GENERATIONS WERE NEVER CATALOGUED) AND ONLY THE LIVE MASTER
      * IS READ, WITH A WARNING.
      ******************************************************************
       P030-ABRE-ARQUIVOS.
           OPEN INPUT HISTORICO-ARQ.
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR HISTPAGTO.DAT - FS: '
                       WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXTRATO-ARQ.
           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-EXTRATO ' - FS: '
                       WS-FS-EXTRATO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 0 TO WS-QTDE-GERACOES.
           OPEN INPUT CATALOGO-ARQ.
           IF WS-FS-CATALOGO NOT = '00'
               DISPLAY 'SEM CATALOGO DE ARQUIVOS (HISTARQ.LST) - FS: '
                       WS-FS-CATALOGO
               DISPLAY 'SOMENTE O HISTORICO ATIVO SERA LIDO'
           ELSE
               SET WS-FIM-ARQ TO FALSE
               PERFORM P035-CARREGA-GERACAO UNTIL WS-FIM-ARQ
               CLOSE CATALOGO-ARQ
               DISPLAY 'GERACOES DE ARQUIVO CATALOGADAS: '
                       WS-QTDE-GERACOES
           END-IF.

       P035-CARREGA-GERACAO.
           READ CATALOGO-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF WS-QTDE-GERACOES >= 100
                       DISPLAY 'CATALOGO DE ARQUIVOS CHEIO - MAXIMO 100'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-POSICAO-ACHADA TO FALSE
                   PERFORM P036-DESLOCA-GERACAO
                       VARYING WS-SUB-GER FROM WS-QTDE-GERACOES BY -1
                       UNTIL WS-SUB-GER = 0 OR WS-POSICAO-ACHADA
                   IF WS-POSICAO-ACHADA
                       ADD 1 TO WS-SUB-GER
                   END-IF
                   ADD 1 TO WS-SUB-GER
                   MOVE LST-DATA-CORTE TO WS-GER-CORTE (WS-SUB-GER)
                   ADD 1 TO WS-QTDE-GERACOES
           END-READ.

      * INSERTION IN CUTOFF ORDER: LATER CUTOFFS MOVE UP ONE SLOT.
       P036-DESLOCA-GERACAO.
           IF WS-GER-CORTE (WS-SUB-GER) <= LST-DATA-CORTE
               SET WS-POSICAO-ACHADA TO TRUE
           ELSE
               COMPUTE WS-SUB-DESL = WS-SUB-GER + 1
               MOVE WS-GER-CORTE (WS-SUB-GER)
                                  TO WS-GER-CORTE (WS-SUB-DESL)
           END-IF.

      * A KEYED AAAAMMDD DATE IS ACCEPTED WHEN ITS MONTH AND DAY ARE
      * IN RANGE.
       P040-VALIDA-DATA.
           IF WS-ENT-AAAA < 1601
              OR WS-ENT-MM < 01 OR WS-ENT-MM > 12
              OR WS-ENT-DD < 01 OR WS-ENT-DD > 31
               SET WS-PARAM-OK TO FALSE
               DISPLAY 'DATA INVALIDA: ' WS-DATA-ENT
           END-IF.

      ******************************************************************
      * FUNCTION E. ONE PAYMENT PAIR, ONE KEYED PERIOD. THE NAME
      * COMES FROM THE BENEFICIARY MASTER WHEN IT IS THERE; A PAIR
      * NO LONGER ON IT STILL GETS ITS STATEMENT.
      ******************************************************************
       P100-EXTRATO-INDIVIDUAL.
           SET WS-PARAM-OK TO TRUE.
           DISPLAY 'NUMERO 1 DO PAGAMENTO: '.
           ACCEPT WS-NUM-1.
           DISPLAY 'NUMERO 2 DO PAGAMENTO: '.
           ACCEPT WS-NUM-2.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '.
           ACCEPT WS-DATA-ENT.
           PERFORM P040-VALIDA-DATA.
           MOVE WS-DATA-ENT TO WS-DATA-INICIO.
           DISPLAY 'DATA FINAL (AAAAMMDD): '.
           ACCEPT WS-DATA-ENT.
           PERFORM P040-VALIDA-DATA.
           MOVE WS-DATA-ENT TO WS-DATA-FIM.
           IF WS-PARAM-OK AND WS-DATA-FIM < WS-DATA-INICIO
               SET WS-PARAM-OK TO FALSE
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL'
           END-IF.
           IF NOT WS-PARAM-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'EXTRATO.TXT' TO WS-NOME-EXTRATO.
           PERFORM P030-ABRE-ARQUIVOS.

           MOVE SPACES TO WS-NOME-BENEF.
           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '00'
               MOVE WS-NUM-1 TO BEN-NUM-1
               MOVE WS-NUM-2 TO BEN-NUM-2
               READ BENEFICIARIOS-ARQ
                   INVALID KEY
                       MOVE 'NAO CADASTRADO' TO WS-NOME-BENEF
                   NOT INVALID KEY
                       MOVE BEN-NOME TO WS-NOME-BENEF
               END-READ
               CLOSE BENEFICIARIOS-ARQ
           END-IF.

           PERFORM P300-EMITE-EXTRATO.

           CLOSE HISTORICO-ARQ
                 EXTRATO-ARQ.

           DISPLAY 'EXTRATO DE PAGAMENTOS - TOTAIS'.
           DISPLAY 'PAGAMENTO.........: ' WS-NUM-1 '/' WS-NUM-2.
           DISPLAY 'PERIODO...........: ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM.
           DISPLAY 'LINHAS IMPRESSAS..: ' WS-TOT-LINHAS.
           DISPLAY 'EXTRATO GRAVADO EM ' WS-NOME-EXTRATO.

      ******************************************************************
      * FUNCTION M. THE PERIOD IS THE WHOLE CALENDAR MONTH; EVERY
      * ACTIVE BENEFICIARY GETS A STATEMENT, EVEN ONE WITH NOTHING
      * PAID IN THE MONTH. BLOCKED BENEFICIARIES ARE SKIPPED.
      ******************************************************************
       P200-EXTRATOS-DO-MES.
           DISPLAY 'MES DE REFERENCIA (AAAAMM) OU BRANCO P/ O MES DA '
                   'DATA DE MOVIMENTO: '.
           ACCEPT WS-MES-TX.
           IF WS-MES-TX = SPACES
               MOVE WS-DATA-MOVIMENTO (1:6) TO WS-MES-REF
           ELSE
               MOVE WS-MES-TX TO WS-MES-REF
           END-IF.
           IF WS-MES-REF NOT NUMERIC
              OR WS-MES-AAAA < 1601
              OR WS-MES-MM < 01 OR WS-MES-MM > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO: ' WS-MES-TX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-DATA-INICIO = WS-MES-REF * 100 + 1.
           MOVE WS-MES-AAAA TO WS-PROX-AAAA.
           MOVE WS-MES-MM   TO WS-PROX-MM.
           MOVE 01          TO WS-PROX-DD.
           IF WS-PROX-MM = 12
               ADD 1 TO WS-PROX-AAAA
               MOVE 01 TO WS-PROX-MM
           ELSE
               ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-DATA-FIM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PROX-MES) - 1).

           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR BENEFICIARIOS.DAT - FS: '
                       WS-FS-BENEFICIARIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'EXTRATOS.TXT' TO WS-NOME-EXTRATO.
           PERFORM P030-ABRE-ARQUIVOS.

           SET WS-FIM-BENEFICIARIOS TO FALSE.
           PERFORM P210-TRATA-BENEFICIARIO
               UNTIL WS-FIM-BENEFICIARIOS.

           CLOSE HISTORICO-ARQ
                 BENEFICIARIOS-ARQ
                 EXTRATO-ARQ.

           DISPLAY 'EXTRATOS DO MES - TOTAIS'.
           DISPLAY 'PERIODO...........: ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM.
           DISPLAY 'EXTRATOS EMITIDOS.: ' WS-TOT-EXTRATOS.
           DISPLAY 'LINHAS IMPRESSAS..: ' WS-TOT-LINHAS.
           DISPLAY 'EXTRATOS GRAVADOS EM ' WS-NOME-EXTRATO.

       P210-TRATA-BENEFICIARIO.
           READ BENEFICIARIOS-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-BENEFICIARIOS TO TRUE
               NOT AT END
                   IF BEN-ATIVO
                       MOVE BEN-NUM-1 TO WS-NUM-1
                       MOVE BEN-NUM-2 TO WS-NUM-2
                       MOVE BEN-NOME  TO WS-NOME-BENEF
                       PERFORM P300-EMITE-EXTRATO
                   END-IF
           END-READ.

      ******************************************************************
      * ONE STATEMENT: COLLECT THE PAIR'S PAYMENTS IN THE PERIOD FROM
      * THE LIVE MASTER AND FROM EVERY ARCHIVE GENERATION WHOSE
      * CONFIRMATION DATES OVERLAP IT, THEN PRINT THEM IN DATE ORDER.
      ******************************************************************
       P300-EMITE-EXTRATO.
           MOVE 0 TO WS-QTDE-EXTRATO WS-QTDE-GER-LIDAS.
           MOVE 0 TO WS-QTDE-LIQ WS-QTDE-DEV WS-QTDE-ABERTO.
           MOVE 0 TO WS-VALOR-LIQ WS-VALOR-DEV WS-VALOR-ABERTO.
           SET WS-EXTRATO-CHEIO TO FALSE.

           PERFORM P310-LE-HISTORICO.

           MOVE ZEROS TO WS-CORTE-ANTERIOR.
           PERFORM P320-LE-GERACAO
               VARYING WS-SUB-GER FROM 1 BY 1
               UNTIL WS-SUB-GER > WS-QTDE-GERACOES.

           PERFORM P400-IMPRIME-EXTRATO.
           ADD 1 TO WS-TOT-EXTRATOS.

      * THE MASTER IS KEYED BY PAIR FIRST, SO ONLY THE PAIR'S OWN
      * RECORDS ARE READ.
       P310-LE-HISTORICO.
           MOVE WS-NUM-1    TO HIST-NUM-1.
           MOVE WS-NUM-2    TO HIST-NUM-2.
           MOVE LOW-VALUES  TO HIST-DATA.
           SET WS-FIM-HISTORICO TO FALSE.
           START HISTORICO-ARQ KEY IS >= HIST-CHAVE
               INVALID KEY
                   SET WS-FIM-HISTORICO TO TRUE
           END-START.
           PERFORM P315-LE-PROXIMO-HIST UNTIL WS-FIM-HISTORICO.

       P315-LE-PROXIMO-HIST.
           READ HISTORICO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-HISTORICO TO TRUE
               NOT AT END
                   IF HIST-NUM-1 NOT = WS-NUM-1
                      OR HIST-NUM-2 NOT = WS-NUM-2
                       SET WS-FIM-HISTORICO TO TRUE
                   ELSE
                       IF HIST-DATA-CONF >= WS-DATA-INICIO
                          AND HIST-DATA-CONF <= WS-DATA-FIM
                           MOVE HIST-DATA         TO WS-NOVO-DATA
                           MOVE HIST-DATA-CONF    TO WS-NOVO-DATA-CONF
                           MOVE HIST-VALOR        TO WS-NOVO-VALOR
                           MOVE HIST-SEQ-REMESSA  TO WS-NOVO-SEQ-REMESSA
                           MOVE HIST-SIT-RETORNO  TO WS-NOVO-SIT-RETORNO
                           MOVE HIST-DATA-RETORNO
                                              TO WS-NOVO-DATA-RETORNO
                           MOVE HIST-OCORRENCIA   TO WS-NOVO-OCORRENCIA
                           PERFORM P350-GUARDA-LINHA
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A GENERATION OVERLAPS THE PERIOD WHEN ITS CUTOFF IS AFTER THE
      * FIRST DAY AND THE PREVIOUS CUTOFF IS NOT AFTER THE LAST DAY.
      * AN ARCHIVE THAT CANNOT BE OPENED IS NAMED ON THE CONSOLE AND
      * THE RUN ENDS WITH CC 4, SINCE THE STATEMENT MAY BE SHORT.
      ******************************************************************
       P320-LE-GERACAO.
           IF WS-GER-CORTE (WS-SUB-GER) > WS-DATA-INICIO
              AND WS-CORTE-ANTERIOR <= WS-DATA-FIM
               MOVE WS-GER-CORTE (WS-SUB-GER) TO WS-NOME-ARQ-DATA
               OPEN INPUT ARQUIVO-ARQ
               IF WS-FS-ARQUIVO NOT = '00'
                   DISPLAY 'ARQUIVO ' WS-NOME-ARQUIVO
                           ' NAO DISPONIVEL - FS: ' WS-FS-ARQUIVO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-QTDE-GER-LIDAS
                   SET WS-FIM-ARQ TO FALSE
                   PERFORM P325-LE-ARQUIVADO UNTIL WS-FIM-ARQ
                   CLOSE ARQUIVO-ARQ
               END-IF
           END-IF.
           MOVE WS-GER-CORTE (WS-SUB-GER) TO WS-CORTE-ANTERIOR.

      * RECORDS ARCHIVED BEFORE THE AMOUNT AND SEQUENCE EXISTED READ
      * BACK BLANK THERE AND ARE SHOWN AS ZERO.
       P325-LE-ARQUIVADO.
           READ ARQUIVO-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF ARQ-NUM-1 = WS-NUM-1
                      AND ARQ-NUM-2 = WS-NUM-2
                      AND ARQ-DATA-CONF >= WS-DATA-INICIO
                      AND ARQ-DATA-CONF <= WS-DATA-FIM
                       MOVE ARQ-DATA          TO WS-NOVO-DATA
                       MOVE ARQ-DATA-CONF     TO WS-NOVO-DATA-CONF
                       MOVE ZEROS             TO WS-NOVO-VALOR
                                                 WS-NOVO-SEQ-REMESSA
                       IF ARQ-VALOR NUMERIC
                           MOVE ARQ-VALOR     TO WS-NOVO-VALOR
                       END-IF
                       IF ARQ-SEQ-REMESSA NUMERIC
                           MOVE ARQ-SEQ-REMESSA
                                              TO WS-NOVO-SEQ-REMESSA
                       END-IF
                       MOVE ARQ-SIT-RETORNO   TO WS-NOVO-SIT-RETORNO
                       MOVE ARQ-DATA-RETORNO  TO WS-NOVO-DATA-RETORNO
                       MOVE ARQ-OCORRENCIA    TO WS-NOVO-OCORRENCIA
                       PERFORM P350-GUARDA-LINHA
                   END-IF
           END-READ.

      ******************************************************************
      * THE LINE GOES INTO THE TABLE IN ORDER OF CONFIRMATION DATE,
      * THEN PAYMENT DATE (DD/MM/AAAA TURNED INTO AAAAMMDD); LATER
      * LINES MOVE UP ONE SLOT. A STATEMENT HOLDS AT MOST 500 LINES;
      * THE REST ARE COUNTED OUT AND THE STATEMENT SAYS SO.
      ******************************************************************
       P350-GUARDA-LINHA.
           IF WS-QTDE-EXTRATO >= 500
               SET WS-EXTRATO-CHEIO TO TRUE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-NOVO-DATA-CONF TO WS-NOVO-ORD-CONF
               MOVE ZEROS             TO WS-NOVO-ORD-DATA
               IF WS-NOVO-AAAA NUMERIC AND WS-NOVO-MM NUMERIC
                  AND WS-NOVO-DD NUMERIC
                   MOVE WS-NOVO-AAAA  TO WS-NOVO-ORD-DATA (1:4)
                   MOVE WS-NOVO-MM    TO WS-NOVO-ORD-DATA (5:2)
                   MOVE WS-NOVO-DD    TO WS-NOVO-ORD-DATA (7:2)
               END-IF
               SET WS-POSICAO-ACHADA TO FALSE
               PERFORM P355-DESLOCA-LINHA
                   VARYING WS-SUB-EXT FROM WS-QTDE-EXTRATO BY -1
                   UNTIL WS-SUB-EXT = 0 OR WS-POSICAO-ACHADA
               IF WS-POSICAO-ACHADA
                   ADD 1 TO WS-SUB-EXT
               END-IF
               ADD 1 TO WS-SUB-EXT
               MOVE WS-NOVO-ORDEM      TO WS-EXT-ORDEM (WS-SUB-EXT)
               MOVE WS-NOVO-DATA       TO WS-EXT-DATA (WS-SUB-EXT)
               MOVE WS-NOVO-DATA-CONF  TO WS-EXT-DATA-CONF (WS-SUB-EXT)
               MOVE WS-NOVO-VALOR      TO WS-EXT-VALOR (WS-SUB-EXT)
               MOVE WS-NOVO-SEQ-REMESSA
                                   TO WS-EXT-SEQ-REMESSA (WS-SUB-EXT)
               MOVE WS-NOVO-SIT-RETORNO
                                   TO WS-EXT-SIT-RETORNO (WS-SUB-EXT)
               MOVE WS-NOVO-DATA-RETORNO
                                   TO WS-EXT-DATA-RETORNO (WS-SUB-EXT)
               MOVE WS-NOVO-OCORRENCIA
                                   TO WS-EXT-OCORRENCIA (WS-SUB-EXT)
               ADD 1 TO WS-QTDE-EXTRATO
           END-IF.

       P355-DESLOCA-LINHA.
           IF WS-EXT-ORDEM (WS-SUB-EXT) <= WS-NOVO-ORDEM
               SET WS-POSICAO-ACHADA TO TRUE
           ELSE
               COMPUTE WS-SUB-DESL = WS-SUB-EXT + 1
               MOVE WS-EXT-ITEM (WS-SUB-EXT)
                                  TO WS-EXT-ITEM (WS-SUB-DESL)
           END-IF.

      ******************************************************************
      * THE STATEMENT: HEADING WITH THE BENEFICIARY AND THE PERIOD,
      * ONE LINE PER PAYMENT, THEN THE TOTALS BY SETTLEMENT OUTCOME.
      ******************************************************************
       P400-IMPRIME-EXTRATO.
           MOVE ' EXTRATO DE PAGAMENTOS AO BENEFICIARIO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' BENEFICIARIO: ' WS-NUM-1 '/' WS-NUM-2
                  '  ' WS-NOME-BENEF
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' PERIODO (DATA DE CONFIRMACAO): ' WS-DATA-INICIO
                  ' A ' WS-DATA-FIM
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' FONTES: HISTPAGTO.DAT + ' WS-QTDE-GER-LIDAS
                  ' GERACAO(OES) DE ARQUIVO'
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' DATA PAGTO  CONFIRMADO     VALOR  REMESSA '
             & 'SITUACAO           RETORNO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

           IF WS-QTDE-EXTRATO = 0
               MOVE ' NENHUM PAGAMENTO NO PERIODO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM P410-IMPRIME-LINHA
                   VARYING WS-SUB-EXT FROM 1 BY 1
                   UNTIL WS-SUB-EXT > WS-QTDE-EXTRATO
           END-IF.
           IF WS-EXTRATO-CHEIO
               MOVE ' *** LIMITE DE 500 LINHAS - EXTRATO INCOMPLETO ***'
                                                TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LIQUIDADOS'        TO WS-TOT-DESCRICAO.
           MOVE WS-QTDE-LIQ         TO WS-TOT-QTDE.
           MOVE WS-VALOR-LIQ        TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL      TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DEVOLVIDOS'        TO WS-TOT-DESCRICAO.
           MOVE WS-QTDE-DEV         TO WS-TOT-QTDE.
           MOVE WS-VALOR-DEV        TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL      TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'SEM RETORNO'       TO WS-TOT-DESCRICAO.
           MOVE WS-QTDE-ABERTO      TO WS-TOT-QTDE.
           MOVE WS-VALOR-ABERTO     TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL      TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       P410-IMPRIME-LINHA.
           MOVE WS-EXT-DATA (WS-SUB-EXT)       TO WS-LIN-DATA.
           MOVE WS-EXT-DATA-CONF (WS-SUB-EXT)  TO WS-LIN-DATA-CONF.
           MOVE WS-EXT-VALOR (WS-SUB-EXT)      TO WS-LIN-VALOR.
           MOVE WS-EXT-SEQ-REMESSA (WS-SUB-EXT)
                                               TO WS-LIN-SEQ-REMESSA.
           MOVE SPACES                         TO WS-LIN-SITUACAO
                                                  WS-LIN-DATA-RETORNO.
           EVALUATE TRUE
               WHEN WS-EXT-LIQUIDADO (WS-SUB-EXT)
                   MOVE 'LIQUIDADO'            TO WS-LIN-SITUACAO
                   MOVE WS-EXT-DATA-RETORNO (WS-SUB-EXT)
                                               TO WS-LIN-DATA-RETORNO
                   ADD 1                       TO WS-QTDE-LIQ
                   ADD WS-EXT-VALOR (WS-SUB-EXT) TO WS-VALOR-LIQ
               WHEN WS-EXT-DEVOLVIDO (WS-SUB-EXT)
                   STRING 'DEVOLVIDO OC '
                          WS-EXT-OCORRENCIA (WS-SUB-EXT)
                          DELIMITED BY SIZE INTO WS-LIN-SITUACAO
                   MOVE WS-EXT-DATA-RETORNO (WS-SUB-EXT)
                                               TO WS-LIN-DATA-RETORNO
                   ADD 1                       TO WS-QTDE-DEV
                   ADD WS-EXT-VALOR (WS-SUB-EXT) TO WS-VALOR-DEV
               WHEN OTHER
                   MOVE 'SEM RETORNO'          TO WS-LIN-SITUACAO
                   ADD 1                       TO WS-QTDE-ABERTO
                   ADD WS-EXT-VALOR (WS-SUB-EXT) TO WS-VALOR-ABERTO
           END-EVALUATE.
           MOVE WS-LINHA-DETALHE               TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-TOT-LINHAS.

       END PROGRAM CBEXEBAS022.
