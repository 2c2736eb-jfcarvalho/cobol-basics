      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remittance-to-return reconciliation. Matches every
      *          remittance archived in REMARQ.DAT, by its file
      *          sequence, against the bank returns the return-file
      *          processor logged in RETPROC.DAT, and prints
      *          RELCONC.TXT listing: remittances still without a
      *          return after the operator's limit in business days
      *          (counted on CALENDARIO.DAT), returns received more
      *          than once, detail lines of a returned remittance the
      *          bank never answered, and returns for sequences never
      *          sent. The same report ages every payment in the
      *          history master HISTPAGTO.DAT still without a return,
      *          by days since the business date it was confirmed,
      *          flagging those past the operator's cutoff. Any
      *          exception ends the step with condition code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS017.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMARQ-ARQ       ASSIGN TO "REMARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMARQ.

           SELECT RETPROC-ARQ      ASSIGN TO "RETPROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPR-CHAVE
               FILE STATUS IS WS-FS-RETPROC.

           SELECT HISTORICO-ARQ    ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT CALENDARIO-ARQ   ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT RELCONC-ARQ      ASSIGN TO "RELCONC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELCONC.

       DATA DIVISION.
       FILE SECTION.
       FD  REMARQ-ARQ
           RECORDING MODE IS F.
           COPY CPRARQ01.

       FD  RETPROC-ARQ.
           COPY CPRPR01.

       FD  HISTORICO-ARQ.
           COPY CPHIST01.

       FD  CALENDARIO-ARQ.
           COPY CPCAL01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  RELCONC-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
      * THE ARCHIVED REMITTANCE RECORD, IN THE LAYOUT THE REMITTANCE
      * INTERFACE WROTE IT.
       01 WS-REGISTRO-REM                 PIC X(60) VALUE SPACES.
       01 WS-REM-R REDEFINES WS-REGISTRO-REM.
           05 WS-REM-TIPO                 PIC X(01).
           05 FILLER                      PIC X(59).
       01 WS-REM-HEADER REDEFINES WS-REGISTRO-REM.
           05 FILLER                      PIC X(01).
           05 WS-HDR-DATA-GER             PIC 9(08).
           05 WS-HDR-SEQUENCIA            PIC 9(06).
           05 FILLER                      PIC X(45).
       01 WS-REM-DETALHE REDEFINES WS-REGISTRO-REM.
           05 FILLER                      PIC X(01).
           05 WS-DET-SEQUENCIA            PIC 9(06).
           05 WS-DET-NUM-1                PIC 9(02).
           05 WS-DET-NUM-2                PIC 9(02).
           05 WS-DET-DATA-VALOR           PIC 9(08).
           05 WS-DET-VALOR                PIC 9(07)V99.
           05 WS-DET-MOVIMENTO            PIC X(02).
           05 WS-DET-BANCO                PIC 9(03).
           05 WS-DET-AGENCIA              PIC 9(04).
           05 WS-DET-CONTA                PIC X(12).
           05 FILLER                      PIC X(11).

       01 WS-FS-REMARQ                    PIC XX VALUE '00'.
       01 WS-FS-RETPROC                   PIC XX VALUE '00'.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-CALENDARIO                PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-RELCONC                   PIC XX VALUE '00'.

       01 WS-REMARQ-OK-FLAG               PIC X  VALUE 'N'.
           88 WS-REMARQ-DISPONIVEL               VALUE 'S' FALSE 'N'.
       01 WS-RETPROC-OK-FLAG              PIC X  VALUE 'N'.
           88 WS-RETPROC-DISPONIVEL              VALUE 'S' FALSE 'N'.
       01 WS-HISTORICO-OK-FLAG            PIC X  VALUE 'N'.
           88 WS-HISTORICO-DISPONIVEL            VALUE 'S' FALSE 'N'.
       01 WS-CALENDARIO-OK-FLAG           PIC X  VALUE 'N'.
           88 WS-CALENDARIO-DISPONIVEL           VALUE 'S' FALSE 'N'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-ARQUIVO                     VALUE 'S' FALSE 'N'.

       01 WS-RET-ACHOU-FLAG               PIC X  VALUE 'N'.
           88 WS-RET-ACHOU                       VALUE 'S' FALSE 'N'.

       01 WS-REMESSA-RETORNADA-FLAG       PIC X  VALUE 'N'.
           88 WS-REMESSA-RETORNADA               VALUE 'S' FALSE 'N'.

       01 WS-PRAZO-UTEIS                  PIC 9(03) VALUE ZEROS.
       01 WS-DIAS-CORTE                   PIC 9(03) VALUE ZEROS.
       01 WS-SEQ-INICIAL-X                PIC X(06) VALUE SPACES.
       01 WS-SEQ-INICIAL                  PIC 9(06) VALUE ZEROS.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * THE REMITTANCE WHOSE DETAILS ARE BEING READ, KEPT FROM ITS
      * HEADER SINCE EACH DETAIL OVERLAYS THE RECORD AREA.
       01 WS-REMESSA-SEQUENCIA            PIC 9(06) VALUE ZEROS.
       01 WS-REMESSA-DATA-GER             PIC 9(08) VALUE ZEROS.

      * WORK DATE FOR THE BUSINESS-DAY COUNT: AAAAMMDD AS THE DATE
      * FUNCTIONS GIVE IT, DD/MM/AAAA AS THE CALENDAR IS KEYED.
       01 WS-DATA-TESTE                   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05 WS-TESTE-AAAA               PIC 9(04).
           05 WS-TESTE-MM                 PIC 9(02).
           05 WS-TESTE-DD                 PIC 9(02).
       01 WS-DATA-CAL.
           05 WS-CAL-DD                   PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-CAL-MM                   PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-CAL-AAAA                 PIC 9(04).

       77 WS-BASE-INTEIRO                 PIC 9(07) VALUE 0.
       77 WS-DIA-INTEIRO                  PIC 9(07) VALUE 0.
       77 WS-CONF-INTEIRO                 PIC 9(07) VALUE 0.
       77 WS-DIAS-UTEIS                   PIC 9(05) VALUE 0.
       77 WS-DIAS-ABERTO                  PIC 9(05) VALUE 0.

      * EVERY RETURN ON THE LOG, BY THE SEQUENCE IT ANSWERS, MARKED
      * AS THE ARCHIVED REMITTANCE IT BELONGS TO IS FOUND.
       01 WS-TABELA-RETORNOS.
           05 WS-TRT OCCURS 5000 TIMES.
               10 WS-TRT-SEQUENCIA        PIC 9(06).
               10 WS-TRT-DATA-RET         PIC 9(08).
               10 WS-TRT-QTDE-RECEB       PIC 9(02).
               10 WS-TRT-CASADA           PIC X(01).
       77 WS-QTDE-TRT                     PIC 9(05) VALUE 0.
       77 WS-SUB-TRT                      PIC 9(05) VALUE 0.
       77 WS-SUB-ACHADO                   PIC 9(05) VALUE 0.

       01 WS-TOT-REMESSAS                 PIC 9(05) VALUE 0.
       01 WS-TOT-RETORNADAS               PIC 9(05) VALUE 0.
       01 WS-TOT-AGUARDANDO               PIC 9(05) VALUE 0.
       01 WS-TOT-ATRASADAS                PIC 9(05) VALUE 0.
       01 WS-TOT-REPETIDOS                PIC 9(05) VALUE 0.
       01 WS-TOT-SEM-REMESSA              PIC 9(05) VALUE 0.
       01 WS-TOT-SEM-RESPOSTA             PIC 9(05) VALUE 0.
       01 WS-TOT-SEM-RETORNO              PIC 9(05) VALUE 0.
       01 WS-TOT-VENCIDOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-EXCECOES                 PIC 9(05) VALUE 0.

       01 WS-DIAS-ED                      PIC ZZZZ9.
       01 WS-QTDE-ED                      PIC Z9.

       01 WS-PAGTO-ED.
           05 WS-PED-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-PED-NUM-2                PIC 9(02).

       01 WS-LINHA-REMESSA.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LRM-SEQUENCIA            PIC 9(06).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRM-DATA                 PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRM-PAGTO                PIC X(05) VALUE SPACES.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRM-DATA-VALOR           PIC X(08) VALUE SPACES.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRM-SITUACAO             PIC X(34).
           05 FILLER                      PIC X(10) VALUE SPACES.

       01 WS-LINHA-HIST.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LHS-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-LHS-NUM-2                PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LHS-DATA                 PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LHS-DATA-CONF            PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LHS-DIAS                 PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LHS-ALERTA               PIC X(15).
           05 FILLER                      PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'PRAZO DE RETORNO DO BANCO EM DIAS UTEIS: '.
            ACCEPT WS-PRAZO-UTEIS.
            DISPLAY 'CORTE DE ENVELHECIMENTO SEM RETORNO EM DIAS: '.
            ACCEPT WS-DIAS-CORTE.
            DISPLAY 'CONFERIR A PARTIR DA REMESSA (BRANCO P/ TODAS): '.
            ACCEPT WS-SEQ-INICIAL-X.
            IF WS-SEQ-INICIAL-X NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-SEQ-INICIAL-X)
                                          TO WS-SEQ-INICIAL
            END-IF.

            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                                            TO WS-BASE-INTEIRO.

            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P050-IMPRIME-CABECALHO.
            PERFORM P100-CARREGA-RETORNOS.
            PERFORM P200-CONFERE-REMESSAS.
            PERFORM P300-RETORNOS-SEM-REMESSA.
            PERFORM P400-ENVELHECE-HISTORICO.
            PERFORM P500-IMPRIME-RESUMO.

            DISPLAY 'CONCILIACAO REMESSA X RETORNO - TOTAIS'.
            DISPLAY 'REMESSAS CONFERIDAS....: ' WS-TOT-REMESSAS.
            DISPLAY 'REMESSAS COM RETORNO...: ' WS-TOT-RETORNADAS.
            DISPLAY 'AGUARDANDO NO PRAZO....: ' WS-TOT-AGUARDANDO.
            DISPLAY 'SEM RETORNO NO PRAZO...: ' WS-TOT-ATRASADAS.
            DISPLAY 'RETORNOS REPETIDOS.....: ' WS-TOT-REPETIDOS.
            DISPLAY 'RETORNOS SEM REMESSA...: ' WS-TOT-SEM-REMESSA.
            DISPLAY 'DETALHES SEM RESPOSTA..: ' WS-TOT-SEM-RESPOSTA.
            DISPLAY 'PAGTOS SEM RETORNO.....: ' WS-TOT-SEM-RETORNO.
            DISPLAY 'SEM RETORNO ALEM CORTE.: ' WS-TOT-VENCIDOS.

            IF WS-TOT-EXCECOES > 0
                DISPLAY '*** HA DIVERGENCIAS NA CONCILIACAO - VER '
                        'RELCONC.TXT ***'
                MOVE 4 TO RETURN-CODE
            END-IF.

            IF WS-REMARQ-DISPONIVEL
                CLOSE REMARQ-ARQ
            END-IF.
            IF WS-RETPROC-DISPONIVEL
                CLOSE RETPROC-ARQ
            END-IF.
            IF WS-HISTORICO-DISPONIVEL
                CLOSE HISTORICO-ARQ
            END-IF.
            IF WS-CALENDARIO-DISPONIVEL
                CLOSE CALENDARIO-ARQ
            END-IF.
            CLOSE RELCONC-ARQ.

            STOP RUN.

      ******************************************************************
      * NONE OF THE INPUTS IS FATAL WHEN MISSING: NO ARCHIVE MEANS NO
      * REMITTANCE WAS EVER RELEASED, NO LOG MEANS NO RETURN WAS EVER
      * PROCESSED (EVERY REMITTANCE THEN SHOWS AS UNANSWERED), AND NO
      * CALENDAR MEANS EVERY DAY COUNTS AS A BUSINESS DAY, THE SAME
      * READING THE REGISTER GIVES IT. ONLY THE REPORT ITSELF MUST
      * OPEN.
      ******************************************************************
       P010-ABRE-ARQUIVOS.
           OPEN INPUT REMARQ-ARQ.
           IF WS-FS-REMARQ = '00'
               SET WS-REMARQ-DISPONIVEL TO TRUE
           ELSE
               SET WS-REMARQ-DISPONIVEL TO FALSE
               DISPLAY 'SEM REMESSAS ARQUIVADAS EM REMARQ.DAT - FS: '
                       WS-FS-REMARQ
           END-IF.

           OPEN INPUT RETPROC-ARQ.
           IF WS-FS-RETPROC = '00'
               SET WS-RETPROC-DISPONIVEL TO TRUE
           ELSE
               SET WS-RETPROC-DISPONIVEL TO FALSE
               DISPLAY 'SEM RETORNOS PROCESSADOS EM RETPROC.DAT - FS: '
                       WS-FS-RETPROC
           END-IF.

           OPEN INPUT HISTORICO-ARQ.
           IF WS-FS-HISTORICO = '00'
               SET WS-HISTORICO-DISPONIVEL TO TRUE
           ELSE
               SET WS-HISTORICO-DISPONIVEL TO FALSE
               DISPLAY 'HISTPAGTO.DAT NAO DISPONIVEL - FS: '
                       WS-FS-HISTORICO
               DISPLAY 'PAGAMENTOS SEM RETORNO NAO SERAO ENVELHECIDOS'
           END-IF.

           OPEN INPUT CALENDARIO-ARQ.
           IF WS-FS-CALENDARIO = '00'
               SET WS-CALENDARIO-DISPONIVEL TO TRUE
           ELSE
               SET WS-CALENDARIO-DISPONIVEL TO FALSE
               DISPLAY 'CALENDARIO DE DIAS UTEIS NAO DISPONIVEL - FS: '
                       WS-FS-CALENDARIO
               DISPLAY 'TODOS OS DIAS CONTAM COMO UTEIS NO PRAZO'
           END-IF.

           OPEN OUTPUT RELCONC-ARQ.
           IF WS-FS-RELCONC NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELCONC.TXT - FS: '
                       WS-FS-RELCONC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE BASE DATE IS THE BUSINESS DATE IN DATAMOV.DAT, THE SAME
      * HANDOVER THE REST OF THE DAY'S STEPS USE.
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
               DISPLAY 'USANDO A DATA DO SISTEMA COMO DATA BASE: '
                       WS-DATA-MOVIMENTO
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' CONCILIACAO DE REMESSAS X RETORNOS DO BANCO'
                                                TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DATA BASE: ' WS-DATA-MOVIMENTO
                  '  PRAZO: ' WS-PRAZO-UTEIS ' DIAS UTEIS'
                  '  CORTE: ' WS-DIAS-CORTE ' DIAS'
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-SEQ-INICIAL > 0
               MOVE SPACES TO REL-LINHA
               STRING ' CONFERIDAS AS REMESSAS A PARTIR DA '
                      WS-SEQ-INICIAL
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      ******************************************************************
      * THE RETURN LOG IS READ ONCE, IN KEY ORDER, AND ONLY ITS 'H'
      * RECORDS - ONE PER RETURN FILE THAT BALANCED - ARE KEPT. THE
      * 'D' RECORDS ARE READ BY KEY LATER, ONE PER ARCHIVED DETAIL.
      ******************************************************************
       P100-CARREGA-RETORNOS.
           IF WS-RETPROC-DISPONIVEL
               SET WS-FIM-ARQUIVO TO FALSE
               PERFORM P110-LE-RETORNO UNTIL WS-FIM-ARQUIVO
           END-IF.

       P110-LE-RETORNO.
           READ RETPROC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF RPR-HEADER
                      AND RPR-SEQUENCIA >= WS-SEQ-INICIAL
                       PERFORM P120-GUARDA-RETORNO
                   END-IF
           END-READ.

       P120-GUARDA-RETORNO.
           IF WS-QTDE-TRT >= 5000
               DISPLAY 'TABELA DE RETORNOS CHEIA - MAXIMO 5000'
               DISPLAY 'INFORME UMA REMESSA INICIAL MAIS RECENTE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QTDE-TRT.
           MOVE RPR-SEQUENCIA  TO WS-TRT-SEQUENCIA  (WS-QTDE-TRT).
           MOVE RPR-DATA-RET   TO WS-TRT-DATA-RET   (WS-QTDE-TRT).
           MOVE RPR-QTDE-RECEB TO WS-TRT-QTDE-RECEB (WS-QTDE-TRT).
           MOVE 'N'            TO WS-TRT-CASADA     (WS-QTDE-TRT).

      ******************************************************************
      * PASS OVER THE REMITTANCE ARCHIVE. EACH HEADER STARTS A
      * REMITTANCE: ITS SEQUENCE IS LOOKED UP AMONG THE RETURNS, AND
      * ONE WITHOUT A RETURN IS AGED IN BUSINESS DAYS SINCE ITS
      * GENERATION DATE. THE DETAILS OF A RETURNED REMITTANCE ARE
      * EACH LOOKED UP ON THE LOG FOR THE BANK'S ANSWER.
      ******************************************************************
       P200-CONFERE-REMESSAS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' REMESSAS X RETORNOS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' SEQ.    DATA      PAGTO  VALOR     OCORRENCIA'
                                                TO REL-LINHA.
           WRITE REL-LINHA.

           IF WS-REMARQ-DISPONIVEL
               SET WS-REMESSA-RETORNADA TO FALSE
               SET WS-FIM-ARQUIVO TO FALSE
               PERFORM P210-LE-REMARQ UNTIL WS-FIM-ARQUIVO
           END-IF.

       P210-LE-REMARQ.
           READ REMARQ-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF RARQ-SEQUENCIA >= WS-SEQ-INICIAL
                       MOVE RARQ-CONTEUDO TO WS-REGISTRO-REM
                       PERFORM P220-TRATA-REGISTRO-REMARQ
                   END-IF
           END-READ.

       P220-TRATA-REGISTRO-REMARQ.
           EVALUATE WS-REM-TIPO
               WHEN '0'
                   PERFORM P230-TRATA-REMESSA
               WHEN '1'
                   IF WS-REMESSA-RETORNADA
                       PERFORM P240-CONFERE-DETALHE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P230-TRATA-REMESSA.
           ADD 1 TO WS-TOT-REMESSAS.
           MOVE WS-HDR-SEQUENCIA TO WS-REMESSA-SEQUENCIA.
           MOVE WS-HDR-DATA-GER  TO WS-REMESSA-DATA-GER.
           SET WS-RET-ACHOU TO FALSE.
           PERFORM P235-PROCURA-RETORNO
               VARYING WS-SUB-TRT FROM 1 BY 1
               UNTIL WS-SUB-TRT > WS-QTDE-TRT
                  OR WS-RET-ACHOU.

           IF WS-RET-ACHOU
               SET WS-REMESSA-RETORNADA TO TRUE
               ADD 1 TO WS-TOT-RETORNADAS
               IF WS-TRT-QTDE-RECEB (WS-SUB-ACHADO) > 1
                   ADD 1 TO WS-TOT-REPETIDOS
                   ADD 1 TO WS-TOT-EXCECOES
                   MOVE WS-TRT-QTDE-RECEB (WS-SUB-ACHADO)
                                          TO WS-QTDE-ED
                   MOVE SPACES TO WS-LRM-SITUACAO
                   STRING 'RETORNO RECEBIDO ' WS-QTDE-ED ' VEZES'
                          DELIMITED BY SIZE INTO WS-LRM-SITUACAO
                   MOVE WS-TRT-DATA-RET (WS-SUB-ACHADO)
                                          TO WS-LRM-DATA
                   PERFORM P290-IMPRIME-REMESSA
               END-IF
           ELSE
               SET WS-REMESSA-RETORNADA TO FALSE
               PERFORM P260-CONTA-DIAS-UTEIS
               IF WS-DIAS-UTEIS > WS-PRAZO-UTEIS
                   ADD 1 TO WS-TOT-ATRASADAS
                   ADD 1 TO WS-TOT-EXCECOES
                   MOVE WS-DIAS-UTEIS TO WS-DIAS-ED
                   MOVE SPACES TO WS-LRM-SITUACAO
                   STRING 'SEM RETORNO HA ' WS-DIAS-ED ' DIAS UTEIS'
                          DELIMITED BY SIZE INTO WS-LRM-SITUACAO
                   MOVE WS-REMESSA-DATA-GER TO WS-LRM-DATA
                   PERFORM P290-IMPRIME-REMESSA
               ELSE
                   ADD 1 TO WS-TOT-AGUARDANDO
               END-IF
           END-IF.

       P235-PROCURA-RETORNO.
           IF WS-TRT-SEQUENCIA (WS-SUB-TRT) = WS-REMESSA-SEQUENCIA
               MOVE 'S'        TO WS-TRT-CASADA (WS-SUB-TRT)
               MOVE WS-SUB-TRT TO WS-SUB-ACHADO
               SET WS-RET-ACHOU TO TRUE
           END-IF.

       P240-CONFERE-DETALHE.
           MOVE WS-REMESSA-SEQUENCIA TO RPR-SEQUENCIA.
           SET RPR-DETALHE        TO TRUE.
           MOVE WS-DET-NUM-1      TO RPR-NUM-1.
           MOVE WS-DET-NUM-2      TO RPR-NUM-2.
           MOVE WS-DET-DATA-VALOR TO RPR-DATA-VALOR.
           READ RETPROC-ARQ
               INVALID KEY
                   ADD 1 TO WS-TOT-SEM-RESPOSTA
                   ADD 1 TO WS-TOT-EXCECOES
                   MOVE WS-DET-NUM-1 TO WS-PED-NUM-1
                   MOVE WS-DET-NUM-2 TO WS-PED-NUM-2
                   MOVE WS-PAGTO-ED  TO WS-LRM-PAGTO
                   MOVE WS-DET-DATA-VALOR
                                     TO WS-LRM-DATA-VALOR
                   MOVE WS-REMESSA-DATA-GER
                                     TO WS-LRM-DATA
                   MOVE 'DETALHE SEM RESPOSTA DO BANCO'
                                     TO WS-LRM-SITUACAO
                   PERFORM P290-IMPRIME-REMESSA
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      ******************************************************************
      * BUSINESS DAYS ELAPSED SINCE THE REMITTANCE WAS GENERATED, UP
      * TO AND INCLUDING THE BASE DATE. A DAY COUNTS UNLESS THE
      * CALENDAR MARKS IT AS A HOLIDAY OR NON-WORKING DAY. THE COUNT
      * STOPS AT 99999 FOR A REMITTANCE WITH A BROKEN DATE.
      ******************************************************************
       P260-CONTA-DIAS-UTEIS.
           MOVE 0 TO WS-DIAS-UTEIS.
           IF WS-REMESSA-DATA-GER NUMERIC
              AND WS-REMESSA-DATA-GER > 16010101
               MOVE FUNCTION INTEGER-OF-DATE(WS-REMESSA-DATA-GER)
                                       TO WS-DIA-INTEIRO
               PERFORM P265-TESTA-DIA
                   UNTIL WS-DIA-INTEIRO >= WS-BASE-INTEIRO
                      OR WS-DIAS-UTEIS >= 99999
           END-IF.

       P265-TESTA-DIA.
           ADD 1 TO WS-DIA-INTEIRO.
           IF WS-CALENDARIO-DISPONIVEL
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                                       TO WS-DATA-TESTE
               MOVE WS-TESTE-DD        TO WS-CAL-DD
               MOVE WS-TESTE-MM        TO WS-CAL-MM
               MOVE WS-TESTE-AAAA      TO WS-CAL-AAAA
               MOVE WS-DATA-CAL        TO CAL-DATA
               READ CALENDARIO-ARQ
                   INVALID KEY
                       ADD 1 TO WS-DIAS-UTEIS
                   NOT INVALID KEY
                       IF NOT CAL-FERIADO AND NOT CAL-NAO-UTIL
                           ADD 1 TO WS-DIAS-UTEIS
                       END-IF
               END-READ
           ELSE
               ADD 1 TO WS-DIAS-UTEIS
           END-IF.

       P290-IMPRIME-REMESSA.
           MOVE WS-REMESSA-SEQUENCIA TO WS-LRM-SEQUENCIA.
           MOVE WS-LINHA-REMESSA TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WS-LRM-PAGTO.
           MOVE SPACES TO WS-LRM-DATA-VALOR.

      ******************************************************************
      * A RETURN NO ARCHIVED REMITTANCE CLAIMED ANSWERS A SEQUENCE WE
      * NEVER SENT (OR ONE ARCHIVED BEFORE THE STARTING SEQUENCE WAS
      * MOVED PAST IT, WHICH THE FILTER ON THE LOAD ALREADY EXCLUDES).
      ******************************************************************
       P300-RETORNOS-SEM-REMESSA.
           PERFORM P310-CONFERE-RETORNO
               VARYING WS-SUB-TRT FROM 1 BY 1
               UNTIL WS-SUB-TRT > WS-QTDE-TRT.

       P310-CONFERE-RETORNO.
           IF WS-TRT-CASADA (WS-SUB-TRT) = 'N'
               ADD 1 TO WS-TOT-SEM-REMESSA
               ADD 1 TO WS-TOT-EXCECOES
               MOVE WS-TRT-SEQUENCIA (WS-SUB-TRT)
                                      TO WS-LRM-SEQUENCIA
               MOVE WS-TRT-DATA-RET (WS-SUB-TRT)
                                      TO WS-LRM-DATA
               MOVE SPACES            TO WS-LRM-PAGTO
               MOVE SPACES            TO WS-LRM-DATA-VALOR
               MOVE 'RETORNO DE REMESSA NAO ENVIADA'
                                      TO WS-LRM-SITUACAO
               MOVE WS-LINHA-REMESSA  TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      ******************************************************************
      * AGING OF PAYMENTS THE BANK HAS NOT YET ANSWERED FOR, IN
      * CALENDAR DAYS SINCE THE BUSINESS DATE THEY WERE CONFIRMED
      * UNDER. ONE PAST THE CUTOFF IS LIKELY DROPPED BY THE BANK.
      ******************************************************************
       P400-ENVELHECE-HISTORICO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' PAGAMENTOS SEM RETORNO DO BANCO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' PAGTO  DATA TRANS  CONFIRM.  DIAS' TO REL-LINHA.
           WRITE REL-LINHA.

           IF WS-HISTORICO-DISPONIVEL
               SET WS-FIM-ARQUIVO TO FALSE
               PERFORM P410-LE-HISTORICO UNTIL WS-FIM-ARQUIVO
           END-IF.

       P410-LE-HISTORICO.
           READ HISTORICO-ARQ
               AT END
                   SET WS-FIM-ARQUIVO TO TRUE
               NOT AT END
                   IF HIST-SEM-RETORNO
                       PERFORM P420-TRATA-SEM-RETORNO
                   END-IF
           END-READ.

       P420-TRATA-SEM-RETORNO.
           ADD 1 TO WS-TOT-SEM-RETORNO.
           MOVE 0 TO WS-DIAS-ABERTO.
           IF HIST-DATA-CONF NUMERIC
              AND HIST-DATA-CONF > 16010101
               MOVE FUNCTION INTEGER-OF-DATE(HIST-DATA-CONF)
                                       TO WS-CONF-INTEIRO
               IF WS-BASE-INTEIRO > WS-CONF-INTEIRO
                   COMPUTE WS-DIAS-ABERTO =
                           WS-BASE-INTEIRO - WS-CONF-INTEIRO
               END-IF
           END-IF.

           MOVE SPACES TO WS-LHS-ALERTA.
           IF WS-DIAS-ABERTO > WS-DIAS-CORTE
               ADD 1 TO WS-TOT-VENCIDOS
               ADD 1 TO WS-TOT-EXCECOES
               MOVE '*** VENCIDO ***' TO WS-LHS-ALERTA
           END-IF.

           MOVE HIST-NUM-1      TO WS-LHS-NUM-1.
           MOVE HIST-NUM-2      TO WS-LHS-NUM-2.
           MOVE HIST-DATA       TO WS-LHS-DATA.
           MOVE HIST-DATA-CONF  TO WS-LHS-DATA-CONF.
           MOVE WS-DIAS-ABERTO  TO WS-LHS-DIAS.
           MOVE WS-LINHA-HIST   TO REL-LINHA.
           WRITE REL-LINHA.

       P500-IMPRIME-RESUMO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' REMESSAS: '      WS-TOT-REMESSAS
                  '  COM RETORNO: '  WS-TOT-RETORNADAS
                  '  NO PRAZO: '     WS-TOT-AGUARDANDO
                  '  ATRASADAS: '    WS-TOT-ATRASADAS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' RETORNOS REPETIDOS: '   WS-TOT-REPETIDOS
                  '  SEM REMESSA: '         WS-TOT-SEM-REMESSA
                  '  DETALHES SEM RESPOSTA: ' WS-TOT-SEM-RESPOSTA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' PAGAMENTOS SEM RETORNO: ' WS-TOT-SEM-RETORNO
                  '  ALEM DO CORTE: '         WS-TOT-VENCIDOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       END PROGRAM CBEXEBAS017.
