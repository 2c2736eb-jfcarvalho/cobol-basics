      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-order generator. Runs ahead of the front-end
      *          edit: takes the business date from the header of the
      *          day's TRANSACOES.DAT and works out, against
      *          CALENDARIO.DAT, which orders in the standing-order
      *          master ORDENS.DAT fall due on it - monthly on a day of
      *          the month, weekly on a weekday, or on the last
      *          business day of the month, within the order's start
      *          and end dates. A due day that is not a working day
      *          moves to the next working day, so the business date
      *          also collects the orders due on the non-working days
      *          just before it. Each due order is appended to the
      *          day's TRANSACOES.DAT as a CPTRAN01 detail dated on the
      *          business date and flagged for confirmation, and the
      *          trailer count is raised by the number appended so the
      *          edit step still balances the file. An order whose
      *          beneficiary is blocked or not registered in
      *          BENEFICIARIOS.DAT is skipped, and so is a suspended
      *          one; RELORD.TXT lists everything generated and
      *          skipped, and a beneficiary skip ends the step with
      *          condition code 4. A rerun on the same day never
      *          generates the same order twice for the same due date.
      *          The job runs once per remittance window: an order is
      *          stamped with the window it went out in - one past the
      *          last window of the day JANPROC.DAT shows balanced -
      *          and is only generated again by a rerun of that same
      *          window, never once the window is balanced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS021.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-ARQ      ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT SAIDA-ARQ        ASSIGN TO "TRANSACOES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT ORDENS-ARQ       ASSIGN TO "ORDENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WS-FS-ORDENS.

           SELECT CALENDARIO-ARQ   ASSIGN TO "CALENDARIO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-FS-CALENDARIO.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT RELORD-ARQ       ASSIGN TO "RELORD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELORD.

           SELECT JANPROC-ARQ      ASSIGN TO "JANPROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JNP-CHAVE
               FILE STATUS IS WS-FS-JANPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-ARQ
           RECORDING MODE IS F.
       01  ENT-REG                   PIC X(24).

       FD  SAIDA-ARQ
           RECORDING MODE IS F.
       01  SAI-REG                   PIC X(24).
           COPY CPTRAN01 REPLACING ==TRAN-REG== BY ==SAI-DETALHE==.

       FD  ORDENS-ARQ.
           COPY CPORD01.

       FD  CALENDARIO-ARQ.
           COPY CPCAL01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  RELORD-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       FD  JANPROC-ARQ.
           COPY CPJNP01.

       WORKING-STORAGE SECTION.
       COPY CPDATA01.
       01 WS-REGISTRO-ENT                 PIC X(24) VALUE SPACES.
       01 WS-REGISTRO-ENT-R REDEFINES WS-REGISTRO-ENT.
           05 WS-ENT-TIPO                 PIC X(01).
           05 FILLER                      PIC X(23).
       01 WS-ENT-HEADER REDEFINES WS-REGISTRO-ENT.
           05 FILLER                      PIC X(01).
           05 WS-HDR-DATA                 PIC X(10).
           05 FILLER                      PIC X(13).
       01 WS-ENT-TRAILER REDEFINES WS-REGISTRO-ENT.
           05 FILLER                      PIC X(01).
           05 WS-TRL-QTDE                 PIC X(05).
           05 FILLER                      PIC X(18).
       01 WS-ENT-DETALHE REDEFINES WS-REGISTRO-ENT.
           05 WS-DET-CHAVE.
               10 WS-DET-NUM-1            PIC X(02).
               10 WS-DET-NUM-2            PIC X(02).
           05 WS-DET-DATA                 PIC X(10).
           05 FILLER                      PIC X(10).

      * THE TRAILER IS REBUILT WITH THE SENDER'S COUNT PLUS THE
      * DETAILS APPENDED HERE.
       01 WS-NOVO-TRAILER.
           05 FILLER                      PIC X(01) VALUE 'T'.
           05 WS-NTR-QTDE                 PIC 9(05).
           05 FILLER                      PIC X(18) VALUE SPACES.

       01 WS-FS-ENTRADA                   PIC XX VALUE '00'.
       01 WS-FS-SAIDA                     PIC XX VALUE '00'.
       01 WS-FS-ORDENS                    PIC XX VALUE '00'.
       01 WS-FS-CALENDARIO                PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-RELORD                    PIC XX VALUE '00'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-ENTRADA              VALUE 'S' FALSE 'N'.

       01 WS-FIM-ORDENS-FLAG              PIC X  VALUE 'N'.
           88 WS-FIM-ORDENS                      VALUE 'S' FALSE 'N'.

       01 WS-TRAILER-OK-FLAG              PIC X  VALUE 'N'.
           88 WS-TRAILER-OK                      VALUE 'S' FALSE 'N'.

       01 WS-CALENDARIO-OK-FLAG           PIC X  VALUE 'N'.
           88 WS-CALENDARIO-DISPONIVEL           VALUE 'S' FALSE 'N'.

       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-DIA-UTIL-FLAG                PIC X  VALUE 'N'.
           88 WS-DIA-UTIL                        VALUE 'S' FALSE 'N'.

       01 WS-ULTIMO-UTIL-FLAG             PIC X  VALUE 'N'.
           88 WS-HOJE-ULTIMO-UTIL                VALUE 'S' FALSE 'N'.

       01 WS-VENCE-FLAG                   PIC X  VALUE 'N'.
           88 WS-ORDEM-VENCE                     VALUE 'S' FALSE 'N'.

       01 WS-IGNORA-FLAG                  PIC X  VALUE 'N'.
           88 WS-IGNORADA                        VALUE 'S' FALSE 'N'.

       01 WS-NO-MOVIMENTO-FLAG            PIC X  VALUE 'N'.
           88 WS-JA-NO-MOVIMENTO                 VALUE 'S' FALSE 'N'.

       01 WS-MOTIVO-IGNORA                PIC X(30) VALUE SPACES.

      * BUSINESS DATE OF THE DAY'S FILE, FROM ITS HEADER: AS KEYED ON
      * THE DETAILS (DD/MM/AAAA) AND AS AAAAMMDD.
       01 WS-DATA-GERACAO                 PIC X(10) VALUE SPACES.
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * LAST WINDOW OF THE DATE ALREADY BALANCED (ZERO IF NONE); THIS
      * RUN'S ORDERS GO OUT IN A LATER ONE.
       01 WS-ULT-JANELA-BATIDA            PIC 9(02) VALUE ZEROS.
       01 WS-JANELA-GERACAO               PIC 9(02) VALUE ZEROS.
       01 WS-FS-JANPROC                   PIC XX VALUE '00'.
       01 WS-FIM-JANPROC-FLAG             PIC X  VALUE 'N'.
           88 WS-FIM-JANPROC                     VALUE 'S' FALSE 'N'.

      * WORK DATE: AAAAMMDD AS THE DATE FUNCTIONS GIVE IT, DD/MM/AAAA
      * AS THE CALENDAR IS KEYED.
       01 WS-DATA-TESTE                   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
           05 WS-TESTE-AAAA               PIC 9(04).
           05 WS-TESTE-MM                 PIC 9(02).
           05 WS-TESTE-DD                 PIC 9(02).
       01 WS-DATA-SEGUINTE                PIC 9(08) VALUE ZEROS.
       01 WS-DATA-SEGUINTE-R REDEFINES WS-DATA-SEGUINTE.
           05 WS-SEGUINTE-AAAA            PIC 9(04).
           05 WS-SEGUINTE-MM              PIC 9(02).
           05 WS-SEGUINTE-DD              PIC 9(02).
       01 WS-DATA-CAL.
           05 WS-CAL-DD                   PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-CAL-MM                   PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-CAL-AAAA                 PIC 9(04).

       77 WS-BASE-INTEIRO                 PIC 9(07) VALUE 0.
       77 WS-DIA-INTEIRO                  PIC 9(07) VALUE 0.
       77 WS-DIA-SEMANA                   PIC 9(01) VALUE 0.
       77 WS-MES-BASE                     PIC 9(02) VALUE 0.

      * DUE DATES THE BUSINESS DATE ANSWERS FOR: THE BUSINESS DATE
      * ITSELF FIRST, THEN EACH NON-WORKING DAY IMMEDIATELY BEFORE IT,
      * WHOSE ORDERS THE CALENDAR MOVES FORWARD TO TODAY.
       01 WS-TABELA-VENCIMENTOS.
           05 WS-VENC-DATA OCCURS 31 TIMES PIC 9(08).
       77 WS-QTDE-VENC                    PIC 9(02) VALUE 0.
       77 WS-SUB-VENC                     PIC 9(02) VALUE 0.
       01 WS-FIM-VENC-FLAG                PIC X  VALUE 'N'.
           88 WS-FIM-VENC                        VALUE 'S' FALSE 'N'.
       01 WS-VENC-ACHADO                  PIC 9(08) VALUE ZEROS.

       01 WS-QTDE-ESPERADA                PIC 9(05) VALUE 0.
       01 WS-QTDE-DETALHES                PIC 9(05) VALUE 0.
       01 WS-TOT-GERADAS                  PIC 9(05) VALUE 0.
       01 WS-TOT-IGNORADAS                PIC 9(05) VALUE 0.
       01 WS-TOT-SUSPENSAS                PIC 9(05) VALUE 0.
       01 WS-TOT-JA-GERADAS               PIC 9(05) VALUE 0.
       01 WS-SOMA-GERADAS                 PIC 9(11)V99 VALUE 0.

      * ORDERS A PRIOR RUN OF THIS STEP ALREADY GENERATED TODAY AND
      * WHICH ARE ALREADY IN THE FILE: THEY ARE NOT APPENDED AGAIN.
       01 WS-TABELA-JA-GERADAS.
           05 WS-JAG-ITEM OCCURS 2000 TIMES.
               10 WS-JAG-CHAVE            PIC X(04).
       77 WS-QTDE-JAG                     PIC 9(04) VALUE 0.
       77 WS-SUB-JAG                      PIC 9(04) VALUE 0.

       01 WS-LINHA-DETALHE.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-LIN-NUM-2                PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-FREQUENCIA           PIC X(01).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-DIA                  PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-VENCIMENTO           PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-VALOR                PIC Z(6)9.99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-RESULTADO            PIC X(09).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-MOTIVO               PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P100-COPIA-HEADER.
            PERFORM P190-ULTIMA-JANELA-BATIDA.
            PERFORM P050-IMPRIME-CABECALHO.

            READ ENTRADA-ARQ
                AT END
                    SET WS-FIM-ENTRADA TO TRUE
            END-READ.

            PERFORM UNTIL WS-FIM-ENTRADA
                MOVE ENT-REG TO WS-REGISTRO-ENT
                PERFORM P150-COPIA-REGISTRO

                READ ENTRADA-ARQ
                    AT END
                        SET WS-FIM-ENTRADA TO TRUE
                END-READ
            END-PERFORM.

            IF NOT WS-TRAILER-OK
                DISPLAY 'TRANSACOES.DAT SEM TRAILER'
                MOVE 8 TO RETURN-CODE
                PERFORM P900-ENCERRA-COM-ERRO
            END-IF.

            PERFORM P170-MONTA-VENCIMENTOS.
            PERFORM P200-GERA-ORDENS.

            ADD WS-QTDE-ESPERADA WS-TOT-GERADAS GIVING WS-NTR-QTDE.
            MOVE WS-NOVO-TRAILER TO SAI-REG.
            WRITE SAI-REG.

            CLOSE ENTRADA-ARQ
                  SAIDA-ARQ.

            IF WS-TOT-GERADAS > 0
                PERFORM P300-REGRAVA-ENTRADA
            END-IF.

            PERFORM P350-IMPRIME-RESUMO.

            DISPLAY 'GERACAO DE ORDENS PERMANENTES - TOTAIS'.
            DISPLAY 'DATA DE MOVIMENTO.: ' WS-DATA-MOVIMENTO.
            DISPLAY 'QTDE GERADAS......: ' WS-TOT-GERADAS.
            DISPLAY 'VALOR GERADO......: ' WS-SOMA-GERADAS.
            DISPLAY 'QTDE IGNORADAS....: ' WS-TOT-IGNORADAS.
            DISPLAY 'QTDE SUSPENSAS....: ' WS-TOT-SUSPENSAS.
            DISPLAY 'JA NO MOVIMENTO...: ' WS-TOT-JA-GERADAS.

            IF WS-TOT-IGNORADAS > 0
                DISPLAY 'HA ORDENS IGNORADAS - VER RELORD.TXT'
                MOVE 4 TO RETURN-CODE
            END-IF.

            CLOSE ORDENS-ARQ
                  RELORD-ARQ.
            IF WS-CALENDARIO-DISPONIVEL
                CLOSE CALENDARIO-ARQ
            END-IF.
            IF WS-BENEF-DISPONIVEL
                CLOSE BENEFICIARIOS-ARQ
            END-IF.

            STOP RUN.

      ******************************************************************
      * THE DAY'S FILE AND THE ORDER MASTER ARE BOTH REQUIRED. WITHOUT
      * THE CALENDAR EVERY DAY COUNTS AS WORKING, AS IN THE REGISTER;
      * WITHOUT THE BENEFICIARY MASTER THE CHECK IS SKIPPED WITH A
      * WARNING, AND THE REGISTER STILL REPEATS IT ON EVERY PAYMENT.
      ******************************************************************
       P010-ABRE-ARQUIVOS.
           OPEN INPUT ENTRADA-ARQ.
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANSACOES.DAT - FS: '
                       WS-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ORDENS-ARQ.
           IF WS-FS-ORDENS = '35'
               OPEN OUTPUT ORDENS-ARQ
               CLOSE ORDENS-ARQ
               OPEN I-O ORDENS-ARQ
           END-IF.
           IF WS-FS-ORDENS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ORDENS.DAT - FS: '
                       WS-FS-ORDENS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SAIDA-ARQ.
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANSACOES.TMP - FS: '
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELORD-ARQ.
           IF WS-FS-RELORD NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELORD.TXT - FS: '
                       WS-FS-RELORD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CALENDARIO-ARQ.
           IF WS-FS-CALENDARIO = '00'
               SET WS-CALENDARIO-DISPONIVEL TO TRUE
           ELSE
               SET WS-CALENDARIO-DISPONIVEL TO FALSE
               DISPLAY 'CALENDARIO DE DIAS UTEIS NAO DISPONIVEL - FS: '
                       WS-FS-CALENDARIO
               DISPLAY 'TODOS OS DIAS SERAO TRATADOS COMO UTEIS'
           END-IF.

           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '00'
               SET WS-BENEF-DISPONIVEL TO TRUE
           ELSE
               SET WS-BENEF-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE BENEFICIARIOS NAO DISPONIVEL - '
                       'FS: ' WS-FS-BENEFICIARIOS
               DISPLAY 'BENEFICIARIOS NAO SERAO VERIFICADOS NA '
                       'GERACAO'
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' GERACAO DE ORDENS PERMANENTES' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' FREQUENCIA: M=MENSAL S=SEMANAL U=ULTIMO DIA UTIL'
                                                TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' PAGTO  F DI  VENCTO    VALOR       RESULTADO MOTIVO'
                                                TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * THE HEADER IS COPIED AS IS AND ITS DATE BECOMES THE BUSINESS
      * DATE THE ORDERS ARE GENERATED FOR. A FILE WITHOUT A PROPER
      * HEADER IS LEFT UNTOUCHED: THE EDIT STEP FAILS IT ON ITS OWN.
      ******************************************************************
       P100-COPIA-HEADER.
           READ ENTRADA-ARQ
               AT END
                   DISPLAY 'TRANSACOES.DAT VAZIO - SEM HEADER'
                   MOVE 8 TO RETURN-CODE
                   PERFORM P900-ENCERRA-COM-ERRO
           END-READ.

           MOVE ENT-REG TO WS-REGISTRO-ENT.
           IF WS-ENT-TIPO NOT = 'H'
               DISPLAY 'PRIMEIRO REGISTRO NAO E HEADER: '
                       WS-REGISTRO-ENT
               MOVE 8 TO RETURN-CODE
               PERFORM P900-ENCERRA-COM-ERRO
           END-IF.

           MOVE WS-HDR-DATA TO WS-DATA.
           IF WS-DATA-DD NOT NUMERIC
              OR WS-DATA-MM NOT NUMERIC
              OR WS-DATA-AA NOT NUMERIC
               DISPLAY 'DATA DO HEADER INVALIDA: ' WS-HDR-DATA
               MOVE 8 TO RETURN-CODE
               PERFORM P900-ENCERRA-COM-ERRO
           END-IF.

           MOVE WS-HDR-DATA TO WS-DATA-GERACAO.
           COMPUTE WS-DATA-MOVIMENTO = WS-DATA-AA * 10000
                                     + WS-DATA-MM * 100
                                     + WS-DATA-DD.
           DISPLAY 'GERANDO ORDENS PARA ' WS-DATA-MOVIMENTO.

           MOVE ENT-REG TO SAI-REG.
           WRITE SAI-REG.

      ******************************************************************
      * DETAILS ARE COPIED THROUGH; THE SENDER'S TRAILER IS HELD BACK
      * AND REWRITTEN AT THE END WITH THE GENERATED ORDERS ADDED.
      ******************************************************************
       P150-COPIA-REGISTRO.
           IF WS-TRAILER-OK
               DISPLAY 'REGISTRO APOS O TRAILER: ' WS-REGISTRO-ENT
               MOVE 8 TO RETURN-CODE
               PERFORM P900-ENCERRA-COM-ERRO
           END-IF.

           IF WS-ENT-TIPO = 'T'
               IF WS-TRL-QTDE NOT NUMERIC
                   DISPLAY 'CONTAGEM DO TRAILER NAO NUMERICA: '
                           WS-TRL-QTDE
                   MOVE 8 TO RETURN-CODE
                   PERFORM P900-ENCERRA-COM-ERRO
               END-IF
               MOVE WS-TRL-QTDE TO WS-QTDE-ESPERADA
               SET WS-TRAILER-OK TO TRUE
           ELSE
               ADD 1 TO WS-QTDE-DETALHES
               MOVE ENT-REG TO SAI-REG
               WRITE SAI-REG
               PERFORM P160-VERIFICA-JA-GERADA
           END-IF.

      * A DETAIL DATED TODAY FOR A PAIR WHOSE ORDER WAS GENERATED
      * TODAY IS THAT ORDER, PUT IN BY AN EARLIER RUN OF THIS STEP.
       P160-VERIFICA-JA-GERADA.
           IF WS-DET-NUM-1 NUMERIC
              AND WS-DET-NUM-2 NUMERIC
              AND WS-DET-DATA = WS-DATA-GERACAO
               MOVE WS-DET-NUM-1   TO ORD-NUM-1
               MOVE WS-DET-NUM-2   TO ORD-NUM-2
               READ ORDENS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ORD-DATA-ULT-GERACAO = WS-DATA-MOVIMENTO
                          AND ORD-JANELA-GERACAO > WS-ULT-JANELA-BATIDA
                           PERFORM P165-GUARDA-JA-GERADA
                       END-IF
               END-READ
           END-IF.

       P165-GUARDA-JA-GERADA.
           IF WS-QTDE-JAG >= 2000
               DISPLAY 'TABELA DE JA GERADAS CHEIA - MAXIMO 2000'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-ENCERRA-COM-ERRO
           END-IF.
           ADD 1 TO WS-QTDE-JAG.
           MOVE WS-DET-CHAVE TO WS-JAG-CHAVE (WS-QTDE-JAG).

      ******************************************************************
      * DUE DATES ANSWERED BY TODAY. AN ORDER DUE ON A NON-WORKING DAY
      * MOVES TO THE NEXT WORKING DAY, SO TODAY ALSO TAKES THE DATES
      * OF THE UNBROKEN RUN OF NON-WORKING DAYS JUST BEFORE IT. TODAY
      * IS THE LAST BUSINESS DAY OF ITS MONTH WHEN EVERY DAY AFTER IT
      * UP TO THE MONTH'S END IS NON-WORKING.
      ******************************************************************
       P170-MONTA-VENCIMENTOS.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-MOVIMENTO)
                                       TO WS-BASE-INTEIRO.
           MOVE 1                      TO WS-QTDE-VENC.
           MOVE WS-DATA-MOVIMENTO      TO WS-VENC-DATA (1).

           MOVE WS-BASE-INTEIRO        TO WS-DIA-INTEIRO.
           SET WS-FIM-VENC TO FALSE.
           PERFORM P175-VENCIMENTO-ANTERIOR
               UNTIL WS-FIM-VENC OR WS-QTDE-VENC >= 31.

           MOVE WS-DATA-MOVIMENTO (5:2) TO WS-MES-BASE.
           MOVE WS-BASE-INTEIRO        TO WS-DIA-INTEIRO.
           SET WS-HOJE-ULTIMO-UTIL TO TRUE.
           SET WS-FIM-VENC TO FALSE.
           PERFORM P178-DIA-POSTERIOR
               UNTIL WS-FIM-VENC.

       P175-VENCIMENTO-ANTERIOR.
           SUBTRACT 1 FROM WS-DIA-INTEIRO.
           PERFORM P180-TESTA-DIA-UTIL.
           IF WS-DIA-UTIL
               SET WS-FIM-VENC TO TRUE
           ELSE
               ADD 1 TO WS-QTDE-VENC
               MOVE WS-DATA-TESTE TO WS-VENC-DATA (WS-QTDE-VENC)
           END-IF.

       P178-DIA-POSTERIOR.
           ADD 1 TO WS-DIA-INTEIRO.
           PERFORM P180-TESTA-DIA-UTIL.
           IF WS-TESTE-MM NOT = WS-MES-BASE
               SET WS-FIM-VENC TO TRUE
           ELSE
               IF WS-DIA-UTIL
                   SET WS-HOJE-ULTIMO-UTIL TO FALSE
                   SET WS-FIM-VENC TO TRUE
               END-IF
           END-IF.

      * A DAY IS WORKING UNLESS THE CALENDAR MARKS IT AS A HOLIDAY OR
      * NON-WORKING DAY, THE SAME READING THE REGISTER GIVES IT.
       P180-TESTA-DIA-UTIL.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                                       TO WS-DATA-TESTE.
           SET WS-DIA-UTIL TO TRUE.
           IF WS-CALENDARIO-DISPONIVEL
               MOVE WS-TESTE-DD        TO WS-CAL-DD
               MOVE WS-TESTE-MM        TO WS-CAL-MM
               MOVE WS-TESTE-AAAA      TO WS-CAL-AAAA
               MOVE WS-DATA-CAL        TO CAL-DATA
               READ CALENDARIO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-FERIADO OR CAL-NAO-UTIL
                           SET WS-DIA-UTIL TO FALSE
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * THE WINDOW LOG IS ONLY READ. WITHOUT IT NO WINDOW OF THE DAY
      * HAS BEEN BALANCED YET.
      ******************************************************************
       P190-ULTIMA-JANELA-BATIDA.
           MOVE ZEROS TO WS-ULT-JANELA-BATIDA.
           OPEN INPUT JANPROC-ARQ.
           IF WS-FS-JANPROC = '00'
               MOVE WS-DATA-MOVIMENTO TO JNP-DATA-MOV
               MOVE ZEROS             TO JNP-JANELA
               SET WS-FIM-JANPROC TO FALSE
               START JANPROC-ARQ KEY IS NOT LESS THAN JNP-CHAVE
                   INVALID KEY
                       SET WS-FIM-JANPROC TO TRUE
               END-START
               PERFORM P195-LE-JANPROC UNTIL WS-FIM-JANPROC
               CLOSE JANPROC-ARQ
           END-IF.
           ADD 1 WS-ULT-JANELA-BATIDA GIVING WS-JANELA-GERACAO.

       P195-LE-JANPROC.
           READ JANPROC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-JANPROC TO TRUE
               NOT AT END
                   IF JNP-DATA-MOV NOT = WS-DATA-MOVIMENTO
                       SET WS-FIM-JANPROC TO TRUE
                   ELSE
                       IF JNP-BATIDA
                           MOVE JNP-JANELA TO WS-ULT-JANELA-BATIDA
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * THE ORDER MASTER IS READ IN PAIR ORDER FROM THE BEGINNING.
      ******************************************************************
       P200-GERA-ORDENS.
           MOVE ZEROS TO ORD-CHAVE.
           SET WS-FIM-ORDENS TO FALSE.
           START ORDENS-ARQ KEY IS NOT LESS THAN ORD-CHAVE
               INVALID KEY
                   SET WS-FIM-ORDENS TO TRUE
           END-START.

           PERFORM P210-LE-ORDEM UNTIL WS-FIM-ORDENS.

       P210-LE-ORDEM.
           READ ORDENS-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-ORDENS TO TRUE
               NOT AT END
                   IF NOT ORD-ENCERRADA
                       PERFORM P220-TRATA-ORDEM
                   END-IF
           END-READ.

      * THE MOST RECENT DUE DATE FOUND IS THE ONE GENERATED: ONE
      * PAYMENT PER ORDER PER DAY, SINCE THE REGISTER WOULD REFUSE A
      * SECOND ONE TO THE SAME PAIR ON THE SAME DATE AS A DUPLICATE.
       P220-TRATA-ORDEM.
           SET WS-ORDEM-VENCE TO FALSE.
           PERFORM P230-TESTA-VENCIMENTO
               VARYING WS-SUB-VENC FROM 1 BY 1
               UNTIL WS-SUB-VENC > WS-QTDE-VENC
                  OR WS-ORDEM-VENCE.

           IF WS-ORDEM-VENCE
               EVALUATE TRUE
                   WHEN ORD-SUSPENSA
                       ADD 1 TO WS-TOT-SUSPENSAS
                       MOVE 'IGNORADA'       TO WS-LIN-RESULTADO
                       MOVE 'ORDEM SUSPENSA' TO WS-LIN-MOTIVO
                       PERFORM P290-IMPRIME-LINHA
                   WHEN OTHER
                       PERFORM P240-VERIFICA-JA-GERADA
                       IF WS-JA-NO-MOVIMENTO
                           ADD 1 TO WS-TOT-JA-GERADAS
                       ELSE
                           PERFORM P250-VERIFICA-BENEFICIARIO
                           IF WS-IGNORADA
                               PERFORM P270-IGNORA-ORDEM
                           ELSE
                               PERFORM P260-GERA-ORDEM
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      * A CANDIDATE DATE IS DUE FOR THE ORDER WHEN IT LIES IN THE
      * ORDER'S VALIDITY, WAS NOT GENERATED ON AN EARLIER DAY OR IN A
      * WINDOW OF TODAY ALREADY BALANCED, AND MATCHES THE FREQUENCY.
      * A MONTHLY DAY THE MONTH DOES NOT HAVE FALLS ON THE MONTH'S
      * LAST DAY.
       P230-TESTA-VENCIMENTO.
           MOVE WS-VENC-DATA (WS-SUB-VENC) TO WS-DATA-TESTE.
           IF WS-DATA-TESTE >= ORD-DATA-INICIO
              AND (ORD-DATA-FIM = ZEROS
                   OR WS-DATA-TESTE <= ORD-DATA-FIM)
              AND (WS-DATA-TESTE > ORD-ULT-VENCIMENTO
                   OR (ORD-DATA-ULT-GERACAO = WS-DATA-MOVIMENTO
                       AND ORD-JANELA-GERACAO > WS-ULT-JANELA-BATIDA))
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-TESTE)
                                       TO WS-DIA-INTEIRO
               EVALUATE TRUE
                   WHEN ORD-MENSAL
                       ADD 1 TO WS-DIA-INTEIRO
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DIA-INTEIRO)
                                       TO WS-DATA-SEGUINTE
                       IF WS-TESTE-DD = ORD-DIA
                          OR (WS-SEGUINTE-DD = 01
                              AND ORD-DIA > WS-TESTE-DD)
                           SET WS-ORDEM-VENCE TO TRUE
                       END-IF
                   WHEN ORD-SEMANAL
                       COMPUTE WS-DIA-SEMANA =
                               FUNCTION MOD(WS-DIA-INTEIRO, 7) + 1
                       IF WS-DIA-SEMANA = ORD-DIA
                           SET WS-ORDEM-VENCE TO TRUE
                       END-IF
                   WHEN ORD-ULTIMO-UTIL
                       IF WS-SUB-VENC = 1 AND WS-HOJE-ULTIMO-UTIL
                           SET WS-ORDEM-VENCE TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-ORDEM-VENCE
               MOVE WS-DATA-TESTE TO WS-VENC-ACHADO
           END-IF.

       P240-VERIFICA-JA-GERADA.
           SET WS-JA-NO-MOVIMENTO TO FALSE.
           PERFORM P245-PROCURA-JA-GERADA
               VARYING WS-SUB-JAG FROM 1 BY 1
               UNTIL WS-SUB-JAG > WS-QTDE-JAG
                  OR WS-JA-NO-MOVIMENTO.

       P245-PROCURA-JA-GERADA.
           IF WS-JAG-CHAVE (WS-SUB-JAG) = ORD-CHAVE
               SET WS-JA-NO-MOVIMENTO TO TRUE
           END-IF.

      * THE REGISTER'S OWN BENEFICIARY CHECK, MADE BEFORE THE PAYMENT
      * IS PUT IN, SO A BLOCKED PAIR'S ORDER NEVER REACHES THE DAY.
       P250-VERIFICA-BENEFICIARIO.
           SET WS-IGNORADA TO FALSE.
           MOVE SPACES TO WS-MOTIVO-IGNORA.
           IF WS-BENEF-DISPONIVEL
               MOVE ORD-NUM-1      TO BEN-NUM-1
               MOVE ORD-NUM-2      TO BEN-NUM-2
               READ BENEFICIARIOS-ARQ
                   INVALID KEY
                       SET WS-IGNORADA TO TRUE
                       MOVE 'BENEFICIARIO INEXISTENTE'
                                   TO WS-MOTIVO-IGNORA
                   NOT INVALID KEY
                       IF BEN-BLOQUEADO
                           SET WS-IGNORADA TO TRUE
                           MOVE 'BENEFICIARIO BLOQUEADO'
                                   TO WS-MOTIVO-IGNORA
                       END-IF
               END-READ
           END-IF.

       P260-GERA-ORDEM.
           MOVE ORD-NUM-1       TO TRAN-NUM-1 OF SAI-DETALHE.
           MOVE ORD-NUM-2       TO TRAN-NUM-2 OF SAI-DETALHE.
           MOVE WS-DATA-GERACAO TO TRAN-DATA  OF SAI-DETALHE.
           MOVE ORD-VALOR       TO TRAN-VALOR OF SAI-DETALHE.
           SET TRAN-CONFIRM OF SAI-DETALHE TO TRUE.
           WRITE SAI-DETALHE.

           ADD 1         TO WS-TOT-GERADAS.
           ADD ORD-VALOR TO WS-SOMA-GERADAS.

           MOVE WS-VENC-ACHADO    TO ORD-ULT-VENCIMENTO.
           MOVE WS-DATA-MOVIMENTO TO ORD-DATA-ULT-GERACAO.
           MOVE WS-JANELA-GERACAO TO ORD-JANELA-GERACAO.
           REWRITE ORD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ORDENS - FS: '
                           WS-FS-ORDENS
           END-REWRITE.

           MOVE 'GERADA' TO WS-LIN-RESULTADO.
           IF WS-VENC-ACHADO = WS-DATA-MOVIMENTO
               MOVE SPACES TO WS-LIN-MOTIVO
           ELSE
               MOVE 'VENCTO MOVIDO P/ DIA UTIL' TO WS-LIN-MOTIVO
           END-IF.
           PERFORM P290-IMPRIME-LINHA.

       P270-IGNORA-ORDEM.
           ADD 1 TO WS-TOT-IGNORADAS.
           DISPLAY 'ORDEM IGNORADA: ' ORD-NUM-1 '/' ORD-NUM-2
                   ' ' WS-VENC-ACHADO ' - ' WS-MOTIVO-IGNORA.
           MOVE 'IGNORADA'       TO WS-LIN-RESULTADO.
           MOVE WS-MOTIVO-IGNORA TO WS-LIN-MOTIVO.
           PERFORM P290-IMPRIME-LINHA.

       P290-IMPRIME-LINHA.
           MOVE ORD-NUM-1       TO WS-LIN-NUM-1.
           MOVE ORD-NUM-2       TO WS-LIN-NUM-2.
           MOVE ORD-FREQUENCIA  TO WS-LIN-FREQUENCIA.
           MOVE ORD-DIA         TO WS-LIN-DIA.
           MOVE WS-VENC-ACHADO  TO WS-LIN-VENCIMENTO.
           MOVE ORD-VALOR       TO WS-LIN-VALOR.
           MOVE WS-LINHA-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * THE WORK FILE, NOW HEADER + DETAILS + GENERATED ORDERS + THE
      * ADJUSTED TRAILER, REPLACES THE DAY'S TRANSACOES.DAT.
      ******************************************************************
       P300-REGRAVA-ENTRADA.
           OPEN INPUT SAIDA-ARQ.
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO AO REABRIR TRANSACOES.TMP - FS: '
                       WS-FS-SAIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ENTRADA-ARQ.
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR TRANSACOES.DAT - FS: '
                       WS-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIM-ENTRADA TO FALSE.
           PERFORM P310-COPIA-TEMP UNTIL WS-FIM-ENTRADA.

           CLOSE SAIDA-ARQ
                 ENTRADA-ARQ.

       P310-COPIA-TEMP.
           READ SAIDA-ARQ
               AT END
                   SET WS-FIM-ENTRADA TO TRUE
               NOT AT END
                   MOVE SAI-REG TO ENT-REG
                   WRITE ENT-REG
           END-READ.

       P350-IMPRIME-RESUMO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DETALHES DO CLIENTE: ' WS-QTDE-DETALHES
                  '  CONTAGEM DO TRAILER: ' WS-QTDE-ESPERADA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' GERADAS: ' WS-TOT-GERADAS
                  '  IGNORADAS: ' WS-TOT-IGNORADAS
                  '  SUSPENSAS: ' WS-TOT-SUSPENSAS
                  '  JA NO MOVIMENTO: ' WS-TOT-JA-GERADAS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' NOVA CONTAGEM DO TRAILER: ' WS-NTR-QTDE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      * A STRUCTURAL FAULT IN THE DAY'S FILE: NOTHING IS GENERATED AND
      * TRANSACOES.DAT IS LEFT AS IT CAME, FOR THE EDIT STEP TO REJECT.
       P900-ENCERRA-COM-ERRO.
           CLOSE ENTRADA-ARQ
                 SAIDA-ARQ
                 ORDENS-ARQ
                 RELORD-ARQ.
           STOP RUN.

       END PROGRAM CBEXEBAS021.
