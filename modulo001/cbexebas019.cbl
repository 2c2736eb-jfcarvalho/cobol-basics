      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scheduled-payment inquiry, cancellation and cash
      *          forecast. Payments the register received with a
      *          value date later than the business date wait in
      *          AGENDADOS.DAT until the release step puts them into
      *          the day they fall due. In function C (consult) the
      *          signed-on operator walks the scheduled items, all of
      *          them or a single payment pair, sees each one's status
      *          and, for an item still waiting, may cancel it before
      *          it is released; every cancellation is logged to
      *          AUDITORIA.DAT under the operator. In function R
      *          (forecast) RELAGEND.TXT lists every item still
      *          waiting, in value-date order, with the count and
      *          amount falling due on each date and in total, up to
      *          an optional horizon date, so treasury knows what
      *          will leave on each coming day.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS019.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA-ARQ       ASSIGN TO "AGENDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-FS-AGENDA.

           SELECT AUDITORIA-ARQ    ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT OPERADORES-ARQ   ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT RELAGEND-ARQ     ASSIGN TO "RELAGEND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELAGEND.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENDA-ARQ.
           COPY CPAGD01.

       FD  AUDITORIA-ARQ
           RECORDING MODE IS F.
           COPY CPAUD01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           COPY CPOPR01.

       FD  RELAGEND-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-AGENDA                    PIC XX VALUE '00'.
       01 WS-FS-AUDITORIA                 PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.
       01 WS-FS-RELAGEND                  PIC XX VALUE '00'.

       01 WS-FUNCAO                       PIC X  VALUE SPACE.
           88 WS-FUNCAO-CONSULTA          VALUE 'C' 'c'.
           88 WS-FUNCAO-PREVISAO          VALUE 'R' 'r'.

       01 WS-FIM-ARQ-FLAG                 PIC X VALUE 'N'.
           88 WS-FIM-ARQ                         VALUE 'S' FALSE 'N'.

       01 WS-ENCERRAR-FLAG                PIC X  VALUE 'N'.
           88 WS-ENCERRAR                        VALUE 'S' FALSE 'N'.

       01 WS-OPCAO                        PIC X  VALUE SPACE.
           88 WS-OPC-CANCELAR             VALUE 'S' 's'.
           88 WS-OPC-MANTER               VALUE 'N' 'n'.
           88 WS-OPC-FIM                  VALUE 'F' 'f'.

       01 WS-RESOLVIDO-FLAG               PIC X VALUE 'N'.
           88 WS-RESOLVIDO                       VALUE 'S' FALSE 'N'.

       01 WS-SELECIONADO-FLAG             PIC X VALUE 'N'.
           88 WS-SELECIONADO                     VALUE 'S' FALSE 'N'.

       01 WS-FILTRO-NUM-1                 PIC X(02) VALUE SPACES.
       01 WS-FILTRO-NUM-2                 PIC X(02) VALUE SPACES.
       01 WS-FILTRO-NUM-1-N               PIC 9(02) VALUE ZEROS.
       01 WS-FILTRO-NUM-2-N               PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * LAST VALUE DATE THE FORECAST COVERS; ZEROS = NO HORIZON.
       01 WS-DATA-HORIZONTE               PIC 9(08) VALUE ZEROS.

       01 WS-SIT-ANTERIOR                 PIC X(01) VALUE SPACE.
       01 WS-SIT-EXTENSO                  PIC X(10) VALUE SPACES.

       01 WS-OPERADOR-ID                  PIC X(08) VALUE SPACES.

      * THE FOUND OPERATOR'S LEVEL AND STATUS ARE COPIED HERE DURING
      * THE SEARCH, SO THEY SURVIVE THE CLOSE OF THE MASTER.
       01 WS-BUSCA-NIVEL                  PIC X(01) VALUE SPACE.
           88 WS-BUSCA-SUPERVISOR                VALUE '2'.
       01 WS-BUSCA-SIT                    PIC X(01) VALUE SPACE.
           88 WS-BUSCA-ATIVO                     VALUE 'A'.

       01 WS-OPR-ACHOU-FLAG               PIC X VALUE 'N'.
           88 WS-OPR-ACHOU                       VALUE 'S' FALSE 'N'.

       01 WS-FIM-OPERADORES-FLAG          PIC X VALUE 'N'.
           88 WS-FIM-OPERADORES                  VALUE 'S'.

       01 WS-TOT-LIDOS                    PIC 9(05) VALUE 0.
       01 WS-TOT-MOSTRADOS                PIC 9(05) VALUE 0.
       01 WS-TOT-CANCELADOS               PIC 9(05) VALUE 0.

      * FORECAST CONTROL BREAK ON THE VALUE DATE.
       01 WS-DATA-QUEBRA                  PIC 9(08) VALUE ZEROS.
       01 WS-QTDE-DIA                     PIC 9(05) VALUE 0.
       01 WS-VALOR-DIA                    PIC 9(11)V99 VALUE 0.
       01 WS-QTDE-GERAL                   PIC 9(07) VALUE 0.
       01 WS-VALOR-GERAL                  PIC 9(11)V99 VALUE 0.
       01 WS-QTDE-DATAS                   PIC 9(05) VALUE 0.

       01 WS-VALOR-ED                     PIC Z(6)9.99.

       01 WS-LINHA-DETALHE.
           05 FILLER                      PIC X(03) VALUE SPACES.
           05 WS-LIN-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-LIN-NUM-2                PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-DATA                 PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-VALOR                PIC Z(6)9.99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-DATA-AGEND           PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-OPERADOR             PIC X(08).
           05 FILLER                      PIC X(28) VALUE SPACES.

       01 WS-LINHA-DATA.
           05 FILLER                      PIC X(13)
                                    VALUE ' VENCIMENTO: '.
           05 WS-DAT-DATA-VALOR           PIC 9(08).
           05 FILLER                      PIC X(59) VALUE SPACES.

       01 WS-LINHA-SUBTOTAL.
           05 FILLER                      PIC X(16)
                                    VALUE '   TOTAL DO DIA '.
           05 WS-SUB-DATA-VALOR           PIC 9(08).
           05 FILLER                      PIC X(09)
                                    VALUE ' - QTDE: '.
           05 WS-SUB-QTDE                 PIC ZZZZ9.
           05 FILLER                      PIC X(09)
                                    VALUE ' VALOR: '.
           05 WS-SUB-VALOR                PIC Z(10)9.99.
           05 FILLER                      PIC X(19) VALUE SPACES.

       01 WS-LINHA-TOTAL.
           05 FILLER                      PIC X(16)
                                    VALUE ' TOTAL AGENDADO '.
           05 FILLER                      PIC X(09)
                                    VALUE ' - QTDE: '.
           05 WS-TOT-QTDE                 PIC Z(6)9.
           05 FILLER                      PIC X(09)
                                    VALUE ' VALOR: '.
           05 WS-TOT-VALOR                PIC Z(10)9.99.
           05 FILLER                      PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY 'FUNCAO (C=CONSULTAR/CANCELAR / R=PREVISAO)? '.
            ACCEPT WS-FUNCAO.

            EVALUATE TRUE
                WHEN WS-FUNCAO-CONSULTA
                    PERFORM P100-CONSULTA
                WHEN WS-FUNCAO-PREVISAO
                    PERFORM P500-PREVISAO
                WHEN OTHER
                    DISPLAY 'FUNCAO INVALIDA: ' WS-FUNCAO
                    MOVE 8 TO RETURN-CODE
            END-EVALUATE.

            STOP RUN.

      ******************************************************************
      * SIGN-ON. A CANCELLATION STOPS A PAYMENT THE CLIENT SENT, SO
      * THE CONSULT FUNCTION DOES NOT START UNTIL THE OPERATOR MASTER
      * VALIDATES WHO IS AT THE TERMINAL. ANY ACTIVE OPERATOR MAY
      * CANCEL, AS IN THE REJECTION REWORK; THE ID IS STAMPED ON THE
      * ITEM AND ON THE AUDIT RECORD.
      ******************************************************************
       P005-IDENTIFICA-OPERADOR.
           DISPLAY 'INFORME O OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.

           OPEN INPUT OPERADORES-ARQ.
           IF WS-FS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR OPERADORES.DAT - FS: '
                       WS-FS-OPERADORES
               DISPLAY 'A CONSULTA DE AGENDADOS EXIGE O CADASTRO '
                       'DE OPERADORES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-OPR-ACHOU TO FALSE.
           READ OPERADORES-ARQ
               AT END
                   SET WS-FIM-OPERADORES TO TRUE
           END-READ.
           PERFORM P007-PROCURA-OPERADOR
               UNTIL WS-FIM-OPERADORES OR WS-OPR-ACHOU.
           CLOSE OPERADORES-ARQ.

           IF NOT WS-OPR-ACHOU
               DISPLAY 'OPERADOR NAO CADASTRADO: ' WS-OPERADOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-BUSCA-ATIVO
               DISPLAY 'OPERADOR BLOQUEADO: ' WS-OPERADOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'OPERADOR IDENTIFICADO: ' WS-OPERADOR-ID.

       P007-PROCURA-OPERADOR.
           IF OPR-ID = WS-OPERADOR-ID
               SET WS-OPR-ACHOU TO TRUE
               MOVE OPR-NIVEL    TO WS-BUSCA-NIVEL
               MOVE OPR-SITUACAO TO WS-BUSCA-SIT
           ELSE
               READ OPERADORES-ARQ
                   AT END
                       SET WS-FIM-OPERADORES TO TRUE
               END-READ
           END-IF.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * CANCELLATIONS ARE STAMPED WITH THE DATE IN DATAMOV.DAT.
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
      * CONSULT/CANCEL. EVERY SELECTED ITEM IS SHOWN WITH ITS STATUS
      * AND, WHEN A RELEASE WAS REFUSED, THE REASON. ONLY AN ITEM
      * STILL WAITING FOR ITS VALUE DATE CAN BE CANCELLED: ONE
      * ALREADY RELEASED IS IN THE DAY'S TRANSACTIONS AND IS DEALT
      * WITH THROUGH THE NORMAL PAYMENT FLOW.
      ******************************************************************
       P100-CONSULTA.
           PERFORM P005-IDENTIFICA-OPERADOR.
           PERFORM P020-OBTEM-DATA-MOVIMENTO.

           DISPLAY 'NUMERO 1 DO PAGAMENTO OU BRANCO P/ TODOS: '.
           ACCEPT WS-FILTRO-NUM-1.
           DISPLAY 'NUMERO 2 DO PAGAMENTO OU BRANCO P/ TODOS: '.
           ACCEPT WS-FILTRO-NUM-2.
           IF WS-FILTRO-NUM-1 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FILTRO-NUM-1)
                                         TO WS-FILTRO-NUM-1-N
           END-IF.
           IF WS-FILTRO-NUM-2 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FILTRO-NUM-2)
                                         TO WS-FILTRO-NUM-2-N
           END-IF.

      * NO MASTER MEANS NOTHING WAS EVER SCHEDULED, WHICH IS NOT AN
      * ERROR.
           OPEN I-O AGENDA-ARQ.
           IF WS-FS-AGENDA = '35'
               DISPLAY 'SEM PAGAMENTOS AGENDADOS - FS: '
                       WS-FS-AGENDA
               STOP RUN
           END-IF.
           IF WS-FS-AGENDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR AGENDADOS.DAT - FS: '
                       WS-FS-AGENDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A CANCELLATION THAT CANNOT BE AUDITED IS NOT TAKEN: WITHOUT
      * THE AUDIT LOG THE SESSION DOES NOT START.
           OPEN EXTEND AUDITORIA-ARQ.
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDITORIA-ARQ
           END-IF.
           IF WS-FS-AUDITORIA NOT = '00'
               DISPLAY 'ERRO AO ABRIR AUDITORIA.DAT - FS: '
                       WS-FS-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-FIM-ARQ TO FALSE.
           READ AGENDA-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-ARQ TO TRUE
           END-READ.
           PERFORM P110-CONSULTA-ITEM
               UNTIL WS-FIM-ARQ OR WS-ENCERRAR.

           IF WS-TOT-MOSTRADOS = 0
               DISPLAY 'NENHUM PAGAMENTO AGENDADO SELECIONADO'
           END-IF.

           DISPLAY 'PAGAMENTOS AGENDADOS - TOTAIS'.
           DISPLAY 'QTDE ITENS LIDOS..: ' WS-TOT-LIDOS.
           DISPLAY 'QTDE APRESENTADOS.: ' WS-TOT-MOSTRADOS.
           DISPLAY 'QTDE CANCELADOS...: ' WS-TOT-CANCELADOS.

           CLOSE AGENDA-ARQ
                 AUDITORIA-ARQ.

       P110-CONSULTA-ITEM.
           ADD 1 TO WS-TOT-LIDOS.
           PERFORM P120-SELECIONA-ITEM.
           IF WS-SELECIONADO
               PERFORM P130-MOSTRA-ITEM
           END-IF.
           IF NOT WS-ENCERRAR
               READ AGENDA-ARQ NEXT RECORD
                   AT END
                       SET WS-FIM-ARQ TO TRUE
               END-READ
           END-IF.

       P120-SELECIONA-ITEM.
           SET WS-SELECIONADO TO TRUE.
           IF WS-FILTRO-NUM-1 NOT = SPACES
              AND AGD-NUM-1 NOT = WS-FILTRO-NUM-1-N
               SET WS-SELECIONADO TO FALSE
           END-IF.
           IF WS-FILTRO-NUM-2 NOT = SPACES
              AND AGD-NUM-2 NOT = WS-FILTRO-NUM-2-N
               SET WS-SELECIONADO TO FALSE
           END-IF.

       P130-MOSTRA-ITEM.
           ADD 1 TO WS-TOT-MOSTRADOS.
           MOVE AGD-VALOR TO WS-VALOR-ED.
           PERFORM P140-SITUACAO-POR-EXTENSO.
           DISPLAY ' '.
           DISPLAY 'PAGAMENTO ' AGD-NUM-1 '/' AGD-NUM-2
                   ' DATA: ' AGD-DATA ' VALOR: ' WS-VALOR-ED.
           DISPLAY 'AGENDADO EM ' AGD-DATA-AGEND
                   ' - SITUACAO: ' WS-SIT-EXTENSO
                   ' EM ' AGD-DATA-SIT
                   ' POR ' AGD-OPERADOR.
           IF AGD-MOTIVO NOT = SPACES
               DISPLAY 'MOTIVO: ' AGD-MOTIVO
           END-IF.

           IF AGD-AGENDADO
               SET WS-RESOLVIDO TO FALSE
               PERFORM P150-PROCESSA-OPCAO UNTIL WS-RESOLVIDO
           END-IF.

       P140-SITUACAO-POR-EXTENSO.
           EVALUATE TRUE
               WHEN AGD-AGENDADO
                   MOVE 'AGENDADO'   TO WS-SIT-EXTENSO
               WHEN AGD-LIBERADO
                   MOVE 'LIBERADO'   TO WS-SIT-EXTENSO
               WHEN AGD-RECUSADO
                   MOVE 'RECUSADO'   TO WS-SIT-EXTENSO
               WHEN AGD-CANCELADO
                   MOVE 'CANCELADO'  TO WS-SIT-EXTENSO
               WHEN OTHER
                   MOVE AGD-SITUACAO TO WS-SIT-EXTENSO
           END-EVALUATE.

       P150-PROCESSA-OPCAO.
           DISPLAY 'CANCELAR O AGENDAMENTO (S), MANTER (N) '
                   'OU FIM (F)? '.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPC-CANCELAR
                   PERFORM P200-CANCELA-ITEM
                   SET WS-RESOLVIDO TO TRUE
               WHEN WS-OPC-MANTER
                   SET WS-RESOLVIDO TO TRUE
               WHEN WS-OPC-FIM
                   SET WS-ENCERRAR TO TRUE
                   SET WS-RESOLVIDO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WS-OPCAO
           END-EVALUATE.

      ******************************************************************
      * THE CANCELLATION IS STAMPED ON THE ITEM AND LOGGED AT ONCE, SO
      * THE RELEASE STEP NEVER SEES IT AS WAITING AGAIN.
      ******************************************************************
       P200-CANCELA-ITEM.
           MOVE AGD-SITUACAO      TO WS-SIT-ANTERIOR.
           SET AGD-CANCELADO      TO TRUE.
           MOVE WS-DATA-MOVIMENTO TO AGD-DATA-SIT.
           MOVE WS-OPERADOR-ID    TO AGD-OPERADOR.
           MOVE 'CANCELADO PELO OPERADOR' TO AGD-MOTIVO.
           REWRITE AGD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AGENDADO - FS: '
                           WS-FS-AGENDA
           END-REWRITE.
           IF WS-FS-AGENDA = '00'
               PERFORM P400-GRAVA-AUDITORIA
               ADD 1 TO WS-TOT-CANCELADOS
               DISPLAY 'AGENDAMENTO CANCELADO'
           END-IF.

       P400-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE      TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-MOVIMENTO          TO AUD-DATA-MOV.
           MOVE WS-DATA-HORA-SISTEMA (9:6) TO AUD-HORA-MOV.
           MOVE AGD-NUM-1                  TO AUD-NUM-1.
           MOVE AGD-NUM-2                  TO AUD-NUM-2.
           MOVE WS-SIT-ANTERIOR            TO AUD-SIT-ANTERIOR.
           MOVE AGD-SITUACAO               TO AUD-SIT-NOVA.
           MOVE WS-OPERADOR-ID             TO AUD-OPERADOR.
           SET AUD-ORIG-AGENDAMENTO        TO TRUE.
           WRITE AUD-REG.

      ******************************************************************
      * FORECAST. THE MASTER IS KEYED BY VALUE DATE, SO A SEQUENTIAL
      * PASS MEETS THE ITEMS IN THE ORDER THEY FALL DUE; ONLY THOSE
      * STILL WAITING ARE LISTED, WITH A SUBTOTAL AT EVERY CHANGE OF
      * DATE. THE PASS STOPS AT THE FIRST DATE PAST THE HORIZON.
      ******************************************************************
       P500-PREVISAO.
           DISPLAY 'DATA LIMITE DA PREVISAO (AAAAMMDD) OU ZEROS '
                   'P/ TODAS: '.
           ACCEPT WS-DATA-HORIZONTE.

           OPEN OUTPUT RELAGEND-ARQ.
           IF WS-FS-RELAGEND NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELAGEND.TXT - FS: '
                       WS-FS-RELAGEND
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P510-IMPRIME-CABECALHO.

           OPEN INPUT AGENDA-ARQ.
           IF WS-FS-AGENDA = '00'
               SET WS-FIM-ARQ TO FALSE
               READ AGENDA-ARQ NEXT RECORD
                   AT END
                       SET WS-FIM-ARQ TO TRUE
               END-READ
               PERFORM P520-TRATA-ITEM UNTIL WS-FIM-ARQ
               CLOSE AGENDA-ARQ
           ELSE
               DISPLAY 'AGENDADOS.DAT NAO DISPONIVEL - FS: '
                       WS-FS-AGENDA
           END-IF.

           IF WS-QTDE-DIA > 0
               PERFORM P540-IMPRIME-SUBTOTAL
           END-IF.

           PERFORM P550-IMPRIME-TOTAL.
           CLOSE RELAGEND-ARQ.

           DISPLAY 'PREVISAO DE PAGAMENTOS AGENDADOS - RELAGEND.TXT'.
           DISPLAY 'QTDE DATAS........: ' WS-QTDE-DATAS.
           DISPLAY 'QTDE AGENDADOS....: ' WS-QTDE-GERAL.

       P510-IMPRIME-CABECALHO.
           MOVE ' PREVISAO DE PAGAMENTOS AGENDADOS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WS-DATA-HORIZONTE = ZEROS
               STRING ' POSICAO DO CADASTRO  -  TODOS OS VENCIMENTOS'
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING ' POSICAO DO CADASTRO  -  VENCIMENTOS ATE '
                      WS-DATA-HORIZONTE
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE '   PAGTO  DATA TRANS  VALOR       AGENDADO  OPERADOR'
                                                TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       P520-TRATA-ITEM.
           IF WS-DATA-HORIZONTE NOT = ZEROS
              AND AGD-DATA-VALOR > WS-DATA-HORIZONTE
               SET WS-FIM-ARQ TO TRUE
           ELSE
               IF AGD-AGENDADO
                   PERFORM P530-IMPRIME-ITEM
               END-IF
               READ AGENDA-ARQ NEXT RECORD
                   AT END
                       SET WS-FIM-ARQ TO TRUE
               END-READ
           END-IF.

       P530-IMPRIME-ITEM.
           IF AGD-DATA-VALOR NOT = WS-DATA-QUEBRA
               IF WS-QTDE-DIA > 0
                   PERFORM P540-IMPRIME-SUBTOTAL
               END-IF
               MOVE AGD-DATA-VALOR TO WS-DATA-QUEBRA
               ADD 1 TO WS-QTDE-DATAS
               MOVE WS-DATA-QUEBRA TO WS-DAT-DATA-VALOR
               MOVE WS-LINHA-DATA  TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           MOVE AGD-NUM-1       TO WS-LIN-NUM-1.
           MOVE AGD-NUM-2       TO WS-LIN-NUM-2.
           MOVE AGD-DATA        TO WS-LIN-DATA.
           MOVE AGD-VALOR       TO WS-LIN-VALOR.
           MOVE AGD-DATA-AGEND  TO WS-LIN-DATA-AGEND.
           MOVE AGD-OPERADOR    TO WS-LIN-OPERADOR.
           MOVE WS-LINHA-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

           ADD 1         TO WS-QTDE-DIA.
           ADD AGD-VALOR TO WS-VALOR-DIA.

       P540-IMPRIME-SUBTOTAL.
           MOVE WS-DATA-QUEBRA TO WS-SUB-DATA-VALOR.
           MOVE WS-QTDE-DIA    TO WS-SUB-QTDE.
           MOVE WS-VALOR-DIA   TO WS-SUB-VALOR.
           MOVE WS-LINHA-SUBTOTAL TO REL-LINHA.
           WRITE REL-LINHA.

           ADD WS-QTDE-DIA  TO WS-QTDE-GERAL.
           ADD WS-VALOR-DIA TO WS-VALOR-GERAL.
           MOVE 0 TO WS-QTDE-DIA.
           MOVE 0 TO WS-VALOR-DIA.

       P550-IMPRIME-TOTAL.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTDE-GERAL  TO WS-TOT-QTDE.
           MOVE WS-VALOR-GERAL TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-QTDE-GERAL = 0
               MOVE ' NENHUM PAGAMENTO AGENDADO NO PERIODO'
                                                TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       END PROGRAM CBEXEBAS019.
