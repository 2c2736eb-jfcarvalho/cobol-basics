      ******************************************************************
      * Author:
      * Date:
      * Purpose: Standing-order maintenance. Interactive utility over
      *          ORDENS.DAT (keyed by the payment pair): includes new
      *          standing orders - fixed amount, frequency (monthly on
      *          a day of the month, weekly on a weekday, or on the
      *          last business day of the month), start date and
      *          optional end date - suspends and reactivates them,
      *          ends them (at once or from a given date) and answers
      *          point inquiries. The generator step (CBEXEBAS021)
      *          turns the active orders into the day's payments. An
      *          order is only taken for a pair registered and active
      *          in BENEFICIARIOS.DAT. Every change is stamped with
      *          the signed-on operator and the business date. On the
      *          first-ever run the master is created empty.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS020.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENS-ARQ       ASSIGN TO "ORDENS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WS-FS-ORDENS.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT OPERADORES-ARQ   ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDENS-ARQ.
           COPY CPORD01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           COPY CPOPR01.

       WORKING-STORAGE SECTION.
       01 WS-FS-ORDENS                    PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.

       01 WS-ACAO                         PIC X  VALUE SPACE.
           88 WS-ACAO-INCLUIR             VALUE 'I' 'i'.
           88 WS-ACAO-SUSPENDER           VALUE 'S' 's'.
           88 WS-ACAO-REATIVAR            VALUE 'R' 'r'.
           88 WS-ACAO-ENCERRAR            VALUE 'E' 'e'.
           88 WS-ACAO-CONSULTAR           VALUE 'C' 'c'.
           88 WS-ACAO-FIM                 VALUE 'F' 'f'.

       77 WS-NUM-1                        PIC 99 VALUE 0.
       77 WS-NUM-2                        PIC 99 VALUE 0.

       01 WS-VALOR-TX                     PIC X(12) VALUE SPACES.
       01 WS-VALOR                        PIC 9(07)V99 VALUE 0.
       01 WS-FREQUENCIA                   PIC X  VALUE SPACE.
           88 WS-FREQ-MENSAL              VALUE 'M' 'm'.
           88 WS-FREQ-SEMANAL             VALUE 'S' 's'.
           88 WS-FREQ-ULTIMO-UTIL         VALUE 'U' 'u'.
       77 WS-DIA                          PIC 99 VALUE 0.

      * DATES ARE KEYED AS AAAAMMDD AND CHECKED FIELD BY FIELD.
       01 WS-DATA-ENT                     PIC 9(08) VALUE ZEROS.
       01 WS-DATA-ENT-R REDEFINES WS-DATA-ENT.
           05 WS-ENT-AAAA                 PIC 9(04).
           05 WS-ENT-MM                   PIC 9(02).
           05 WS-ENT-DD                   PIC 9(02).
       01 WS-DATA-INICIO                  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FIM                     PIC 9(08) VALUE ZEROS.

       01 WS-ORDEM-OK-FLAG                PIC X VALUE 'N'.
           88 WS-ORDEM-OK                        VALUE 'S' FALSE 'N'.

       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

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

       01 WS-TOT-INCLUIDAS                PIC 9(05) VALUE 0.
       01 WS-TOT-SUSPENSAS                PIC 9(05) VALUE 0.
       01 WS-TOT-REATIVADAS               PIC 9(05) VALUE 0.
       01 WS-TOT-ENCERRADAS               PIC 9(05) VALUE 0.

       01 WS-VALOR-ED                     PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-IDENTIFICA-OPERADOR.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            PERFORM P010-ABRE-ARQUIVOS.

            PERFORM P100-PROCESSA-ACAO UNTIL WS-ACAO-FIM.

            DISPLAY 'MANUTENCAO DE ORDENS PERMANENTES - TOTAIS'.
            DISPLAY 'QTDE INCLUIDAS....: ' WS-TOT-INCLUIDAS.
            DISPLAY 'QTDE SUSPENSAS....: ' WS-TOT-SUSPENSAS.
            DISPLAY 'QTDE REATIVADAS...: ' WS-TOT-REATIVADAS.
            DISPLAY 'QTDE ENCERRADAS...: ' WS-TOT-ENCERRADAS.

            CLOSE ORDENS-ARQ.
            IF WS-BENEF-DISPONIVEL
                CLOSE BENEFICIARIOS-ARQ
            END-IF.

            STOP RUN.

      ******************************************************************
      * SIGN-ON. A STANDING ORDER PAYS OUT EVERY PERIOD WITHOUT ANYONE
      * KEYING IT AGAIN, SO NO CHANGE IS TAKEN UNTIL THE OPERATOR
      * MASTER VALIDATES WHO IS AT THE TERMINAL; THE ID IS STAMPED ON
      * THE ORDER.
      ******************************************************************
       P005-IDENTIFICA-OPERADOR.
           DISPLAY 'INFORME O OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.

           OPEN INPUT OPERADORES-ARQ.
           IF WS-FS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR OPERADORES.DAT - FS: '
                       WS-FS-OPERADORES
               DISPLAY 'A MANUTENCAO DE ORDENS EXIGE O CADASTRO '
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

      * THE MASTER IS A PERSISTENT FILE LIKE THE BENEFICIARY MASTER:
      * ON THE FIRST-EVER RUN IT DOES NOT EXIST YET (FS 35), SO IT IS
      * CREATED EMPTY AND REOPENED.
       P010-ABRE-ARQUIVOS.
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

      * WITHOUT THE BENEFICIARY MASTER ORDERS CAN STILL BE KEPT, WITH
      * A WARNING; THE GENERATOR CHECKS THE BENEFICIARY AGAIN ON
      * EVERY DUE DATE.
           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '00'
               SET WS-BENEF-DISPONIVEL TO TRUE
           ELSE
               SET WS-BENEF-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE BENEFICIARIOS NAO DISPONIVEL - '
                       'FS: ' WS-FS-BENEFICIARIOS
           END-IF.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * CHANGES ARE STAMPED WITH THE DATE IN DATAMOV.DAT.
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

       P100-PROCESSA-ACAO.
           DISPLAY ' '.
           DISPLAY 'INCLUIR (I), SUSPENDER (S), REATIVAR (R), '
                   'ENCERRAR (E), CONSULTAR (C) OU FIM (F)? '.
           ACCEPT WS-ACAO.

           EVALUATE TRUE
               WHEN WS-ACAO-INCLUIR
                   PERFORM P200-INCLUI
               WHEN WS-ACAO-SUSPENDER
                   PERFORM P300-SUSPENDE
               WHEN WS-ACAO-REATIVAR
                   PERFORM P400-REATIVA
               WHEN WS-ACAO-ENCERRAR
                   PERFORM P450-ENCERRA
               WHEN WS-ACAO-CONSULTAR
                   PERFORM P500-CONSULTA
               WHEN WS-ACAO-FIM
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WS-ACAO
           END-EVALUATE.

       P150-PEDE-CHAVE.
           DISPLAY 'NUMERO 1 DO PAGAMENTO: '.
           ACCEPT WS-NUM-1.
           DISPLAY 'NUMERO 2 DO PAGAMENTO: '.
           ACCEPT WS-NUM-2.
           MOVE WS-NUM-1 TO ORD-NUM-1.
           MOVE WS-NUM-2 TO ORD-NUM-2.

      * A KEYED AAAAMMDD DATE IS ACCEPTED WHEN ITS MONTH AND DAY ARE
      * IN RANGE; THE GENERATOR ONLY EVER COMPARES IT.
       P160-VALIDA-DATA.
           IF WS-ENT-AAAA < 1601
              OR WS-ENT-MM < 01 OR WS-ENT-MM > 12
              OR WS-ENT-DD < 01 OR WS-ENT-DD > 31
               SET WS-ORDEM-OK TO FALSE
               DISPLAY 'DATA INVALIDA: ' WS-DATA-ENT
           END-IF.

       P200-INCLUI.
           PERFORM P150-PEDE-CHAVE.
           READ ORDENS-ARQ
               INVALID KEY
                   PERFORM P210-PEDE-ORDEM
               NOT INVALID KEY
                   DISPLAY 'JA EXISTE ORDEM PARA O PAGAMENTO: '
                           ORD-NUM-1 '/' ORD-NUM-2
                           ' - SITUACAO: ' ORD-SITUACAO
           END-READ.

       P210-PEDE-ORDEM.
           SET WS-ORDEM-OK TO TRUE.
           PERFORM P220-VERIFICA-BENEFICIARIO.

           IF WS-ORDEM-OK
               DISPLAY 'VALOR DA ORDEM: '
               ACCEPT WS-VALOR-TX
               MOVE FUNCTION NUMVAL(WS-VALOR-TX) TO WS-VALOR
               IF WS-VALOR = ZEROS
                   SET WS-ORDEM-OK TO FALSE
                   DISPLAY 'VALOR INVALIDO: ' WS-VALOR-TX
               END-IF
           END-IF.

           IF WS-ORDEM-OK
               DISPLAY 'FREQUENCIA - MENSAL (M), SEMANAL (S) OU '
                       'ULTIMO DIA UTIL DO MES (U): '
               ACCEPT WS-FREQUENCIA
               PERFORM P230-PEDE-DIA
           END-IF.

           IF WS-ORDEM-OK
               DISPLAY 'DATA DE INICIO (AAAAMMDD): '
               ACCEPT WS-DATA-ENT
               PERFORM P160-VALIDA-DATA
               MOVE WS-DATA-ENT TO WS-DATA-INICIO
           END-IF.

           IF WS-ORDEM-OK
               DISPLAY 'DATA DE TERMINO (AAAAMMDD) OU ZEROS '
                       'P/ SEM TERMINO: '
               ACCEPT WS-DATA-ENT
               IF WS-DATA-ENT NOT = ZEROS
                   PERFORM P160-VALIDA-DATA
                   IF WS-ORDEM-OK AND WS-DATA-ENT < WS-DATA-INICIO
                       SET WS-ORDEM-OK TO FALSE
                       DISPLAY 'TERMINO ANTERIOR AO INICIO'
                   END-IF
               END-IF
               MOVE WS-DATA-ENT TO WS-DATA-FIM
           END-IF.

           IF WS-ORDEM-OK
               PERFORM P240-GRAVA-ORDEM
           ELSE
               DISPLAY 'ORDEM NAO INCLUIDA'
           END-IF.

      * THE PAIR MUST BE A REGISTERED, ACTIVE BENEFICIARY WHEN THE
      * ORDER IS TAKEN.
       P220-VERIFICA-BENEFICIARIO.
           IF WS-BENEF-DISPONIVEL
               MOVE WS-NUM-1 TO BEN-NUM-1
               MOVE WS-NUM-2 TO BEN-NUM-2
               READ BENEFICIARIOS-ARQ
                   INVALID KEY
                       SET WS-ORDEM-OK TO FALSE
                       DISPLAY 'BENEFICIARIO NAO CADASTRADO: '
                               BEN-NUM-1 '/' BEN-NUM-2
                   NOT INVALID KEY
                       IF BEN-BLOQUEADO
                           SET WS-ORDEM-OK TO FALSE
                           DISPLAY 'BENEFICIARIO BLOQUEADO: '
                                   BEN-NOME
                       ELSE
                           DISPLAY 'BENEFICIARIO: ' BEN-NOME
                       END-IF
               END-READ
           END-IF.

       P230-PEDE-DIA.
           EVALUATE TRUE
               WHEN WS-FREQ-MENSAL
                   DISPLAY 'DIA DO MES (01-31): '
                   ACCEPT WS-DIA
                   IF WS-DIA < 01 OR WS-DIA > 31
                       SET WS-ORDEM-OK TO FALSE
                       DISPLAY 'DIA DO MES INVALIDO: ' WS-DIA
                   END-IF
               WHEN WS-FREQ-SEMANAL
                   DISPLAY 'DIA DA SEMANA (1=DOMINGO ... 7=SABADO): '
                   ACCEPT WS-DIA
                   IF WS-DIA < 1 OR WS-DIA > 7
                       SET WS-ORDEM-OK TO FALSE
                       DISPLAY 'DIA DA SEMANA INVALIDO: ' WS-DIA
                   END-IF
               WHEN WS-FREQ-ULTIMO-UTIL
                   MOVE ZEROS TO WS-DIA
               WHEN OTHER
                   SET WS-ORDEM-OK TO FALSE
                   DISPLAY 'FREQUENCIA INVALIDA: ' WS-FREQUENCIA
           END-EVALUATE.

       P240-GRAVA-ORDEM.
           MOVE WS-NUM-1          TO ORD-NUM-1.
           MOVE WS-NUM-2          TO ORD-NUM-2.
           MOVE WS-VALOR          TO ORD-VALOR.
           EVALUATE TRUE
               WHEN WS-FREQ-MENSAL
                   SET ORD-MENSAL      TO TRUE
               WHEN WS-FREQ-SEMANAL
                   SET ORD-SEMANAL     TO TRUE
               WHEN OTHER
                   SET ORD-ULTIMO-UTIL TO TRUE
           END-EVALUATE.
           MOVE WS-DIA            TO ORD-DIA.
           MOVE WS-DATA-INICIO    TO ORD-DATA-INICIO.
           MOVE WS-DATA-FIM       TO ORD-DATA-FIM.
           SET ORD-ATIVA          TO TRUE.
           MOVE ZEROS             TO ORD-ULT-VENCIMENTO
                                     ORD-DATA-ULT-GERACAO
                                     ORD-JANELA-GERACAO.
           MOVE WS-DATA-MOVIMENTO TO ORD-DATA-SIT.
           MOVE WS-OPERADOR-ID    TO ORD-OPERADOR.
           WRITE ORD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR ORDEM - FS: ' WS-FS-ORDENS
               NOT INVALID KEY
                   ADD 1 TO WS-TOT-INCLUIDAS
                   DISPLAY 'ORDEM INCLUIDA: '
                           ORD-NUM-1 '/' ORD-NUM-2
           END-WRITE.

       P300-SUSPENDE.
           PERFORM P150-PEDE-CHAVE.
           READ ORDENS-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: '
                           ORD-NUM-1 '/' ORD-NUM-2
               NOT INVALID KEY
                   IF ORD-ATIVA
                       SET ORD-SUSPENSA TO TRUE
                       PERFORM P350-REGRAVA-ORDEM
                       ADD 1 TO WS-TOT-SUSPENSAS
                       DISPLAY 'ORDEM SUSPENSA: '
                               ORD-NUM-1 '/' ORD-NUM-2
                   ELSE
                       DISPLAY 'ORDEM NAO ESTA ATIVA - SITUACAO: '
                               ORD-SITUACAO
                   END-IF
           END-READ.

       P350-REGRAVA-ORDEM.
           MOVE WS-DATA-MOVIMENTO TO ORD-DATA-SIT.
           MOVE WS-OPERADOR-ID    TO ORD-OPERADOR.
           REWRITE ORD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ORDEM - FS: '
                           WS-FS-ORDENS
           END-REWRITE.

      * A SUSPENDED ORDER RESUMES FROM ITS NEXT DUE DATE; THE DUE
      * DATES THAT PASSED WHILE IT WAS SUSPENDED ARE NOT MADE UP.
       P400-REATIVA.
           PERFORM P150-PEDE-CHAVE.
           READ ORDENS-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: '
                           ORD-NUM-1 '/' ORD-NUM-2
               NOT INVALID KEY
                   IF ORD-SUSPENSA
                       SET ORD-ATIVA TO TRUE
                       PERFORM P350-REGRAVA-ORDEM
                       ADD 1 TO WS-TOT-REATIVADAS
                       DISPLAY 'ORDEM REATIVADA: '
                               ORD-NUM-1 '/' ORD-NUM-2
                   ELSE
                       DISPLAY 'ORDEM NAO ESTA SUSPENSA - SITUACAO: '
                               ORD-SITUACAO
                   END-IF
           END-READ.

      * AN ORDER ENDS AT ONCE (ZEROS) OR AFTER A GIVEN LAST DATE, UP
      * TO WHICH IT KEEPS GENERATING.
       P450-ENCERRA.
           PERFORM P150-PEDE-CHAVE.
           READ ORDENS-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: '
                           ORD-NUM-1 '/' ORD-NUM-2
               NOT INVALID KEY
                   IF ORD-ENCERRADA
                       DISPLAY 'ORDEM JA ENCERRADA'
                   ELSE
                       PERFORM P460-PEDE-TERMINO
                   END-IF
           END-READ.

       P460-PEDE-TERMINO.
           SET WS-ORDEM-OK TO TRUE.
           DISPLAY 'ULTIMA DATA DA ORDEM (AAAAMMDD) OU ZEROS '
                   'P/ ENCERRAR JA: '.
           ACCEPT WS-DATA-ENT.
           IF WS-DATA-ENT = ZEROS
               SET ORD-ENCERRADA TO TRUE
           ELSE
               PERFORM P160-VALIDA-DATA
               IF WS-ORDEM-OK AND WS-DATA-ENT < ORD-DATA-INICIO
                   SET WS-ORDEM-OK TO FALSE
                   DISPLAY 'TERMINO ANTERIOR AO INICIO'
               END-IF
               MOVE WS-DATA-ENT TO ORD-DATA-FIM
           END-IF.

           IF WS-ORDEM-OK
               PERFORM P350-REGRAVA-ORDEM
               ADD 1 TO WS-TOT-ENCERRADAS
               DISPLAY 'ORDEM ENCERRADA: ' ORD-NUM-1 '/' ORD-NUM-2
           ELSE
               DISPLAY 'ORDEM NAO ALTERADA'
           END-IF.

       P500-CONSULTA.
           PERFORM P150-PEDE-CHAVE.
           READ ORDENS-ARQ
               INVALID KEY
                   DISPLAY 'ORDEM NAO CADASTRADA: '
                           ORD-NUM-1 '/' ORD-NUM-2
               NOT INVALID KEY
                   MOVE ORD-VALOR TO WS-VALOR-ED
                   DISPLAY 'VALOR......: ' WS-VALOR-ED
                   DISPLAY 'FREQUENCIA.: ' ORD-FREQUENCIA
                           '  DIA: ' ORD-DIA
                   DISPLAY 'VIGENCIA...: ' ORD-DATA-INICIO
                           ' A ' ORD-DATA-FIM
                   DISPLAY 'SITUACAO...: ' ORD-SITUACAO
                           ' EM ' ORD-DATA-SIT
                           ' POR ' ORD-OPERADOR
                   DISPLAY 'ULT. VENCTO: ' ORD-ULT-VENCIMENTO
                           ' GERADO EM ' ORD-DATA-ULT-GERACAO
           END-READ.

       END PROGRAM CBEXEBAS020.
