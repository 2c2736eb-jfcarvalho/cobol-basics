      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bounced-payment case workflow. Walks the case master
      *          DEVCASOS.DAT (opened by the bank-return processor for
      *          every payment the bank bounced) and lets the signed-
      *          on back-office operator decide each case still
      *          awaiting a decision: re-present it to the bank (the
      *          case is marked R and the next remittance built by
      *          CBEXEBAS005 carries it), cancel it and refund the
      *          originator (the refund instruction is appended to
      *          ESTORNOS.DAT and the case closes), or park it until
      *          corrected beneficiary data arrives. A case may also
      *          be passed over for now, or the session ended, and
      *          the walk may be narrowed to a single payment pair.
      *          Every decision is logged to AUDITORIA.DAT under the
      *          operator, as a case-status change.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS015.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVCASOS-ARQ     ASSIGN TO "DEVCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DVC-CHAVE
               FILE STATUS IS WS-FS-DEVCASOS.

           SELECT ESTORNOS-ARQ     ASSIGN TO "ESTORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESTORNOS.

           SELECT AUDITORIA-ARQ    ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT OPERADORES-ARQ   ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVCASOS-ARQ.
           COPY CPDVC01.

      * ONE REFUND INSTRUCTION PER CANCELLED CASE, FOR THE BACK
      * OFFICE TO RETURN THE FUNDS TO THE ORIGINATOR. PERSISTENT,
      * APPENDED ACROSS RUNS LIKE THE AUDIT LOG.
       FD  ESTORNOS-ARQ
           RECORDING MODE IS F.
       01  EST-REG.
           05  EST-NUM-1             PIC 9(02).
           05  EST-NUM-2             PIC 9(02).
           05  EST-DATA              PIC X(10).
           05  EST-VALOR             PIC 9(07)V99.
           05  EST-OCORRENCIA        PIC X(02).
           05  EST-DATA-MOV          PIC 9(08).
           05  EST-OPERADOR          PIC X(08).

       FD  AUDITORIA-ARQ
           RECORDING MODE IS F.
           COPY CPAUD01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           COPY CPOPR01.

       WORKING-STORAGE SECTION.
       01 WS-FS-DEVCASOS                  PIC XX VALUE '00'.
       01 WS-FS-ESTORNOS                  PIC XX VALUE '00'.
       01 WS-FS-AUDITORIA                 PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-CASOS                VALUE 'S'.

       01 WS-ENCERRAR-FLAG                PIC X  VALUE 'N'.
           88 WS-ENCERRAR                        VALUE 'S' FALSE 'N'.

       01 WS-OPCAO                        PIC X  VALUE SPACE.
           88 WS-OPC-REAPRESENTAR         VALUE 'R' 'r'.
           88 WS-OPC-ESTORNAR             VALUE 'C' 'c'.
           88 WS-OPC-AGUARDAR             VALUE 'G' 'g'.
           88 WS-OPC-PROXIMO              VALUE 'N' 'n'.
           88 WS-OPC-FIM                  VALUE 'F' 'f'.

       01 WS-RESOLVIDO-FLAG               PIC X VALUE 'N'.
           88 WS-RESOLVIDO                       VALUE 'S' FALSE 'N'.

       01 WS-SELECIONADO-FLAG             PIC X VALUE 'N'.
           88 WS-SELECIONADO                     VALUE 'S' FALSE 'N'.

       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-BENEF-BLOQ-FLAG              PIC X  VALUE 'N'.
           88 WS-BENEF-BLOQUEADO                 VALUE 'S' FALSE 'N'.

       01 WS-NOME-BENEF                   PIC X(30) VALUE SPACES.

       01 WS-FILTRO-NUM-1                 PIC X(02) VALUE SPACES.
       01 WS-FILTRO-NUM-2                 PIC X(02) VALUE SPACES.
       01 WS-FILTRO-NUM-1-N               PIC 9(02) VALUE ZEROS.
       01 WS-FILTRO-NUM-2-N               PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

       01 WS-SIT-ANTERIOR                 PIC X(01) VALUE SPACE.

       01 WS-OPERADOR-ID                  PIC X(08) VALUE SPACES.

      * THE FOUND OPERATOR'S LEVEL AND STATUS ARE COPIED HERE DURING
      * THE SEARCH, SO THEY SURVIVE THE CLOSE OF THE MASTER - THE
      * SAME PATTERN THE REGISTER USES FOR ITS OPERATOR TABLE.
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
       01 WS-TOT-REAPRES                  PIC 9(05) VALUE 0.
       01 WS-TOT-ESTORNOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-AGUARDANDO               PIC 9(05) VALUE 0.
       01 WS-TOT-ADIADOS                  PIC 9(05) VALUE 0.

       01 WS-VALOR-ED                     PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-IDENTIFICA-OPERADOR.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            PERFORM P030-PEDE-FILTRO.
            PERFORM P010-ABRE-ARQUIVOS.

            READ DEVCASOS-ARQ NEXT RECORD
                AT END
                    SET WS-FIM-CASOS TO TRUE
            END-READ.

            PERFORM UNTIL WS-FIM-CASOS OR WS-ENCERRAR
                ADD 1 TO WS-TOT-LIDOS
                PERFORM P050-SELECIONA-CASO
                IF WS-SELECIONADO
                    PERFORM P100-TRATA-CASO
                END-IF

                IF NOT WS-ENCERRAR
                    READ DEVCASOS-ARQ NEXT RECORD
                        AT END
                            SET WS-FIM-CASOS TO TRUE
                    END-READ
                END-IF
            END-PERFORM.

            IF WS-TOT-MOSTRADOS = 0
                DISPLAY 'SEM CASOS DE DEVOLUCAO A DECIDIR'
            END-IF.

            DISPLAY 'CASOS DE DEVOLUCAO - TOTAIS'.
            DISPLAY 'QTDE CASOS LIDOS..: ' WS-TOT-LIDOS.
            DISPLAY 'QTDE APRESENTADOS.: ' WS-TOT-MOSTRADOS.
            DISPLAY 'QTDE REAPRESENTAR.: ' WS-TOT-REAPRES.
            DISPLAY 'QTDE ESTORNADOS...: ' WS-TOT-ESTORNOS.
            DISPLAY 'QTDE AGUARD. DADOS: ' WS-TOT-AGUARDANDO.
            DISPLAY 'QTDE ADIADOS......: ' WS-TOT-ADIADOS.

            CLOSE DEVCASOS-ARQ
                  ESTORNOS-ARQ
                  AUDITORIA-ARQ.
            IF WS-BENEF-DISPONIVEL
                CLOSE BENEFICIARIOS-ARQ
            END-IF.

            STOP RUN.

      ******************************************************************
      * SIGN-ON. A CASE DECISION SENDS MONEY BACK TO THE BANK OR BACK
      * TO THE ORIGINATOR, SO NO CASE IS SHOWN UNTIL THE OPERATOR
      * MASTER VALIDATES WHO IS AT THE TERMINAL. ANY ACTIVE OPERATOR
      * MAY WORK CASES, AS IN THE REJECTION REWORK; THE ID IS
      * STAMPED ON THE CASE AND ON EVERY AUDIT RECORD.
      ******************************************************************
       P005-IDENTIFICA-OPERADOR.
           DISPLAY 'INFORME O OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.

           OPEN INPUT OPERADORES-ARQ.
           IF WS-FS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR OPERADORES.DAT - FS: '
                       WS-FS-OPERADORES
               DISPLAY 'O TRATAMENTO DE DEVOLUCOES EXIGE O CADASTRO '
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

       P010-ABRE-ARQUIVOS.
      * NO CASE MASTER MEANS NO RETURN HAS EVER BOUNCED A PAYMENT:
      * THERE IS NOTHING TO WORK, WHICH IS NOT AN ERROR.
           OPEN I-O DEVCASOS-ARQ.
           IF WS-FS-DEVCASOS = '35'
               DISPLAY 'SEM CASOS DE DEVOLUCAO - FS: '
                       WS-FS-DEVCASOS
               STOP RUN
           END-IF.
           IF WS-FS-DEVCASOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DEVCASOS.DAT - FS: '
                       WS-FS-DEVCASOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A DECISION THAT CANNOT BE AUDITED IS NOT TAKEN: WITHOUT THE
      * AUDIT LOG THE SESSION DOES NOT START.
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

           OPEN EXTEND ESTORNOS-ARQ.
           IF WS-FS-ESTORNOS = '35'
               OPEN OUTPUT ESTORNOS-ARQ
           END-IF.
           IF WS-FS-ESTORNOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR ESTORNOS.DAT - FS: '
                       WS-FS-ESTORNOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * THE BENEFICIARY MASTER SHOWS WHO THE CASE IS FOR AND STOPS A
      * RE-PRESENTATION TO A BLOCKED BENEFICIARY. WITHOUT IT THE
      * CASES CAN STILL BE WORKED, WITH A WARNING.
           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '00'
               SET WS-BENEF-DISPONIVEL TO TRUE
           ELSE
               SET WS-BENEF-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE BENEFICIARIOS NAO DISPONIVEL - '
                       'FS: ' WS-FS-BENEFICIARIOS
           END-IF.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * DECISIONS ARE STAMPED WITH THE DATE IN DATAMOV.DAT.
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

       P030-PEDE-FILTRO.
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

      * ONLY CASES STILL WAITING FOR A DECISION ARE SHOWN: OPEN ONES
      * AND THOSE PARKED FOR CORRECTED DATA. A CASE ALREADY MARKED
      * FOR RE-PRESENTATION, SENT, CANCELLED OR SETTLED IS PASSED BY.
       P050-SELECIONA-CASO.
           SET WS-SELECIONADO TO TRUE.
           IF NOT DVC-A-DECIDIR
               SET WS-SELECIONADO TO FALSE
           END-IF.
           IF WS-FILTRO-NUM-1 NOT = SPACES
              AND DVC-NUM-1 NOT = WS-FILTRO-NUM-1-N
               SET WS-SELECIONADO TO FALSE
           END-IF.
           IF WS-FILTRO-NUM-2 NOT = SPACES
              AND DVC-NUM-2 NOT = WS-FILTRO-NUM-2-N
               SET WS-SELECIONADO TO FALSE
           END-IF.

       P100-TRATA-CASO.
           ADD 1 TO WS-TOT-MOSTRADOS.
           SET WS-RESOLVIDO TO FALSE.
           MOVE DVC-VALOR TO WS-VALOR-ED.
           DISPLAY ' '.
           DISPLAY 'PAGAMENTO DEVOLVIDO ' DVC-NUM-1 '/' DVC-NUM-2
                   ' DATA: ' DVC-DATA ' VALOR: ' WS-VALOR-ED.
           DISPLAY 'OCORRENCIA ' DVC-OCORRENCIA
                   ' EM ' DVC-DATA-DEVOLUCAO
                   ' - DEVOLUCOES: ' DVC-QTDE-DEVOLUCOES
                   ' - SITUACAO: ' DVC-SITUACAO.
           PERFORM P120-BUSCA-BENEFICIARIO.
           DISPLAY 'BENEFICIARIO: ' WS-NOME-BENEF.

           PERFORM P110-PROCESSA-OPCAO UNTIL WS-RESOLVIDO.

       P110-PROCESSA-OPCAO.
           DISPLAY 'REAPRESENTAR (R), CANCELAR E ESTORNAR (C), '
                   'AGUARDAR DADOS (G), PROXIMO (N) OU FIM (F)? '.
           ACCEPT WS-OPCAO.

           EVALUATE TRUE
               WHEN WS-OPC-REAPRESENTAR
                   IF WS-BENEF-BLOQUEADO
                       DISPLAY 'BENEFICIARIO BLOQUEADO - CASO NAO PODE '
                               'SER REAPRESENTADO'
                   ELSE
                       MOVE DVC-SITUACAO TO WS-SIT-ANTERIOR
                       SET DVC-REAPRESENTAR TO TRUE
                       PERFORM P200-GRAVA-DECISAO
                       ADD 1 TO WS-TOT-REAPRES
                       DISPLAY 'CASO MARCADO PARA A PROXIMA REMESSA'
                       SET WS-RESOLVIDO TO TRUE
                   END-IF
               WHEN WS-OPC-ESTORNAR
                   MOVE DVC-SITUACAO TO WS-SIT-ANTERIOR
                   SET DVC-ESTORNADO TO TRUE
                   MOVE WS-DATA-MOVIMENTO TO DVC-DATA-BAIXA
                   PERFORM P300-GRAVA-ESTORNO
                   PERFORM P200-GRAVA-DECISAO
                   ADD 1 TO WS-TOT-ESTORNOS
                   DISPLAY 'CASO CANCELADO - ESTORNO AO ORIGINADOR'
                   SET WS-RESOLVIDO TO TRUE
               WHEN WS-OPC-AGUARDAR
                   IF DVC-AGUARDA-DADOS
                       DISPLAY 'CASO JA AGUARDA DADOS CORRIGIDOS'
                   ELSE
                       MOVE DVC-SITUACAO TO WS-SIT-ANTERIOR
                       SET DVC-AGUARDA-DADOS TO TRUE
                       PERFORM P200-GRAVA-DECISAO
                       ADD 1 TO WS-TOT-AGUARDANDO
                       DISPLAY 'CASO AGUARDANDO DADOS DO BENEFICIARIO'
                       SET WS-RESOLVIDO TO TRUE
                   END-IF
               WHEN WS-OPC-PROXIMO
                   ADD 1 TO WS-TOT-ADIADOS
                   SET WS-RESOLVIDO TO TRUE
               WHEN WS-OPC-FIM
                   SET WS-ENCERRAR TO TRUE
                   SET WS-RESOLVIDO TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA: ' WS-OPCAO
           END-EVALUATE.

       P120-BUSCA-BENEFICIARIO.
           MOVE 'NAO CADASTRADO' TO WS-NOME-BENEF.
           SET WS-BENEF-BLOQUEADO TO FALSE.
           IF WS-BENEF-DISPONIVEL
               MOVE DVC-NUM-1  TO BEN-NUM-1
               MOVE DVC-NUM-2  TO BEN-NUM-2
               READ BENEFICIARIOS-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BEN-NOME TO WS-NOME-BENEF
                       IF BEN-BLOQUEADO
                           SET WS-BENEF-BLOQUEADO TO TRUE
                           DISPLAY 'ATENCAO: BENEFICIARIO BLOQUEADO'
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * THE DECISION IS STAMPED ON THE CASE AND LOGGED AT ONCE, SO
      * AN INTERRUPTED SESSION LOSES NOTHING ALREADY DECIDED: THE
      * NEXT SESSION SIMPLY DOES NOT SHOW THOSE CASES AGAIN.
      ******************************************************************
       P200-GRAVA-DECISAO.
           MOVE WS-DATA-MOVIMENTO TO DVC-DATA-DECISAO.
           MOVE WS-OPERADOR-ID    TO DVC-OPERADOR.
           REWRITE DVC-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR CASO - FS: '
                           WS-FS-DEVCASOS
           END-REWRITE.
           PERFORM P400-GRAVA-AUDITORIA.

       P300-GRAVA-ESTORNO.
           MOVE DVC-NUM-1         TO EST-NUM-1.
           MOVE DVC-NUM-2         TO EST-NUM-2.
           MOVE DVC-DATA          TO EST-DATA.
           MOVE DVC-VALOR         TO EST-VALOR.
           MOVE DVC-OCORRENCIA    TO EST-OCORRENCIA.
           MOVE WS-DATA-MOVIMENTO TO EST-DATA-MOV.
           MOVE WS-OPERADOR-ID    TO EST-OPERADOR.
           WRITE EST-REG.

       P400-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE      TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-MOVIMENTO          TO AUD-DATA-MOV.
           MOVE WS-DATA-HORA-SISTEMA (9:6) TO AUD-HORA-MOV.
           MOVE DVC-NUM-1                  TO AUD-NUM-1.
           MOVE DVC-NUM-2                  TO AUD-NUM-2.
           MOVE WS-SIT-ANTERIOR            TO AUD-SIT-ANTERIOR.
           MOVE DVC-SITUACAO               TO AUD-SIT-NOVA.
           MOVE WS-OPERADOR-ID             TO AUD-OPERADOR.
           SET AUD-ORIG-DEVOLUCAO          TO TRUE.
           WRITE AUD-REG.

       END PROGRAM CBEXEBAS015.
