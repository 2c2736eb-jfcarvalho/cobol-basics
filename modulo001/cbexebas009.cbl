      *          the first-ever run the master does not exist yet and
      *          is created empty, the same treatment the register
      *          gives the payment-history master.
      *          The destination bank account of a beneficiary is
      *          under dual control: the operator signed on keys a
      *          change (also the first account, keyed on inclusion),
      *          which only waits on the master until a supervisor
      *          other than the one who keyed it signs on and approves
      *          it - or refuses it. Every keying, approval and
      *          refusal is logged to ALTCONTA.DAT with the account
      *          in force and the account keyed, and an approval
      *          stamps the business date the register counts its
      *          cooling-off hold from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT ALTCONTA-ARQ     ASSIGN TO "ALTCONTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ALTCONTA.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT OPERADORES-ARQ   ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  ALTCONTA-ARQ
           RECORDING MODE IS F.
           COPY CPALT01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           COPY CPOPR01.

       WORKING-STORAGE SECTION.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-ALTCONTA                  PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.

       01 WS-ACAO                         PIC X  VALUE SPACE.
           88 WS-ACAO-INCLUIR             VALUE 'I' 'i'.
           88 WS-ACAO-BLOQUEAR            VALUE 'B' 'b'.
           88 WS-ACAO-REATIVAR            VALUE 'R' 'r'.
           88 WS-ACAO-ALTERAR-CONTA       VALUE 'A' 'a'.
           88 WS-ACAO-APROVAR-CONTA       VALUE 'V' 'v'.
           88 WS-ACAO-RECUSAR-CONTA       VALUE 'X' 'x'.
           88 WS-ACAO-CONSULTAR           VALUE 'C' 'c'.
           88 WS-ACAO-FIM                 VALUE 'F' 'f'.

       77 WS-NUM-2                        PIC 99 VALUE 0.
       01 WS-NOME                         PIC X(30) VALUE SPACES.

      * THE ACCOUNT AS KEYED. BANK ZEROS ON INCLUSION MEANS NO
      * ACCOUNT IS KEYED YET.
       77 WS-BANCO                        PIC 9(03) VALUE 0.
       77 WS-AGENCIA                      PIC 9(04) VALUE 0.
       01 WS-CONTA                        PIC X(12) VALUE SPACES.

       01 WS-CONTA-OK-FLAG                PIC X VALUE 'N'.
           88 WS-CONTA-OK                        VALUE 'S' FALSE 'N'.

       01 WS-TECLA                        PIC X  VALUE SPACE.
           88 WS-TECLA-SIM                VALUE 'S' 's'.

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

       01 WS-TOT-INCLUIDOS                PIC 9(05) VALUE 0.
       01 WS-TOT-BLOQUEADOS               PIC 9(05) VALUE 0.
       01 WS-TOT-REATIVADOS               PIC 9(05) VALUE 0.
       01 WS-TOT-CONTA-SOLIC              PIC 9(05) VALUE 0.
       01 WS-TOT-CONTA-APROV              PIC 9(05) VALUE 0.
       01 WS-TOT-CONTA-RECUS              PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-IDENTIFICA-OPERADOR.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            PERFORM P010-ABRE-ARQUIVO.

            PERFORM P100-PROCESSA-ACAO UNTIL WS-ACAO-FIM.
            DISPLAY 'QTDE INCLUIDOS....: ' WS-TOT-INCLUIDOS.
            DISPLAY 'QTDE BLOQUEADOS...: ' WS-TOT-BLOQUEADOS.
            DISPLAY 'QTDE REATIVADOS...: ' WS-TOT-REATIVADOS.
            DISPLAY 'CONTAS DIGITADAS..: ' WS-TOT-CONTA-SOLIC.
            DISPLAY 'CONTAS APROVADAS..: ' WS-TOT-CONTA-APROV.
            DISPLAY 'CONTAS RECUSADAS..: ' WS-TOT-CONTA-RECUS.

            CLOSE BENEFICIARIOS-ARQ
                  ALTCONTA-ARQ.

            STOP RUN.

      ******************************************************************
      * SIGN-ON. AN ACCOUNT CHANGE NEEDS TWO DIFFERENT PEOPLE, SO
      * NOTHING IS TAKEN UNTIL THE OPERATOR MASTER VALIDATES WHO IS
      * AT THE TERMINAL; THE ID AND LEVEL DECIDE WHO KEYED A CHANGE
      * AND WHETHER THEY MAY APPROVE SOMEONE ELSE'S.
      ******************************************************************
       P005-IDENTIFICA-OPERADOR.
           DISPLAY 'INFORME O OPERADOR: '.
           ACCEPT WS-OPERADOR-ID.

           OPEN INPUT OPERADORES-ARQ.
           IF WS-FS-OPERADORES NOT = '00'
               DISPLAY 'ERRO AO ABRIR OPERADORES.DAT - FS: '
                       WS-FS-OPERADORES
               DISPLAY 'A MANUTENCAO DE BENEFICIARIOS EXIGE O '
                       'CADASTRO DE OPERADORES'
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

      * THE MASTER IS A PERSISTENT FILE LIKE THE PAYMENT HISTORY: ON
      * THE FIRST-EVER RUN IT DOES NOT EXIST YET (FS 35), SO IT IS
      * CREATED EMPTY AND REOPENED. THE ACCOUNT-CHANGE LOG ONLY EVER
      * GROWS; WITHOUT IT NO ACCOUNT MAY BE TOUCHED, SO IT IS FATAL.
       P010-ABRE-ARQUIVO.
           OPEN I-O BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '35'
               STOP RUN
           END-IF.

           OPEN EXTEND ALTCONTA-ARQ.
           IF WS-FS-ALTCONTA = '35'
               OPEN OUTPUT ALTCONTA-ARQ
           END-IF.
           IF WS-FS-ALTCONTA NOT = '00'
               DISPLAY 'ERRO AO ABRIR ALTCONTA.DAT - FS: '
                       WS-FS-ALTCONTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * ACCOUNT CHANGES ARE STAMPED WITH THE DATE IN DATAMOV.DAT.
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
           DISPLAY 'INCLUIR (I), BLOQUEAR (B), REATIVAR (R), '
                   'CONSULTAR (C) OU FIM (F)? '.
           DISPLAY 'CONTA: ALTERAR (A), APROVAR (V) OU RECUSAR (X)? '.
           ACCEPT WS-ACAO.

           EVALUATE TRUE
                   PERFORM P300-BLOQUEIA
               WHEN WS-ACAO-REATIVAR
                   PERFORM P400-REATIVA
               WHEN WS-ACAO-ALTERAR-CONTA
                   PERFORM P600-ALTERA-CONTA
               WHEN WS-ACAO-APROVAR-CONTA
                   PERFORM P700-APROVA-CONTA
               WHEN WS-ACAO-RECUSAR-CONTA
                   PERFORM P800-RECUSA-CONTA
               WHEN WS-ACAO-CONSULTAR
                   PERFORM P500-CONSULTA
               WHEN WS-ACAO-FIM
           MOVE WS-NUM-1 TO BEN-NUM-1.
           MOVE WS-NUM-2 TO BEN-NUM-2.

      * AN ACCOUNT IS BANK, BRANCH AND ACCOUNT NUMBER, ALL REQUIRED.
       P160-PEDE-CONTA.
           SET WS-CONTA-OK TO FALSE.
           DISPLAY 'BANCO (3 DIGITOS): '.
           ACCEPT WS-BANCO.
           DISPLAY 'AGENCIA (4 DIGITOS): '.
           ACCEPT WS-AGENCIA.
           DISPLAY 'CONTA: '.
           ACCEPT WS-CONTA.
           IF WS-BANCO = ZEROS OR WS-AGENCIA = ZEROS
              OR WS-CONTA = SPACES
               DISPLAY 'CONTA INCOMPLETA - BANCO, AGENCIA E CONTA '
                       'SAO OBRIGATORIOS'
           ELSE
               SET WS-CONTA-OK TO TRUE
           END-IF.

      ******************************************************************
      * A NEW BENEFICIARY HAS NO ACCOUNT IN FORCE. THE ACCOUNT KEYED
      * WITH IT (BANK ZEROS = NONE YET) WAITS FOR APPROVAL LIKE ANY
      * LATER CHANGE.
      ******************************************************************
       P200-INCLUI.
           PERFORM P150-PEDE-CHAVE.
           DISPLAY 'NOME DO BENEFICIARIO: '.
           ACCEPT WS-NOME.
           MOVE WS-NOME TO BEN-NOME.
           SET BEN-ATIVO TO TRUE.
           MOVE ZEROS   TO BEN-BANCO BEN-AGENCIA BEN-DATA-ALT-CONTA.
           MOVE SPACES  TO BEN-CONTA.
           PERFORM P650-LIMPA-PENDENCIA.

           DISPLAY 'CONTA DO BENEFICIARIO (BANCO 000 = SEM CONTA '
                   'AGORA)'.
           SET WS-CONTA-OK TO TRUE.
           DISPLAY 'BANCO (3 DIGITOS): '.
           ACCEPT WS-BANCO.
           IF WS-BANCO NOT = ZEROS
               DISPLAY 'AGENCIA (4 DIGITOS): '
               ACCEPT WS-AGENCIA
               DISPLAY 'CONTA: '
               ACCEPT WS-CONTA
               IF WS-AGENCIA = ZEROS OR WS-CONTA = SPACES
                   SET WS-CONTA-OK TO FALSE
                   DISPLAY 'CONTA INCOMPLETA - BENEFICIARIO NAO '
                           'INCLUIDO'
               ELSE
                   PERFORM P610-REGISTRA-PENDENCIA
               END-IF
           END-IF.

           IF WS-CONTA-OK
               WRITE BEN-REG
                   INVALID KEY
                       DISPLAY 'BENEFICIARIO JA CADASTRADO: '
                               BEN-NUM-1 '/' BEN-NUM-2
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-INCLUIDOS
                       DISPLAY 'BENEFICIARIO INCLUIDO: '
                               BEN-NUM-1 '/' BEN-NUM-2
                       IF BEN-ALT-PENDENTE
                           MOVE 'S' TO ALT-ACAO
                           PERFORM P900-GRAVA-LOG
                           ADD 1 TO WS-TOT-CONTA-SOLIC
                           DISPLAY 'CONTA AGUARDANDO APROVACAO DE '
                                   'OUTRO SUPERVISOR'
                       END-IF
               END-WRITE
           END-IF.

       P300-BLOQUEIA.
           PERFORM P150-PEDE-CHAVE.
               NOT INVALID KEY
                   DISPLAY 'NOME....: ' BEN-NOME
                   DISPLAY 'SITUACAO: ' BEN-SITUACAO
                   DISPLAY 'CONTA...: ' BEN-BANCO ' ' BEN-AGENCIA
                           ' ' BEN-CONTA
                   DISPLAY 'ALTERADA: ' BEN-DATA-ALT-CONTA
                   IF BEN-ALT-PENDENTE
                       DISPLAY 'PENDENTE: ' BEN-PEND-BANCO ' '
                               BEN-PEND-AGENCIA ' ' BEN-PEND-CONTA
                       DISPLAY 'DIGITADA POR ' BEN-PEND-OPERADOR
                               ' EM ' BEN-PEND-DATA
                   END-IF
           END-READ.

      ******************************************************************
      * KEYING AN ACCOUNT CHANGE. THE NEW ACCOUNT IS ONLY PARKED ON
      * THE MASTER; THE ACCOUNT IN FORCE IS NOT TOUCHED. A SECOND
      * CHANGE MAY NOT BE KEYED OVER ONE STILL WAITING - IT IS
      * APPROVED OR REFUSED FIRST.
      ******************************************************************
       P600-ALTERA-CONTA.
           PERFORM P150-PEDE-CHAVE.
           READ BENEFICIARIOS-ARQ
               INVALID KEY
                   DISPLAY 'BENEFICIARIO NAO CADASTRADO: '
                           BEN-NUM-1 '/' BEN-NUM-2
               NOT INVALID KEY
                   IF BEN-ALT-PENDENTE
                       DISPLAY 'JA EXISTE ALTERACAO DE CONTA '
                               'PENDENTE, DIGITADA POR '
                               BEN-PEND-OPERADOR
                       DISPLAY 'APROVE (V) OU RECUSE (X) A '
                               'PENDENTE ANTES'
                   ELSE
                       PERFORM P620-PEDE-NOVA-CONTA
                   END-IF
           END-READ.

       P610-REGISTRA-PENDENCIA.
           SET BEN-ALT-PENDENTE     TO TRUE.
           MOVE WS-BANCO            TO BEN-PEND-BANCO.
           MOVE WS-AGENCIA          TO BEN-PEND-AGENCIA.
           MOVE WS-CONTA            TO BEN-PEND-CONTA.
           MOVE WS-OPERADOR-ID      TO BEN-PEND-OPERADOR.
           MOVE WS-DATA-MOVIMENTO   TO BEN-PEND-DATA.

       P620-PEDE-NOVA-CONTA.
           DISPLAY 'BENEFICIARIO: ' BEN-NOME.
           DISPLAY 'CONTA ATUAL.: ' BEN-BANCO ' ' BEN-AGENCIA ' '
                   BEN-CONTA.
           DISPLAY 'NOVA CONTA'.
           PERFORM P160-PEDE-CONTA.
           IF WS-CONTA-OK
              AND WS-BANCO = BEN-BANCO AND WS-AGENCIA = BEN-AGENCIA
              AND WS-CONTA = BEN-CONTA
               SET WS-CONTA-OK TO FALSE
               DISPLAY 'CONTA IGUAL A ATUAL - NADA A ALTERAR'
           END-IF.

           IF WS-CONTA-OK
               PERFORM P610-REGISTRA-PENDENCIA
               REWRITE BEN-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR BENEFICIARIO - FS: '
                               WS-FS-BENEFICIARIOS
                   NOT INVALID KEY
                       MOVE 'S' TO ALT-ACAO
                       PERFORM P900-GRAVA-LOG
                       ADD 1 TO WS-TOT-CONTA-SOLIC
                       DISPLAY 'ALTERACAO DE CONTA REGISTRADA - '
                               'AGUARDA APROVACAO DE OUTRO SUPERVISOR'
               END-REWRITE
           END-IF.

       P650-LIMPA-PENDENCIA.
           SET BEN-SEM-PENDENCIA    TO TRUE.
           MOVE ZEROS               TO BEN-PEND-BANCO BEN-PEND-AGENCIA
                                       BEN-PEND-DATA.
           MOVE SPACES              TO BEN-PEND-CONTA
                                       BEN-PEND-OPERADOR.

      ******************************************************************
      * APPROVAL AND REFUSAL ARE SUPERVISOR DECISIONS. THE PENDING
      * CHANGE IS LOOKED UP THE SAME WAY FOR BOTH; WS-CONTA-OK TELLS
      * WHETHER THERE IS ONE TO DECIDE.
      ******************************************************************
       P660-LOCALIZA-PENDENCIA.
           SET WS-CONTA-OK TO FALSE.
           PERFORM P150-PEDE-CHAVE.
           READ BENEFICIARIOS-ARQ
               INVALID KEY
                   DISPLAY 'BENEFICIARIO NAO CADASTRADO: '
                           BEN-NUM-1 '/' BEN-NUM-2
               NOT INVALID KEY
                   IF BEN-ALT-PENDENTE
                       SET WS-CONTA-OK TO TRUE
                       DISPLAY 'BENEFICIARIO: ' BEN-NOME
                       DISPLAY 'CONTA ATUAL.: ' BEN-BANCO ' '
                               BEN-AGENCIA ' ' BEN-CONTA
                       DISPLAY 'NOVA CONTA..: ' BEN-PEND-BANCO ' '
                               BEN-PEND-AGENCIA ' ' BEN-PEND-CONTA
                       DISPLAY 'DIGITADA POR ' BEN-PEND-OPERADOR
                               ' EM ' BEN-PEND-DATA
                   ELSE
                       DISPLAY 'NAO HA ALTERACAO DE CONTA PENDENTE '
                               'PARA ' BEN-NUM-1 '/' BEN-NUM-2
                   END-IF
           END-READ.

      ******************************************************************
      * APPROVAL. ONLY AN ACTIVE SUPERVISOR MAY APPROVE, AND NEVER
      * THE ONE WHO KEYED THE CHANGE. THE PENDING ACCOUNT BECOMES THE
      * ACCOUNT IN FORCE AND THE BUSINESS DATE IS STAMPED, SO THE
      * REGISTER HOLDS THE BENEFICIARY'S PAYMENTS FOR THE MORNING
      * REVIEW THROUGH THE COOLING-OFF PERIOD.
      ******************************************************************
       P700-APROVA-CONTA.
           IF NOT WS-BUSCA-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISOR APROVA ALTERACAO DE CONTA'
           ELSE
               PERFORM P660-LOCALIZA-PENDENCIA
               IF WS-CONTA-OK
                   PERFORM P710-CONFIRMA-APROVACAO
               END-IF
           END-IF.

       P710-CONFIRMA-APROVACAO.
           IF BEN-PEND-OPERADOR = WS-OPERADOR-ID
               DISPLAY 'ALTERACAO DIGITADA PELO PROPRIO OPERADOR - '
                       'EXIGE OUTRO SUPERVISOR'
           ELSE
               DISPLAY 'CONFIRMA A APROVACAO (S/N)? '
               ACCEPT WS-TECLA
               IF WS-TECLA-SIM
                   MOVE 'A' TO ALT-ACAO
                   PERFORM P910-MONTA-LOG
                   MOVE BEN-PEND-BANCO    TO BEN-BANCO
                   MOVE BEN-PEND-AGENCIA  TO BEN-AGENCIA
                   MOVE BEN-PEND-CONTA    TO BEN-CONTA
                   MOVE WS-DATA-MOVIMENTO TO BEN-DATA-ALT-CONTA
                   PERFORM P650-LIMPA-PENDENCIA
                   REWRITE BEN-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR BENEFICIARIO - '
                                   'FS: ' WS-FS-BENEFICIARIOS
                       NOT INVALID KEY
                           WRITE ALT-REG
                           ADD 1 TO WS-TOT-CONTA-APROV
                           DISPLAY 'ALTERACAO DE CONTA APROVADA: '
                                   BEN-NUM-1 '/' BEN-NUM-2
                   END-REWRITE
               ELSE
                   DISPLAY 'APROVACAO NAO CONFIRMADA'
               END-IF
           END-IF.

      ******************************************************************
      * REFUSAL. ANY ACTIVE SUPERVISOR MAY THROW A PENDING CHANGE
      * AWAY; THE ACCOUNT IN FORCE STAYS AS IT WAS.
      ******************************************************************
       P800-RECUSA-CONTA.
           IF NOT WS-BUSCA-SUPERVISOR
               DISPLAY 'SOMENTE SUPERVISOR RECUSA ALTERACAO DE CONTA'
           ELSE
               PERFORM P660-LOCALIZA-PENDENCIA
               IF WS-CONTA-OK
                   MOVE 'R' TO ALT-ACAO
                   PERFORM P910-MONTA-LOG
                   PERFORM P650-LIMPA-PENDENCIA
                   REWRITE BEN-REG
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR BENEFICIARIO - '
                                   'FS: ' WS-FS-BENEFICIARIOS
                       NOT INVALID KEY
                           WRITE ALT-REG
                           ADD 1 TO WS-TOT-CONTA-RECUS
                           DISPLAY 'ALTERACAO DE CONTA RECUSADA: '
                                   BEN-NUM-1 '/' BEN-NUM-2
                   END-REWRITE
               END-IF
           END-IF.

      ******************************************************************
      * THE LOG RECORD IS BUILT FROM THE MASTER WHILE IT STILL HOLDS
      * BOTH THE ACCOUNT IN FORCE AND THE PENDING ONE.
      ******************************************************************
       P900-GRAVA-LOG.
           PERFORM P910-MONTA-LOG.
           WRITE ALT-REG.

       P910-MONTA-LOG.
           MOVE FUNCTION CURRENT-DATE  TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-MOVIMENTO      TO ALT-DATA-MOV.
           MOVE WS-DATA-HORA-SISTEMA (9:6)
                                       TO ALT-HORA-MOV.
           MOVE BEN-NUM-1              TO ALT-NUM-1.
           MOVE BEN-NUM-2              TO ALT-NUM-2.
           MOVE BEN-BANCO              TO ALT-ANT-BANCO.
           MOVE BEN-AGENCIA            TO ALT-ANT-AGENCIA.
           MOVE BEN-CONTA              TO ALT-ANT-CONTA.
           MOVE BEN-PEND-BANCO         TO ALT-NOVA-BANCO.
           MOVE BEN-PEND-AGENCIA       TO ALT-NOVA-AGENCIA.
           MOVE BEN-PEND-CONTA         TO ALT-NOVA-CONTA.
           MOVE BEN-PEND-OPERADOR      TO ALT-OPER-SOLIC.
           IF ALT-SOLICITADA
               MOVE SPACES             TO ALT-OPER-DECISAO
           ELSE
               MOVE WS-OPERADOR-ID     TO ALT-OPER-DECISAO
           END-IF.

       END PROGRAM CBEXEBAS009.
