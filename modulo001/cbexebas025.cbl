      ******************************************************************
      * Author:
      * Date:
      * Purpose: Weekly cross-file integrity sweep. Each program keeps
      *          only its own part of the files that persist across
      *          runs, so after abends, restarts and hand-corrected
      *          reruns they can drift apart unnoticed. This sweep
      *          reads HISTPAGTO.DAT, REJPEND.DAT, BENEFICIARIOS.DAT,
      *          OPERADORES.DAT, AUDITORIA.DAT, TOTHIST.DAT and
      *          REMARQ.DAT and checks them against each other:
      *            1 an outstanding rejection still open for a
      *              payment the history shows as confirmed (a
      *              duplicate rejection is left out: the history
      *              record is the original payment);
      *            2 a history pair not on the beneficiary master;
      *            3 an audit record whose operator is not on the
      *              operator master;
      *            4 a totals-history date with figures but no audit
      *              activity;
      *            5 a totals-history date with more than one line;
      *            6 a gap, or a sequence out of order, in the
      *              remittance archive;
      *            7 an archived remittance with no trailer.
      *          RELINTEG.TXT lists the exceptions grouped by rule,
      *          with a count per rule and a summary. The first card
      *          picks the mode: C (or blank) only checks and changes
      *          nothing; R also repairs the mechanical cases - today
      *          rule 1 where the payment was confirmed on or after the
      *          rejection date, the open rejection being closed as
      *          resubmitted - and requires an active supervisor on
      *          the second card. Every repair is logged to
      *          AUDITORIA.DAT under the supervisor. The step ends
      *          with condition code 4 when any exception is left
      *          unrepaired or a rule could not be checked for want
      *          of its master, 8 on a file error, 0 when all is
      *          consistent.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS025.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJPEND-ARQ      ASSIGN TO "REJPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJP-CHAVE
               FILE STATUS IS WS-FS-REJPEND.

           SELECT HISTORICO-ARQ    ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT OPERADORES-ARQ   ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.

           SELECT AUDITORIA-ARQ    ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT TOTHIST-ARQ      ASSIGN TO "TOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTHIST.

           SELECT REMARQ-ARQ       ASSIGN TO "REMARQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMARQ.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

           SELECT RELINTEG-ARQ     ASSIGN TO "RELINTEG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELINTEG.

       DATA DIVISION.
       FILE SECTION.
       FD  REJPEND-ARQ.
           COPY CPRJP01.

       FD  HISTORICO-ARQ.
           COPY CPHIST01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  OPERADORES-ARQ
           RECORDING MODE IS F.
           COPY CPOPR01.

       FD  AUDITORIA-ARQ
           RECORDING MODE IS F.
           COPY CPAUD01.

       FD  TOTHIST-ARQ
           RECORDING MODE IS F.
           COPY CPTOTH01.

       FD  REMARQ-ARQ
           RECORDING MODE IS F.
           COPY CPRARQ01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       FD  RELINTEG-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-REJPEND                   PIC XX VALUE '00'.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-OPERADORES                PIC XX VALUE '00'.
       01 WS-FS-AUDITORIA                 PIC XX VALUE '00'.
       01 WS-FS-TOTHIST                   PIC XX VALUE '00'.
       01 WS-FS-REMARQ                    PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-RELINTEG                  PIC XX VALUE '00'.

       01 WS-MODO                         PIC X  VALUE SPACE.
           88 WS-MODO-CONFERENCIA         VALUE 'C' 'c' SPACE.
           88 WS-MODO-REPARO              VALUE 'R' 'r'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-LEITURA                     VALUE 'S' FALSE 'N'.

      * A MASTER THAT WAS NEVER CREATED (FILE STATUS 35) IS NOT AN
      * ERROR: A RULE THAT WALKS IT HAS NOTHING TO CHECK, AND A RULE
      * THAT LOOKS THINGS UP IN IT CANNOT BE CHECKED.
       01 WS-REJPEND-OK-FLAG              PIC X  VALUE 'N'.
           88 WS-REJPEND-DISPONIVEL              VALUE 'S' FALSE 'N'.
       01 WS-HISTORICO-OK-FLAG            PIC X  VALUE 'N'.
           88 WS-HISTORICO-DISPONIVEL            VALUE 'S' FALSE 'N'.
       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.
       01 WS-OPERADORES-OK-FLAG           PIC X  VALUE 'N'.
           88 WS-OPERADORES-DISPONIVEL           VALUE 'S' FALSE 'N'.
       01 WS-AUDITORIA-OK-FLAG            PIC X  VALUE 'N'.
           88 WS-AUDITORIA-DISPONIVEL            VALUE 'S' FALSE 'N'.
       01 WS-TOTHIST-OK-FLAG              PIC X  VALUE 'N'.
           88 WS-TOTHIST-DISPONIVEL              VALUE 'S' FALSE 'N'.
       01 WS-REMARQ-OK-FLAG               PIC X  VALUE 'N'.
           88 WS-REMARQ-DISPONIVEL               VALUE 'S' FALSE 'N'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

       01 WS-OPERADOR-ID                  PIC X(08) VALUE SPACES.
       01 WS-SIT-ANTERIOR                 PIC X(01) VALUE SPACE.

      * THE OPERATOR MASTER, HELD IN MEMORY: IT VALIDATES THE
      * SUPERVISOR'S SIGN-ON AND IS LOOKED UP FOR EVERY AUDIT RECORD.
       01 WS-TABELA-OPERADORES.
           05 WS-OPR OCCURS 50 TIMES.
               10 WS-OPR-ID               PIC X(08).
               10 WS-OPR-NIVEL            PIC X(01).
               10 WS-OPR-SITUACAO         PIC X(01).
       77 WS-QTDE-OPERADORES              PIC 9(02) VALUE ZEROS.
       77 WS-SUB-OPR                      PIC 9(02) VALUE ZEROS.
       77 WS-POS-OPR                      PIC 9(02) VALUE ZEROS.

       01 WS-OPR-ACHOU-FLAG               PIC X VALUE 'N'.
           88 WS-OPR-ACHOU                       VALUE 'S' FALSE 'N'.

      * LAST OPERATOR LOOKED UP, SO A RUN OF AUDIT RECORDS BY THE
      * SAME OPERATOR COSTS ONE SEARCH.
       01 WS-OPR-ULT-ID                   PIC X(08) VALUE SPACES.
       01 WS-OPR-ULT-FLAG                 PIC X VALUE 'N'.
           88 WS-OPR-ULT-CONHECIDO               VALUE 'S' FALSE 'N'.

      * OPERATORS FOUND IN THE AUDIT LOG BUT NOT ON THE MASTER, WITH
      * HOW MANY RECORDS CARRY EACH AND THE DATES THEY SPAN.
       01 WS-TABELA-DESCONHECIDOS.
           05 WS-DSC OCCURS 200 TIMES.
               10 WS-DSC-ID               PIC X(08).
               10 WS-DSC-QTDE             PIC 9(07).
               10 WS-DSC-DATA-INI         PIC 9(08).
               10 WS-DSC-DATA-FIM         PIC 9(08).
       77 WS-QTDE-DSC                     PIC 9(03) VALUE ZEROS.
       77 WS-SUB-DSC                      PIC 9(03) VALUE ZEROS.
       77 WS-POS-DSC                      PIC 9(03) VALUE ZEROS.

       01 WS-DSC-ACHOU-FLAG               PIC X VALUE 'N'.
           88 WS-DSC-ACHOU                       VALUE 'S' FALSE 'N'.

      * ONE ENTRY PER TOTALS-HISTORY DATE: HOW MANY LINES IT HAS,
      * THE FIGURES THEY CARRY AND WHETHER THE AUDIT LOG SHOWS ANY
      * ACTIVITY ON IT.
       01 WS-TABELA-TOTHIST.
           05 WS-TTH OCCURS 3000 TIMES.
               10 WS-TTH-DATA             PIC 9(08).
               10 WS-TTH-LINHAS           PIC 9(03).
               10 WS-TTH-CONF             PIC 9(07).
               10 WS-TTH-REJ              PIC 9(07).
               10 WS-TTH-AUDITORIA        PIC X(01).
                   88 WS-TTH-COM-AUDITORIA       VALUE 'S'.
       77 WS-QTDE-TTH                     PIC 9(04) VALUE ZEROS.
       77 WS-SUB-TTH                      PIC 9(04) VALUE ZEROS.
       77 WS-POS-TTH                      PIC 9(04) VALUE ZEROS.

       01 WS-TTH-ACHOU-FLAG               PIC X VALUE 'N'.
           88 WS-TTH-ACHOU                       VALUE 'S' FALSE 'N'.

       01 WS-AUD-ULT-DATA                 PIC 9(08) VALUE ZEROS.
       01 WS-DATA-PROCURADA               PIC 9(08) VALUE ZEROS.

      * HISTORY PAIR UNDER EXAMINATION (RULE 2).
       01 WS-PAR-ATUAL.
           05 WS-PAR-NUM-1                PIC 9(02) VALUE ZEROS.
           05 WS-PAR-NUM-2                PIC 9(02) VALUE ZEROS.
       01 WS-PAR-QTDE                     PIC 9(07) VALUE ZEROS.
       01 WS-PAR-PRIMEIRA-DATA            PIC X(10) VALUE SPACES.
       01 WS-PAR-SEM-BENEF-FLAG           PIC X VALUE 'N'.
           88 WS-PAR-SEM-BENEF                   VALUE 'S' FALSE 'N'.

      * REMITTANCE ARCHIVE GROUP UNDER EXAMINATION (RULES 6 AND 7):
      * THE RECORDS OF ONE SEQUENCE ARE CONSECUTIVE IN THE ARCHIVE.
       01 WS-SEQ-GRUPO                    PIC 9(06) VALUE ZEROS.
       01 WS-SEQ-ANTERIOR                 PIC 9(06) VALUE ZEROS.
       01 WS-SEQ-FALTAM                   PIC 9(06) VALUE ZEROS.
       01 WS-GRP-QTDE-REG                 PIC 9(06) VALUE ZEROS.
       01 WS-GRP-TRAILER-FLAG             PIC X VALUE 'N'.
           88 WS-GRP-TEM-TRAILER                 VALUE 'S' FALSE 'N'.

      * THE RULES: DESCRIPTION, EXCEPTIONS FOUND, EXCEPTIONS REPAIRED
      * AND WHETHER THE RULE COULD BE CHECKED AT ALL.
       01 WS-DESCRICOES-REGRAS.
           05 FILLER PIC X(40)
                     VALUE 'REJEICAO ABERTA JA PAGA NO HISTORICO'.
           05 FILLER PIC X(40)
                     VALUE 'HISTORICO SEM BENEFICIARIO CADASTRADO'.
           05 FILLER PIC X(40)
                     VALUE 'AUDITORIA COM OPERADOR NAO CADASTRADO'.
           05 FILLER PIC X(40)
                     VALUE 'TOTHIST SEM ATIVIDADE NA AUDITORIA'.
           05 FILLER PIC X(40)
                     VALUE 'TOTHIST COM MAIS DE UMA LINHA NA DATA'.
           05 FILLER PIC X(40)
                     VALUE 'REMARQ COM FALHA NA SEQUENCIA'.
           05 FILLER PIC X(40)
                     VALUE 'REMARQ COM SEQUENCIA SEM TRAILER'.
       01 WS-DESCRICOES-REGRAS-R REDEFINES WS-DESCRICOES-REGRAS.
           05 WS-RGR-DESCRICAO            PIC X(40) OCCURS 7 TIMES.

       01 WS-TABELA-REGRAS.
           05 WS-RGR OCCURS 7 TIMES.
               10 WS-RGR-QTDE             PIC 9(05).
               10 WS-RGR-CORRIGIDAS       PIC 9(05).
               10 WS-RGR-VERIFICADA       PIC X(01).
                   88 WS-RGR-NAO-VERIFICADA      VALUE 'N'.
       77 WS-REGRA-ATUAL                  PIC 9(02) VALUE ZEROS.
       77 WS-SUB-REGRA                    PIC 9(02) VALUE ZEROS.

       01 WS-MOTIVO-NAO-VERIF             PIC X(40) VALUE SPACES.

       01 WS-TOT-OCORRENCIAS              PIC 9(06) VALUE 0.
       01 WS-TOT-CORRIGIDAS               PIC 9(06) VALUE 0.
       01 WS-TOT-PENDENTES                PIC 9(06) VALUE 0.
       01 WS-TOT-NAO-VERIF                PIC 9(02) VALUE 0.

       01 WS-LINHA-REJEICAO.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LRJ-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-LRJ-NUM-2                PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRJ-DATA                 PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRJ-VALOR                PIC Z(6)9.99.
           05 FILLER                      PIC X(06) VALUE '  MOT '.
           05 WS-LRJ-MOTIVO               PIC X(02).
           05 FILLER                      PIC X(06) VALUE '  REJ '.
           05 WS-LRJ-DATA-REJ             PIC 9(08).
           05 FILLER                      PIC X(07) VALUE '  CONF '.
           05 WS-LRJ-DATA-CONF            PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LRJ-ACAO                 PIC X(11).

       01 WS-LINHA-RESUMO.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-RES-REGRA                PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-RES-DESCRICAO            PIC X(40).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-RES-QTDE                 PIC Z(4)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-RES-CORRIGIDAS           PIC Z(4)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-RES-SITUACAO             PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P005-PEDE-MODO.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            PERFORM P030-CARREGA-OPERADORES.
            IF WS-MODO-REPARO
                PERFORM P040-IDENTIFICA-SUPERVISOR
            END-IF.
            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P050-IMPRIME-CABECALHO.

            PERFORM P100-REGRA-REJEICAO-PAGA.
            PERFORM P200-REGRA-HISTORICO-BENEF.
            PERFORM P300-CARREGA-TOTHIST.
            PERFORM P350-LE-AUDITORIA.
            PERFORM P400-REGRA-OPERADOR.
            PERFORM P450-REGRA-TOTHIST-AUDITORIA.
            PERFORM P500-REGRA-TOTHIST-REPETIDA.
            PERFORM P600-REGRA-REMARQ-SEQUENCIA.
            PERFORM P700-REGRA-REMARQ-TRAILER.

            PERFORM P800-IMPRIME-RESUMO.

            DISPLAY 'VARREDURA DE INTEGRIDADE - TOTAIS'.
            DISPLAY 'OCORRENCIAS.......: ' WS-TOT-OCORRENCIAS.
            DISPLAY 'CORRIGIDAS........: ' WS-TOT-CORRIGIDAS.
            DISPLAY 'PENDENTES.........: ' WS-TOT-PENDENTES.
            DISPLAY 'REGRAS NAO VERIF..: ' WS-TOT-NAO-VERIF.

            IF WS-TOT-PENDENTES > 0 OR WS-TOT-NAO-VERIF > 0
                DISPLAY '*** HA INCONSISTENCIAS ENTRE ARQUIVOS - '
                        'VER RELINTEG.TXT ***'
                MOVE 4 TO RETURN-CODE
            END-IF.

            CLOSE RELINTEG-ARQ.
            IF WS-REJPEND-DISPONIVEL
                CLOSE REJPEND-ARQ
            END-IF.
            IF WS-HISTORICO-DISPONIVEL
                CLOSE HISTORICO-ARQ
            END-IF.
            IF WS-BENEF-DISPONIVEL
                CLOSE BENEFICIARIOS-ARQ
            END-IF.

            STOP RUN.

      ******************************************************************
      * MODE CARD: C (OR BLANK) CHECKS ONLY; R ALSO REPAIRS.
      ******************************************************************
       P005-PEDE-MODO.
           DISPLAY 'MODO - CONFERENCIA (C) OU REPARO (R): '.
           ACCEPT WS-MODO.
           IF NOT WS-MODO-CONFERENCIA AND NOT WS-MODO-REPARO
               DISPLAY 'MODO INVALIDO: ' WS-MODO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * THE MASTERS THE RULES WALK OR LOOK UP ARE ONLY READ; THE
      * OUTSTANDING-REJECTIONS MASTER IS OPENED FOR UPDATE IN REPAIR
      * MODE ONLY. A REPAIR THAT CANNOT BE AUDITED IS NOT MADE, SO
      * IN REPAIR MODE THE AUDIT LOG MUST OPEN TOO; IT IS CLOSED
      * AGAIN ONCE THE REPAIRS ARE DONE, BEFORE IT IS READ.
      ******************************************************************
       P010-ABRE-ARQUIVOS.
           OPEN OUTPUT RELINTEG-ARQ.
           IF WS-FS-RELINTEG NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELINTEG.TXT - FS: '
                       WS-FS-RELINTEG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODO-REPARO
               OPEN I-O REJPEND-ARQ
           ELSE
               OPEN INPUT REJPEND-ARQ
           END-IF.
           EVALUATE WS-FS-REJPEND
               WHEN '00'
                   SET WS-REJPEND-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-REJPEND-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR REJPEND.DAT - FS: '
                           WS-FS-REJPEND
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT HISTORICO-ARQ.
           EVALUATE WS-FS-HISTORICO
               WHEN '00'
                   SET WS-HISTORICO-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-HISTORICO-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR HISTPAGTO.DAT - FS: '
                           WS-FS-HISTORICO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN INPUT BENEFICIARIOS-ARQ.
           EVALUATE WS-FS-BENEFICIARIOS
               WHEN '00'
                   SET WS-BENEF-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-BENEF-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR BENEFICIARIOS.DAT - FS: '
                           WS-FS-BENEFICIARIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-MODO-REPARO
               OPEN EXTEND AUDITORIA-ARQ
               IF WS-FS-AUDITORIA = '35'
                   OPEN OUTPUT AUDITORIA-ARQ
               END-IF
               IF WS-FS-AUDITORIA NOT = '00'
                   DISPLAY 'ERRO AO ABRIR AUDITORIA.DAT - FS: '
                           WS-FS-AUDITORIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * REPAIRS ARE STAMPED WITH THE DATE IN DATAMOV.DAT.
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

       P030-CARREGA-OPERADORES.
           OPEN INPUT OPERADORES-ARQ.
           EVALUATE WS-FS-OPERADORES
               WHEN '00'
                   SET WS-OPERADORES-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-OPERADORES-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR OPERADORES.DAT - FS: '
                           WS-FS-OPERADORES
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-OPERADORES-DISPONIVEL
               SET WS-FIM-LEITURA TO FALSE
               PERFORM P035-CARREGA-OPERADOR UNTIL WS-FIM-LEITURA
               CLOSE OPERADORES-ARQ
           END-IF.

       P035-CARREGA-OPERADOR.
           READ OPERADORES-ARQ
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   IF WS-QTDE-OPERADORES >= 50
                       DISPLAY 'TABELA DE OPERADORES CHEIA - '
                               'MAXIMO 50'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-QTDE-OPERADORES
                   MOVE OPR-ID       TO WS-OPR-ID (WS-QTDE-OPERADORES)
                   MOVE OPR-NIVEL    TO
                                     WS-OPR-NIVEL (WS-QTDE-OPERADORES)
                   MOVE OPR-SITUACAO TO
                                  WS-OPR-SITUACAO (WS-QTDE-OPERADORES)
           END-READ.

      ******************************************************************
      * SIGN-ON FOR REPAIR MODE. A REPAIR CHANGES A MASTER WITHOUT
      * ANYONE DECIDING THE PAYMENT AGAIN, SO ONLY AN ACTIVE
      * SUPERVISOR ON THE OPERATOR MASTER MAY RUN IT; THE ID IS
      * STAMPED ON EVERY AUDIT RECORD.
      ******************************************************************
       P040-IDENTIFICA-SUPERVISOR.
           DISPLAY 'INFORME O SUPERVISOR DO REPARO: '.
           ACCEPT WS-OPERADOR-ID.

           IF NOT WS-OPERADORES-DISPONIVEL
               DISPLAY 'ERRO AO ABRIR OPERADORES.DAT - FS: '
                       WS-FS-OPERADORES
               DISPLAY 'O MODO REPARO EXIGE O CADASTRO DE OPERADORES'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-OPERADOR-ID TO WS-OPR-ULT-ID.
           PERFORM P045-BUSCA-OPERADOR.
           MOVE SPACES TO WS-OPR-ULT-ID.

           IF NOT WS-OPR-ACHOU
               DISPLAY 'OPERADOR NAO CADASTRADO: ' WS-OPERADOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPR-SITUACAO (WS-POS-OPR) NOT = 'A'
               DISPLAY 'OPERADOR BLOQUEADO: ' WS-OPERADOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-OPR-NIVEL (WS-POS-OPR) NOT = '2'
               DISPLAY 'OPERADOR SEM NIVEL DE SUPERVISOR: '
                       WS-OPERADOR-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'SUPERVISOR IDENTIFICADO: ' WS-OPERADOR-ID.

      * LOOKS UP WS-OPR-ULT-ID IN THE OPERATOR TABLE.
       P045-BUSCA-OPERADOR.
           SET WS-OPR-ACHOU TO FALSE.
           MOVE ZEROS TO WS-POS-OPR.
           PERFORM P047-COMPARA-OPERADOR
               VARYING WS-SUB-OPR FROM 1 BY 1
               UNTIL WS-SUB-OPR > WS-QTDE-OPERADORES
                  OR WS-OPR-ACHOU.

       P047-COMPARA-OPERADOR.
           IF WS-OPR-ID (WS-SUB-OPR) = WS-OPR-ULT-ID
               SET WS-OPR-ACHOU TO TRUE
               MOVE WS-SUB-OPR TO WS-POS-OPR
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' VARREDURA DE INTEGRIDADE ENTRE ARQUIVOS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WS-MODO-REPARO
               STRING ' DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                      '  MODO: REPARO  SUPERVISOR: ' WS-OPERADOR-ID
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING ' DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                      '  MODO: CONFERENCIA'
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

      ******************************************************************
      * RULE 1. AN OPEN REJECTION WHOSE PAIR AND DATE ARE IN THE
      * CONFIRMED HISTORY, CONFIRMED ON OR AFTER THE REJECTION DATE,
      * WAS PAID AFTERWARDS - RESUBMITTED OUTSIDE THE REWORK
      * UTILITY, OR CLOSED BY A RUN THAT DID NOT FINISH. THIS IS THE
      * MECHANICAL CASE: IN REPAIR MODE THE ENTRY IS CLOSED AS
      * RESUBMITTED ON THE BUSINESS DATE. ONE CONFIRMED BEFORE IT WAS
      * REJECTED WAS PAID ALREADY WHEN THE SAME PAYMENT CAME IN AGAIN;
      * IT IS REPORTED FOR THE REWORK DESK TO DECIDE. A DUPLICATE
      * REJECTION (REASON 04) IS NEVER AN EXCEPTION: ITS HISTORY
      * RECORD IS THE ORIGINAL PAYMENT IT DUPLICATES.
      ******************************************************************
       P100-REGRA-REJEICAO-PAGA.
           MOVE 1 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           IF NOT WS-REJPEND-DISPONIVEL
               MOVE ' REJPEND.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT WS-HISTORICO-DISPONIVEL
                   MOVE 'HISTPAGTO.DAT INEXISTENTE'
                                    TO WS-MOTIVO-NAO-VERIF
                   PERFORM P930-REGRA-NAO-VERIFICADA
               ELSE
                   SET WS-FIM-LEITURA TO FALSE
                   PERFORM P110-LE-REJEICAO UNTIL WS-FIM-LEITURA
               END-IF
           END-IF.
           PERFORM P910-FECHA-REGRA.
           IF WS-MODO-REPARO
               CLOSE AUDITORIA-ARQ
           END-IF.

       P110-LE-REJEICAO.
           READ REJPEND-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   IF RJP-ABERTO AND RJP-MOTIVO-COD NOT = '04'
                       PERFORM P120-VERIFICA-PAGAMENTO
                   END-IF
           END-READ.

       P120-VERIFICA-PAGAMENTO.
           MOVE RJP-NUM-1 TO HIST-NUM-1.
           MOVE RJP-NUM-2 TO HIST-NUM-2.
           MOVE RJP-DATA  TO HIST-DATA.
           READ HISTORICO-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P130-REJEICAO-PAGA
           END-READ.

       P130-REJEICAO-PAGA.
           MOVE RJP-NUM-1      TO WS-LRJ-NUM-1.
           MOVE RJP-NUM-2      TO WS-LRJ-NUM-2.
           MOVE RJP-DATA       TO WS-LRJ-DATA.
           MOVE RJP-VALOR      TO WS-LRJ-VALOR.
           MOVE RJP-MOTIVO-COD TO WS-LRJ-MOTIVO.
           MOVE RJP-DATA-REJ   TO WS-LRJ-DATA-REJ.
           MOVE HIST-DATA-CONF TO WS-LRJ-DATA-CONF.
           MOVE SPACES         TO WS-LRJ-ACAO.
           IF HIST-DATA-CONF < RJP-DATA-REJ
               MOVE 'VERIFICAR'    TO WS-LRJ-ACAO
           ELSE
               IF WS-MODO-REPARO
                   PERFORM P140-BAIXA-REJEICAO
               END-IF
           END-IF.
           MOVE WS-LINHA-REJEICAO TO REL-LINHA.
           PERFORM P920-IMPRIME-OCORRENCIA.

       P140-BAIXA-REJEICAO.
           MOVE RJP-SITUACAO       TO WS-SIT-ANTERIOR.
           SET RJP-RESSUBMETIDO    TO TRUE.
           MOVE WS-DATA-MOVIMENTO  TO RJP-DATA-BAIXA.
           REWRITE RJP-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR REJPEND - FS: '
                           WS-FS-REJPEND
                   MOVE 'NAO GRAVADA' TO WS-LRJ-ACAO
               NOT INVALID KEY
                   ADD 1 TO WS-RGR-CORRIGIDAS (WS-REGRA-ATUAL)
                   MOVE 'CORRIGIDA'   TO WS-LRJ-ACAO
                   PERFORM P150-GRAVA-AUDITORIA
           END-REWRITE.

       P150-GRAVA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE      TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-MOVIMENTO          TO AUD-DATA-MOV.
           MOVE WS-DATA-HORA-SISTEMA (9:6) TO AUD-HORA-MOV.
           MOVE RJP-NUM-1                  TO AUD-NUM-1.
           MOVE RJP-NUM-2                  TO AUD-NUM-2.
           MOVE WS-SIT-ANTERIOR            TO AUD-SIT-ANTERIOR.
           MOVE RJP-SITUACAO               TO AUD-SIT-NOVA.
           MOVE WS-OPERADOR-ID             TO AUD-OPERADOR.
           SET AUD-ORIG-INTEGRIDADE        TO TRUE.
           WRITE AUD-REG.

      ******************************************************************
      * RULE 2. THE HISTORY IS KEYED BY PAIR FIRST, SO EACH PAIR IS
      * LOOKED UP ON THE BENEFICIARY MASTER ONCE AND REPORTED ONCE,
      * WITH HOW MANY HISTORY RECORDS IT HAS.
      ******************************************************************
       P200-REGRA-HISTORICO-BENEF.
           MOVE 2 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           IF NOT WS-HISTORICO-DISPONIVEL
               MOVE ' HISTPAGTO.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT WS-BENEF-DISPONIVEL
                   MOVE 'BENEFICIARIOS.DAT INEXISTENTE'
                                    TO WS-MOTIVO-NAO-VERIF
                   PERFORM P930-REGRA-NAO-VERIFICADA
               ELSE
                   MOVE ZEROS  TO HIST-NUM-1 HIST-NUM-2
                   MOVE SPACES TO HIST-DATA
                   SET WS-FIM-LEITURA TO FALSE
                   START HISTORICO-ARQ
                       KEY IS NOT LESS THAN HIST-CHAVE
                       INVALID KEY
                           SET WS-FIM-LEITURA TO TRUE
                   END-START
                   MOVE ZEROS TO WS-PAR-QTDE
                   PERFORM P210-LE-HISTORICO UNTIL WS-FIM-LEITURA
                   PERFORM P230-FECHA-PAR
               END-IF
           END-IF.
           PERFORM P910-FECHA-REGRA.

       P210-LE-HISTORICO.
           READ HISTORICO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   IF WS-PAR-QTDE = 0
                      OR HIST-NUM-1 NOT = WS-PAR-NUM-1
                      OR HIST-NUM-2 NOT = WS-PAR-NUM-2
                       PERFORM P230-FECHA-PAR
                       PERFORM P220-ABRE-PAR
                   END-IF
                   ADD 1 TO WS-PAR-QTDE
           END-READ.

       P220-ABRE-PAR.
           MOVE HIST-NUM-1 TO WS-PAR-NUM-1.
           MOVE HIST-NUM-2 TO WS-PAR-NUM-2.
           MOVE HIST-DATA  TO WS-PAR-PRIMEIRA-DATA.
           MOVE ZEROS      TO WS-PAR-QTDE.
           SET WS-PAR-SEM-BENEF TO FALSE.
           MOVE HIST-NUM-1 TO BEN-NUM-1.
           MOVE HIST-NUM-2 TO BEN-NUM-2.
           READ BENEFICIARIOS-ARQ
               INVALID KEY
                   SET WS-PAR-SEM-BENEF TO TRUE
           END-READ.

       P230-FECHA-PAR.
           IF WS-PAR-QTDE > 0 AND WS-PAR-SEM-BENEF
               MOVE SPACES TO REL-LINHA
               STRING ' PAR ' WS-PAR-NUM-1 '/' WS-PAR-NUM-2
                      ' - REGISTROS NO HISTORICO: ' WS-PAR-QTDE
                      ' - PRIMEIRO: ' WS-PAR-PRIMEIRA-DATA
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P920-IMPRIME-OCORRENCIA
           END-IF.

      ******************************************************************
      * THE TOTALS HISTORY IS HELD IN MEMORY, ONE ENTRY PER DATE, SO
      * THE AUDIT LOG CAN MARK THE DATES IT HAS ACTIVITY ON AS IT IS
      * READ.
      ******************************************************************
       P300-CARREGA-TOTHIST.
           OPEN INPUT TOTHIST-ARQ.
           EVALUATE WS-FS-TOTHIST
               WHEN '00'
                   SET WS-TOTHIST-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-TOTHIST-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR TOTHIST.DAT - FS: '
                           WS-FS-TOTHIST
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-TOTHIST-DISPONIVEL
               SET WS-FIM-LEITURA TO FALSE
               PERFORM P310-CARREGA-LINHA UNTIL WS-FIM-LEITURA
               CLOSE TOTHIST-ARQ
           END-IF.

       P310-CARREGA-LINHA.
           READ TOTHIST-ARQ
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   MOVE TOTH-DATA-MOV TO WS-DATA-PROCURADA
                   PERFORM P320-BUSCA-DATA
                   IF NOT WS-TTH-ACHOU
                       IF WS-QTDE-TTH >= 3000
                           DISPLAY 'TABELA DE DATAS DO TOTHIST CHEIA'
                                   ' - MAXIMO 3000'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-QTDE-TTH
                       MOVE WS-QTDE-TTH   TO WS-POS-TTH
                       MOVE TOTH-DATA-MOV TO WS-TTH-DATA (WS-POS-TTH)
                       MOVE ZEROS         TO WS-TTH-LINHAS (WS-POS-TTH)
                                             WS-TTH-CONF (WS-POS-TTH)
                                             WS-TTH-REJ (WS-POS-TTH)
                       MOVE 'N'        TO WS-TTH-AUDITORIA (WS-POS-TTH)
                   END-IF
                   ADD 1              TO WS-TTH-LINHAS (WS-POS-TTH)
                   ADD TOTH-QTDE-CONF TO WS-TTH-CONF (WS-POS-TTH)
                   ADD TOTH-QTDE-REJ  TO WS-TTH-REJ (WS-POS-TTH)
           END-READ.

      * LOOKS UP WS-DATA-PROCURADA IN THE TOTALS-HISTORY TABLE.
       P320-BUSCA-DATA.
           SET WS-TTH-ACHOU TO FALSE.
           MOVE ZEROS TO WS-POS-TTH.
           PERFORM P325-COMPARA-DATA
               VARYING WS-SUB-TTH FROM 1 BY 1
               UNTIL WS-SUB-TTH > WS-QTDE-TTH
                  OR WS-TTH-ACHOU.

       P325-COMPARA-DATA.
           IF WS-TTH-DATA (WS-SUB-TTH) = WS-DATA-PROCURADA
               SET WS-TTH-ACHOU TO TRUE
               MOVE WS-SUB-TTH TO WS-POS-TTH
           END-IF.

      ******************************************************************
      * ONE PASS OF THE AUDIT LOG SERVES RULES 3 AND 4. RECORDS WITH
      * NO OPERATOR PREDATE THE OPERATOR SIGN-ON AND ARE NOT CHECKED.
      * THE LOG IS WRITTEN IN DATE ORDER, SO THE DATE IS ONLY LOOKED
      * UP WHEN IT CHANGES.
      ******************************************************************
       P350-LE-AUDITORIA.
           OPEN INPUT AUDITORIA-ARQ.
           EVALUATE WS-FS-AUDITORIA
               WHEN '00'
                   SET WS-AUDITORIA-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-AUDITORIA-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR AUDITORIA.DAT - FS: '
                           WS-FS-AUDITORIA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-AUDITORIA-DISPONIVEL
               MOVE SPACES TO WS-OPR-ULT-ID
               MOVE ZEROS  TO WS-AUD-ULT-DATA
               SET WS-FIM-LEITURA TO FALSE
               PERFORM P360-LE-REGISTRO-AUDITORIA UNTIL WS-FIM-LEITURA
               CLOSE AUDITORIA-ARQ
           END-IF.

       P360-LE-REGISTRO-AUDITORIA.
           READ AUDITORIA-ARQ
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   IF WS-OPERADORES-DISPONIVEL
                      AND AUD-OPERADOR NOT = SPACES
                       PERFORM P370-VERIFICA-OPERADOR
                   END-IF
                   IF AUD-DATA-MOV NOT = WS-AUD-ULT-DATA
                       MOVE AUD-DATA-MOV TO WS-AUD-ULT-DATA
                                            WS-DATA-PROCURADA
                       PERFORM P320-BUSCA-DATA
                       IF WS-TTH-ACHOU
                           MOVE 'S' TO WS-TTH-AUDITORIA (WS-POS-TTH)
                       END-IF
                   END-IF
           END-READ.

       P370-VERIFICA-OPERADOR.
           IF AUD-OPERADOR NOT = WS-OPR-ULT-ID
               MOVE AUD-OPERADOR TO WS-OPR-ULT-ID
               PERFORM P045-BUSCA-OPERADOR
               IF WS-OPR-ACHOU
                   SET WS-OPR-ULT-CONHECIDO TO TRUE
               ELSE
                   SET WS-OPR-ULT-CONHECIDO TO FALSE
               END-IF
           END-IF.
           IF NOT WS-OPR-ULT-CONHECIDO
               PERFORM P375-REGISTRA-DESCONHECIDO
           END-IF.

       P375-REGISTRA-DESCONHECIDO.
           SET WS-DSC-ACHOU TO FALSE.
           MOVE ZEROS TO WS-POS-DSC.
           PERFORM P377-COMPARA-DESCONHECIDO
               VARYING WS-SUB-DSC FROM 1 BY 1
               UNTIL WS-SUB-DSC > WS-QTDE-DSC
                  OR WS-DSC-ACHOU.
           IF NOT WS-DSC-ACHOU
               IF WS-QTDE-DSC >= 200
                   DISPLAY 'TABELA DE OPERADORES DESCONHECIDOS CHEIA'
                           ' - MAXIMO 200'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTDE-DSC
               MOVE WS-QTDE-DSC  TO WS-POS-DSC
               MOVE AUD-OPERADOR TO WS-DSC-ID (WS-POS-DSC)
               MOVE ZEROS        TO WS-DSC-QTDE (WS-POS-DSC)
               MOVE AUD-DATA-MOV TO WS-DSC-DATA-INI (WS-POS-DSC)
                                    WS-DSC-DATA-FIM (WS-POS-DSC)
           END-IF.
           ADD 1 TO WS-DSC-QTDE (WS-POS-DSC).
           IF AUD-DATA-MOV < WS-DSC-DATA-INI (WS-POS-DSC)
               MOVE AUD-DATA-MOV TO WS-DSC-DATA-INI (WS-POS-DSC)
           END-IF.
           IF AUD-DATA-MOV > WS-DSC-DATA-FIM (WS-POS-DSC)
               MOVE AUD-DATA-MOV TO WS-DSC-DATA-FIM (WS-POS-DSC)
           END-IF.

       P377-COMPARA-DESCONHECIDO.
           IF WS-DSC-ID (WS-SUB-DSC) = AUD-OPERADOR
               SET WS-DSC-ACHOU TO TRUE
               MOVE WS-SUB-DSC TO WS-POS-DSC
           END-IF.

      ******************************************************************
      * RULE 3, ONE LINE PER OPERATOR NOT ON THE MASTER.
      ******************************************************************
       P400-REGRA-OPERADOR.
           MOVE 3 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           IF NOT WS-AUDITORIA-DISPONIVEL
               MOVE ' AUDITORIA.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT WS-OPERADORES-DISPONIVEL
                   MOVE 'OPERADORES.DAT INEXISTENTE'
                                    TO WS-MOTIVO-NAO-VERIF
                   PERFORM P930-REGRA-NAO-VERIFICADA
               ELSE
                   PERFORM P410-IMPRIME-DESCONHECIDO
                       VARYING WS-SUB-DSC FROM 1 BY 1
                       UNTIL WS-SUB-DSC > WS-QTDE-DSC
               END-IF
           END-IF.
           PERFORM P910-FECHA-REGRA.

       P410-IMPRIME-DESCONHECIDO.
           MOVE SPACES TO REL-LINHA.
           STRING ' OPERADOR ' WS-DSC-ID (WS-SUB-DSC)
                  ' - REGISTROS: ' WS-DSC-QTDE (WS-SUB-DSC)
                  ' - DE ' WS-DSC-DATA-INI (WS-SUB-DSC)
                  ' A ' WS-DSC-DATA-FIM (WS-SUB-DSC)
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM P920-IMPRIME-OCORRENCIA.

      ******************************************************************
      * RULE 4. A DATE THAT CONFIRMED OR REJECTED ANYTHING HAS AUDIT
      * RECORDS FOR IT; A DATE WHOSE PAYMENTS WERE ALL SCHEDULED
      * LEAVES NONE AND IS NOT AN EXCEPTION.
      ******************************************************************
       P450-REGRA-TOTHIST-AUDITORIA.
           MOVE 4 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           IF NOT WS-TOTHIST-DISPONIVEL
               MOVE ' TOTHIST.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF NOT WS-AUDITORIA-DISPONIVEL
                   MOVE 'AUDITORIA.DAT INEXISTENTE'
                                    TO WS-MOTIVO-NAO-VERIF
                   PERFORM P930-REGRA-NAO-VERIFICADA
               ELSE
                   PERFORM P460-VERIFICA-DATA-AUDITORIA
                       VARYING WS-SUB-TTH FROM 1 BY 1
                       UNTIL WS-SUB-TTH > WS-QTDE-TTH
               END-IF
           END-IF.
           PERFORM P910-FECHA-REGRA.

       P460-VERIFICA-DATA-AUDITORIA.
           IF NOT WS-TTH-COM-AUDITORIA (WS-SUB-TTH)
              AND (WS-TTH-CONF (WS-SUB-TTH) > 0
                   OR WS-TTH-REJ (WS-SUB-TTH) > 0)
               MOVE SPACES TO REL-LINHA
               STRING ' DATA ' WS-TTH-DATA (WS-SUB-TTH)
                      ' - CONFIRMADOS: ' WS-TTH-CONF (WS-SUB-TTH)
                      ' REJEITADOS: ' WS-TTH-REJ (WS-SUB-TTH)
                      ' - SEM AUDITORIA'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P920-IMPRIME-OCORRENCIA
           END-IF.

      ******************************************************************
      * RULE 5. EVERY WINDOW OF A DATE ADDS TO THE SAME TOTALS-HISTORY
      * LINE, SO A SECOND LINE FOR A DATE IS A DOUBLED RUN.
      ******************************************************************
       P500-REGRA-TOTHIST-REPETIDA.
           MOVE 5 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           IF NOT WS-TOTHIST-DISPONIVEL
               MOVE ' TOTHIST.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM P510-VERIFICA-DATA-REPETIDA
                   VARYING WS-SUB-TTH FROM 1 BY 1
                   UNTIL WS-SUB-TTH > WS-QTDE-TTH
           END-IF.
           PERFORM P910-FECHA-REGRA.

       P510-VERIFICA-DATA-REPETIDA.
           IF WS-TTH-LINHAS (WS-SUB-TTH) > 1
               MOVE SPACES TO REL-LINHA
               STRING ' DATA ' WS-TTH-DATA (WS-SUB-TTH)
                      ' - LINHAS NO TOTHIST: '
                      WS-TTH-LINHAS (WS-SUB-TTH)
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P920-IMPRIME-OCORRENCIA
           END-IF.

      ******************************************************************
      * RULE 6. EACH REMITTANCE THAT BALANCED CONSUMED THE NEXT
      * SEQUENCE NUMBER AND WAS ARCHIVED, SO THE ARCHIVED SEQUENCES
      * RUN ONE BY ONE. A JUMP IS A REMITTANCE NEVER ARCHIVED; A
      * SEQUENCE NOT ABOVE THE ONE BEFORE IS OUT OF ORDER OR
      * ARCHIVED TWICE.
      ******************************************************************
       P600-REGRA-REMARQ-SEQUENCIA.
           MOVE 6 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           PERFORM P950-ABRE-REMARQ.
           IF NOT WS-REMARQ-DISPONIVEL
               MOVE ' REMARQ.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE ZEROS TO WS-SEQ-ANTERIOR
                             WS-GRP-QTDE-REG
               SET WS-FIM-LEITURA TO FALSE
               PERFORM P610-LE-ARQUIVO-SEQUENCIA UNTIL WS-FIM-LEITURA
               CLOSE REMARQ-ARQ
           END-IF.
           PERFORM P910-FECHA-REGRA.

       P610-LE-ARQUIVO-SEQUENCIA.
           READ REMARQ-ARQ
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   IF WS-GRP-QTDE-REG = 0
                      OR RARQ-SEQUENCIA NOT = WS-SEQ-GRUPO
                       PERFORM P620-NOVA-SEQUENCIA
                   END-IF
           END-READ.

       P620-NOVA-SEQUENCIA.
           MOVE RARQ-SEQUENCIA TO WS-SEQ-GRUPO.
           IF WS-GRP-QTDE-REG > 0
               IF WS-SEQ-GRUPO > WS-SEQ-ANTERIOR + 1
                   COMPUTE WS-SEQ-FALTAM =
                           WS-SEQ-GRUPO - WS-SEQ-ANTERIOR - 1
                   MOVE SPACES TO REL-LINHA
                   STRING ' SEQUENCIA ' WS-SEQ-GRUPO
                          ' APOS ' WS-SEQ-ANTERIOR
                          ' - FALTAM: ' WS-SEQ-FALTAM
                          DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM P920-IMPRIME-OCORRENCIA
               END-IF
               IF WS-SEQ-GRUPO NOT > WS-SEQ-ANTERIOR
                   MOVE SPACES TO REL-LINHA
                   STRING ' SEQUENCIA ' WS-SEQ-GRUPO
                          ' APOS ' WS-SEQ-ANTERIOR
                          ' - FORA DE ORDEM OU REPETIDA'
                          DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM P920-IMPRIME-OCORRENCIA
               END-IF
           END-IF.
           MOVE WS-SEQ-GRUPO TO WS-SEQ-ANTERIOR.
           MOVE 1 TO WS-GRP-QTDE-REG.

      ******************************************************************
      * RULE 7. AN ARCHIVED REMITTANCE ENDS WITH ITS '9' TRAILER; ONE
      * WITHOUT IT WAS CUT SHORT AND CANNOT BE RETRANSMITTED AS IS.
      ******************************************************************
       P700-REGRA-REMARQ-TRAILER.
           MOVE 7 TO WS-REGRA-ATUAL.
           PERFORM P900-ABRE-REGRA.
           PERFORM P950-ABRE-REMARQ.
           IF NOT WS-REMARQ-DISPONIVEL
               MOVE ' REMARQ.DAT INEXISTENTE - NADA A VERIFICAR'
                                    TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE ZEROS TO WS-GRP-QTDE-REG
               SET WS-FIM-LEITURA TO FALSE
               PERFORM P710-LE-ARQUIVO-TRAILER UNTIL WS-FIM-LEITURA
               PERFORM P720-FECHA-GRUPO
               CLOSE REMARQ-ARQ
           END-IF.
           PERFORM P910-FECHA-REGRA.

       P710-LE-ARQUIVO-TRAILER.
           READ REMARQ-ARQ
               AT END
                   SET WS-FIM-LEITURA TO TRUE
               NOT AT END
                   IF WS-GRP-QTDE-REG = 0
                      OR RARQ-SEQUENCIA NOT = WS-SEQ-GRUPO
                       PERFORM P720-FECHA-GRUPO
                       MOVE RARQ-SEQUENCIA TO WS-SEQ-GRUPO
                       MOVE ZEROS TO WS-GRP-QTDE-REG
                       SET WS-GRP-TEM-TRAILER TO FALSE
                   END-IF
                   ADD 1 TO WS-GRP-QTDE-REG
                   IF RARQ-CONTEUDO (1:1) = '9'
                       SET WS-GRP-TEM-TRAILER TO TRUE
                   END-IF
           END-READ.

       P720-FECHA-GRUPO.
           IF WS-GRP-QTDE-REG > 0 AND NOT WS-GRP-TEM-TRAILER
               MOVE SPACES TO REL-LINHA
               STRING ' SEQUENCIA ' WS-SEQ-GRUPO
                      ' - REGISTROS: ' WS-GRP-QTDE-REG
                      ' - SEM TRAILER'
                      DELIMITED BY SIZE INTO REL-LINHA
               PERFORM P920-IMPRIME-OCORRENCIA
           END-IF.

      ******************************************************************
      * SUMMARY: ONE LINE PER RULE AND THE TOTALS THE CONDITION CODE
      * IS TAKEN FROM.
      ******************************************************************
       P800-IMPRIME-RESUMO.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' RESUMO POR REGRA' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' REGRA'        TO REL-LINHA.
           MOVE 'OCORR'         TO REL-LINHA (47:5).
           MOVE 'CORRIG'        TO REL-LINHA (53:6).
           MOVE 'SITUACAO'      TO REL-LINHA (61:8).
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM P810-IMPRIME-REGRA
               VARYING WS-SUB-REGRA FROM 1 BY 1
               UNTIL WS-SUB-REGRA > 7.

           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' OCORRENCIAS: ' WS-TOT-OCORRENCIAS
                  '  CORRIGIDAS: ' WS-TOT-CORRIGIDAS
                  '  PENDENTES: ' WS-TOT-PENDENTES
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' REGRAS NAO VERIFICADAS: ' WS-TOT-NAO-VERIF
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       P810-IMPRIME-REGRA.
           MOVE WS-SUB-REGRA                     TO WS-RES-REGRA.
           MOVE WS-RGR-DESCRICAO (WS-SUB-REGRA)  TO WS-RES-DESCRICAO.
           MOVE WS-RGR-QTDE (WS-SUB-REGRA)       TO WS-RES-QTDE.
           MOVE WS-RGR-CORRIGIDAS (WS-SUB-REGRA) TO WS-RES-CORRIGIDAS.
           ADD WS-RGR-QTDE (WS-SUB-REGRA)       TO WS-TOT-OCORRENCIAS.
           ADD WS-RGR-CORRIGIDAS (WS-SUB-REGRA) TO WS-TOT-CORRIGIDAS.
           EVALUATE TRUE
               WHEN WS-RGR-NAO-VERIFICADA (WS-SUB-REGRA)
                   ADD 1 TO WS-TOT-NAO-VERIF
                   MOVE 'NAO VERIFICADA'   TO WS-RES-SITUACAO
               WHEN WS-RGR-QTDE (WS-SUB-REGRA) = 0
                   MOVE 'OK'               TO WS-RES-SITUACAO
               WHEN WS-RGR-CORRIGIDAS (WS-SUB-REGRA) =
                    WS-RGR-QTDE (WS-SUB-REGRA)
                   MOVE 'CORRIGIDA'        TO WS-RES-SITUACAO
               WHEN OTHER
                   MOVE 'COM EXCECOES'     TO WS-RES-SITUACAO
           END-EVALUATE.
           COMPUTE WS-TOT-PENDENTES = WS-TOT-PENDENTES
                 + WS-RGR-QTDE (WS-SUB-REGRA)
                 - WS-RGR-CORRIGIDAS (WS-SUB-REGRA).
           MOVE WS-LINHA-RESUMO TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * RULE SECTIONS OF THE REPORT: A BANNER, THE EXCEPTIONS, THE
      * RULE'S COUNT.
      ******************************************************************
       P900-ABRE-REGRA.
           MOVE ZEROS TO WS-RGR-QTDE (WS-REGRA-ATUAL)
                         WS-RGR-CORRIGIDAS (WS-REGRA-ATUAL).
           MOVE 'S'   TO WS-RGR-VERIFICADA (WS-REGRA-ATUAL).
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' REGRA ' WS-REGRA-ATUAL ' - '
                  WS-RGR-DESCRICAO (WS-REGRA-ATUAL)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       P910-FECHA-REGRA.
           IF NOT WS-RGR-NAO-VERIFICADA (WS-REGRA-ATUAL)
               MOVE SPACES TO REL-LINHA
               IF WS-MODO-REPARO
                   STRING ' OCORRENCIAS NA REGRA ' WS-REGRA-ATUAL ': '
                          WS-RGR-QTDE (WS-REGRA-ATUAL)
                          '  CORRIGIDAS: '
                          WS-RGR-CORRIGIDAS (WS-REGRA-ATUAL)
                          DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING ' OCORRENCIAS NA REGRA ' WS-REGRA-ATUAL ': '
                          WS-RGR-QTDE (WS-REGRA-ATUAL)
                          DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-IF.

      * THE CALLER HAS BUILT THE EXCEPTION LINE IN REL-LINHA.
       P920-IMPRIME-OCORRENCIA.
           WRITE REL-LINHA.
           ADD 1 TO WS-RGR-QTDE (WS-REGRA-ATUAL).

       P930-REGRA-NAO-VERIFICADA.
           MOVE 'N' TO WS-RGR-VERIFICADA (WS-REGRA-ATUAL).
           MOVE SPACES TO REL-LINHA.
           STRING ' *** REGRA NAO VERIFICADA - ' WS-MOTIVO-NAO-VERIF
                  DELIMITED BY '  ' INTO REL-LINHA.
           WRITE REL-LINHA.

       P950-ABRE-REMARQ.
           OPEN INPUT REMARQ-ARQ.
           EVALUATE WS-FS-REMARQ
               WHEN '00'
                   SET WS-REMARQ-DISPONIVEL TO TRUE
               WHEN '35'
                   SET WS-REMARQ-DISPONIVEL TO FALSE
               WHEN OTHER
                   DISPLAY 'ERRO AO ABRIR REMARQ.DAT - FS: '
                           WS-FS-REMARQ
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       END PROGRAM CBEXEBAS025.
