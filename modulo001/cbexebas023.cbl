      ******************************************************************
      * Author:
      * Date:
      * Purpose: Beneficiary payment profile rebuild. Recomputes
      *          PERFIL.DAT - for every payment pair, the number of
      *          confirmed payments, their amount total and average,
      *          the largest amount and the latest payment date -
      *          from scratch, out of the live history master
      *          HISTPAGTO.DAT plus every archive generation
      *          HISTARQ.<cutoff> listed in the catalogue HISTARQ.LST.
      *          Run once to seed the profiles before the register
      *          starts screening amounts against them, and again
      *          whenever they are in doubt (after a restore, or a
      *          day the register or the morning review ran without
      *          the profile file). History records that carry no
      *          amount (written before the amount was kept) are
      *          skipped, since they say nothing about what is
      *          normal for the pair. Between rebuilds the register
      *          and the morning review keep the profiles current.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS023.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-ARQ    ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT ARQUIVO-ARQ      ASSIGN TO WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARQUIVO.

           SELECT CATALOGO-ARQ     ASSIGN TO "HISTARQ.LST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.

           SELECT PERFIL-ARQ       ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WS-FS-PERFIL.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.

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

       FD  PERFIL-ARQ.
           COPY CPPERF01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.

       WORKING-STORAGE SECTION.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-ARQUIVO                   PIC XX VALUE '00'.
       01 WS-FS-CATALOGO                  PIC XX VALUE '00'.
       01 WS-FS-PERFIL                    PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.

       01 WS-NOME-ARQUIVO.
           05 FILLER                      PIC X(08) VALUE 'HISTARQ.'.
           05 WS-NOME-ARQ-DATA            PIC 9(08) VALUE ZEROS.

       01 WS-FIM-ARQ-FLAG                 PIC X VALUE 'N'.
           88 WS-FIM-ARQ                         VALUE 'S' FALSE 'N'.

       01 WS-FIM-CATALOGO-FLAG            PIC X VALUE 'N'.
           88 WS-FIM-CATALOGO                    VALUE 'S' FALSE 'N'.

       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * THE PAYMENT BEING ADDED, FROM THE MASTER OR AN ARCHIVE.
       01 WS-PAGTO-NUM-1                  PIC 9(02) VALUE ZEROS.
       01 WS-PAGTO-NUM-2                  PIC 9(02) VALUE ZEROS.
       01 WS-PAGTO-DATA                   PIC X(10) VALUE SPACES.
       01 WS-PAGTO-VALOR                  PIC 9(07)V99 VALUE ZEROS.
       01 WS-DATA-PAGTO-PRF               PIC 9(08) VALUE ZEROS.

      * ONE SLOT PER POSSIBLE PAYMENT PAIR, ADDRESSED DIRECTLY AS
      * NUM-1 * 100 + NUM-2 + 1, SO THE MASTER AND THE ARCHIVES CAN
      * BE READ IN ANY ORDER AND THE SLOTS STILL COME OUT IN KEY
      * ORDER FOR THE SEQUENTIAL LOAD OF PERFIL.DAT.
       01 WS-TABELA-PERFIL.
           05 WS-PRF OCCURS 10000 TIMES.
               10 WS-PRF-QTDE             PIC 9(07).
               10 WS-PRF-SOMA             PIC 9(11)V99.
               10 WS-PRF-MAIOR            PIC 9(07)V99.
               10 WS-PRF-ULT-DATA         PIC 9(08).

       77 WS-SUB-PRF                      PIC 9(05) VALUE 0.
       77 WS-CHAVE-PRF                    PIC 9(04) VALUE 0.
       77 WS-RESTO                        PIC 9(02) VALUE 0.

       01 WS-TOT-LIDOS                    PIC 9(07) VALUE 0.
       01 WS-TOT-SEM-VALOR                PIC 9(07) VALUE 0.
       01 WS-TOT-GERACOES                 PIC 9(03) VALUE 0.
       01 WS-TOT-PERFIS                   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P020-OBTEM-DATA-MOVIMENTO.
            PERFORM P030-ABRE-ARQUIVOS.

            INITIALIZE WS-TABELA-PERFIL.

            PERFORM P100-LE-ARQUIVOS-MORTOS.
            PERFORM P200-LE-HISTORICO.
            PERFORM P300-GRAVA-PERFIS.

            DISPLAY 'RECONSTRUCAO DO PERFIL DE PAGAMENTOS - TOTAIS'.
            DISPLAY 'GERACOES DE ARQUIVO LIDAS.....: ' WS-TOT-GERACOES.
            DISPLAY 'PAGAMENTOS LIDOS..............: ' WS-TOT-LIDOS.
            DISPLAY 'SEM VALOR (IGNORADOS).........: ' WS-TOT-SEM-VALOR.
            DISPLAY 'PERFIS GRAVADOS...............: ' WS-TOT-PERFIS.

            STOP RUN.

      * SAME BUSINESS-DATE HANDOVER AS THE REST OF THE DAY'S STEPS:
      * EVERY PROFILE IS STAMPED WITH THE DATE OF THE REBUILD.
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

      * THE LIVE MASTER IS REQUIRED: REBUILDING FROM NOTHING WOULD
      * WIPE THE PROFILES. THE PROFILE FILE IS ONLY OPENED FOR
      * OUTPUT ONCE EVERYTHING HAS BEEN READ (P300).
       P030-ABRE-ARQUIVOS.
           OPEN INPUT HISTORICO-ARQ.
           IF WS-FS-HISTORICO NOT = '00'
               DISPLAY 'ERRO AO ABRIR HISTPAGTO.DAT - FS: '
                       WS-FS-HISTORICO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * EVERY CATALOGUED ARCHIVE GENERATION IS READ IN TURN. WITHOUT
      * A CATALOGUE NOTHING HAS BEEN ARCHIVED YET AND ONLY THE LIVE
      * MASTER COUNTS; A CATALOGUED GENERATION THAT CANNOT BE OPENED
      * LEAVES ITS PAYMENTS OUT OF THE PROFILES, SO THE STEP ENDS
      * WITH A WARNING.
      ******************************************************************
       P100-LE-ARQUIVOS-MORTOS.
           OPEN INPUT CATALOGO-ARQ.
           IF WS-FS-CATALOGO NOT = '00'
               DISPLAY 'SEM CATALOGO DE ARQUIVOS (HISTARQ.LST) - FS: '
                       WS-FS-CATALOGO
               DISPLAY 'SOMENTE O HISTORICO ATIVO SERA LIDO'
           ELSE
               SET WS-FIM-CATALOGO TO FALSE
               PERFORM P110-LE-GERACAO UNTIL WS-FIM-CATALOGO
               CLOSE CATALOGO-ARQ
           END-IF.

       P110-LE-GERACAO.
           READ CATALOGO-ARQ
               AT END
                   SET WS-FIM-CATALOGO TO TRUE
               NOT AT END
                   MOVE LST-DATA-CORTE TO WS-NOME-ARQ-DATA
                   PERFORM P120-LE-GERACAO-ARQUIVO
           END-READ.

       P120-LE-GERACAO-ARQUIVO.
           OPEN INPUT ARQUIVO-ARQ.
           IF WS-FS-ARQUIVO NOT = '00'
               DISPLAY 'AVISO: ' WS-NOME-ARQUIVO
                       ' NAO DISPONIVEL - FS: ' WS-FS-ARQUIVO
               MOVE 4 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-TOT-GERACOES
               SET WS-FIM-ARQ TO FALSE
               PERFORM P130-LE-ARQUIVO UNTIL WS-FIM-ARQ
               CLOSE ARQUIVO-ARQ
           END-IF.

      * ARCHIVE LINES WRITTEN BEFORE THE AMOUNT WAS KEPT READ BACK
      * BLANK THERE; THEY ARE COUNTED AS HAVING NO AMOUNT.
       P130-LE-ARQUIVO.
           READ ARQUIVO-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE ARQ-NUM-1      TO WS-PAGTO-NUM-1
                   MOVE ARQ-NUM-2      TO WS-PAGTO-NUM-2
                   MOVE ARQ-DATA       TO WS-PAGTO-DATA
                   IF ARQ-VALOR NUMERIC
                       MOVE ARQ-VALOR  TO WS-PAGTO-VALOR
                   ELSE
                       MOVE ZEROS      TO WS-PAGTO-VALOR
                   END-IF
                   PERFORM P400-ACUMULA-PAGTO
           END-READ.

       P200-LE-HISTORICO.
           SET WS-FIM-ARQ TO FALSE.
           PERFORM P210-LE-REGISTRO-HIST UNTIL WS-FIM-ARQ.
           CLOSE HISTORICO-ARQ.

       P210-LE-REGISTRO-HIST.
           READ HISTORICO-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE HIST-NUM-1     TO WS-PAGTO-NUM-1
                   MOVE HIST-NUM-2     TO WS-PAGTO-NUM-2
                   MOVE HIST-DATA      TO WS-PAGTO-DATA
                   MOVE HIST-VALOR     TO WS-PAGTO-VALOR
                   PERFORM P400-ACUMULA-PAGTO
           END-READ.

      ******************************************************************
      * THE PROFILES ARE WRITTEN IN KEY ORDER, ONE FOR EVERY PAIR
      * THAT HAS AT LEAST ONE PAYMENT WITH AN AMOUNT. THE OLD FILE IS
      * REPLACED WHOLE.
      ******************************************************************
       P300-GRAVA-PERFIS.
           OPEN OUTPUT PERFIL-ARQ.
           IF WS-FS-PERFIL NOT = '00'
               DISPLAY 'ERRO AO ABRIR PERFIL.DAT - FS: ' WS-FS-PERFIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P310-GRAVA-PERFIL
               VARYING WS-SUB-PRF FROM 1 BY 1
               UNTIL WS-SUB-PRF > 10000.
           CLOSE PERFIL-ARQ.

       P310-GRAVA-PERFIL.
           IF WS-PRF-QTDE (WS-SUB-PRF) > ZEROS
               COMPUTE WS-CHAVE-PRF = WS-SUB-PRF - 1
               DIVIDE WS-CHAVE-PRF BY 100 GIVING PRF-NUM-1
                      REMAINDER WS-RESTO
               MOVE WS-RESTO                  TO PRF-NUM-2
               MOVE WS-PRF-QTDE (WS-SUB-PRF)  TO PRF-QTDE-PAGTOS
               MOVE WS-PRF-SOMA (WS-SUB-PRF)  TO PRF-SOMA-VALOR
               COMPUTE PRF-MEDIA-VALOR ROUNDED =
                       PRF-SOMA-VALOR / PRF-QTDE-PAGTOS
               MOVE WS-PRF-MAIOR (WS-SUB-PRF) TO PRF-MAIOR-VALOR
               MOVE WS-PRF-ULT-DATA (WS-SUB-PRF)
                                              TO PRF-DATA-ULT-PAGTO
               MOVE WS-DATA-MOVIMENTO         TO PRF-DATA-ATUALIZ
               WRITE PRF-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR PERFIL - FS: '
                               WS-FS-PERFIL
                   NOT INVALID KEY
                       ADD 1 TO WS-TOT-PERFIS
               END-WRITE
           END-IF.

      * THE SAME ARITHMETIC THE REGISTER APPLIES AS IT CONFIRMS EACH
      * PAYMENT; THE PAYMENT DATE (DD/MM/AAAA) IS TURNED AROUND TO
      * AAAAMMDD SO THE LATEST CAN BE KEPT.
       P400-ACUMULA-PAGTO.
           ADD 1 TO WS-TOT-LIDOS.
           IF WS-PAGTO-VALOR = ZEROS
               ADD 1 TO WS-TOT-SEM-VALOR
           ELSE
               COMPUTE WS-SUB-PRF =
                       WS-PAGTO-NUM-1 * 100 + WS-PAGTO-NUM-2 + 1
               MOVE WS-PAGTO-DATA (7:4) TO WS-DATA-PAGTO-PRF (1:4)
               MOVE WS-PAGTO-DATA (4:2) TO WS-DATA-PAGTO-PRF (5:2)
               MOVE WS-PAGTO-DATA (1:2) TO WS-DATA-PAGTO-PRF (7:2)
               ADD 1              TO WS-PRF-QTDE (WS-SUB-PRF)
               ADD WS-PAGTO-VALOR TO WS-PRF-SOMA (WS-SUB-PRF)
               IF WS-PAGTO-VALOR > WS-PRF-MAIOR (WS-SUB-PRF)
                   MOVE WS-PAGTO-VALOR TO WS-PRF-MAIOR (WS-SUB-PRF)
               END-IF
               IF WS-DATA-PAGTO-PRF > WS-PRF-ULT-DATA (WS-SUB-PRF)
                   MOVE WS-DATA-PAGTO-PRF
                                  TO WS-PRF-ULT-DATA (WS-SUB-PRF)
               END-IF
           END-IF.

       END PROGRAM CBEXEBAS023.
