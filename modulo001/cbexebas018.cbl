      ******************************************************************
      * Author:
      * Date:
      * Purpose: Morning release of scheduled payments. Runs ahead of
      *          the front-end edit: takes the business date from the
      *          header of the day's TRANSACOES.DAT and walks the
      *          scheduled-payments master AGENDADOS.DAT (filed by the
      *          payment register for transactions dated after their
      *          business date) up to that date. Each payment that
      *          has fallen due is checked again - it must not be in
      *          the payment history (HISTPAGTO.DAT) and its
      *          beneficiary must still be registered and active in
      *          BENEFICIARIOS.DAT - and is then appended, exactly as
      *          the client sent it, to the day's TRANSACOES.DAT, whose
      *          trailer count is raised by the number appended so the
      *          edit step still balances the file. A payment that
      *          fails a check is marked refused with its reason and
      *          left out. RELLIB.TXT lists every item released or
      *          refused; a refusal ends the step with condition code
      *          4. A rerun on the same day appends nothing twice: an
      *          item released today that is already in the file is
      *          recognised and skipped.
      *          The job runs once per remittance window. An item is
      *          stamped with the window it went out in - one past the
      *          last window of the day JANPROC.DAT shows balanced -
      *          and once that window is balanced it is not released
      *          again in a later one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS018.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-ARQ      ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT SAIDA-ARQ        ASSIGN TO "TRANSACOES.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT AGENDA-ARQ       ASSIGN TO "AGENDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-FS-AGENDA.

           SELECT HISTORICO-ARQ    ASSIGN TO "HISTPAGTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT BENEFICIARIOS-ARQ ASSIGN TO "BENEFICIARIOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WS-FS-BENEFICIARIOS.

           SELECT RELLIB-ARQ       ASSIGN TO "RELLIB.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELLIB.

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

       FD  AGENDA-ARQ.
           COPY CPAGD01.

       FD  HISTORICO-ARQ.
           COPY CPHIST01.

       FD  BENEFICIARIOS-ARQ.
           COPY CPBEN01.

       FD  RELLIB-ARQ
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
           05 WS-DET-NUM-1                PIC X(02).
           05 WS-DET-NUM-2                PIC X(02).
           05 WS-DET-DATA.
               10 WS-DET-DD               PIC X(02).
               10 FILLER                  PIC X(01).
               10 WS-DET-MM               PIC X(02).
               10 FILLER                  PIC X(01).
               10 WS-DET-AAAA             PIC X(04).
           05 FILLER                      PIC X(10).

      * THE TRAILER IS REBUILT WITH THE SENDER'S COUNT PLUS THE
      * DETAILS APPENDED HERE.
       01 WS-NOVO-TRAILER.
           05 FILLER                      PIC X(01) VALUE 'T'.
           05 WS-NTR-QTDE                 PIC 9(05).
           05 FILLER                      PIC X(18) VALUE SPACES.

       01 WS-FS-ENTRADA                   PIC XX VALUE '00'.
       01 WS-FS-SAIDA                     PIC XX VALUE '00'.
       01 WS-FS-AGENDA                    PIC XX VALUE '00'.
       01 WS-FS-HISTORICO                 PIC XX VALUE '00'.
       01 WS-FS-BENEFICIARIOS             PIC XX VALUE '00'.
       01 WS-FS-RELLIB                    PIC XX VALUE '00'.
       01 WS-FS-JANPROC                   PIC XX VALUE '00'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-ENTRADA              VALUE 'S' FALSE 'N'.

       01 WS-FIM-AGENDA-FLAG              PIC X  VALUE 'N'.
           88 WS-FIM-AGENDA                      VALUE 'S' FALSE 'N'.

       01 WS-TRAILER-OK-FLAG              PIC X  VALUE 'N'.
           88 WS-TRAILER-OK                      VALUE 'S' FALSE 'N'.

       01 WS-HISTORICO-OK-FLAG            PIC X  VALUE 'N'.
           88 WS-HISTORICO-DISPONIVEL            VALUE 'S' FALSE 'N'.

       01 WS-BENEF-OK-FLAG                PIC X  VALUE 'N'.
           88 WS-BENEF-DISPONIVEL                VALUE 'S' FALSE 'N'.

       01 WS-RECUSA-FLAG                  PIC X  VALUE 'N'.
           88 WS-RECUSADO                        VALUE 'S' FALSE 'N'.

       01 WS-FIM-JANPROC-FLAG             PIC X  VALUE 'N'.
           88 WS-FIM-JANPROC                     VALUE 'S' FALSE 'N'.

       01 WS-NO-MOVIMENTO-FLAG            PIC X  VALUE 'N'.
           88 WS-JA-NO-MOVIMENTO                 VALUE 'S' FALSE 'N'.

       01 WS-MOTIVO-RECUSA                PIC X(30) VALUE SPACES.

      * BUSINESS DATE OF THE DAY'S FILE, FROM ITS HEADER, AS AAAAMMDD.
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * LAST WINDOW OF THE DATE ALREADY BALANCED (ZERO IF NONE); THIS
      * RUN'S RELEASES GO OUT IN A LATER ONE.
       01 WS-ULT-JANELA-BATIDA            PIC 9(02) VALUE ZEROS.
       01 WS-JANELA-LIB                   PIC 9(02) VALUE ZEROS.

       01 WS-QTDE-ESPERADA                PIC 9(05) VALUE 0.
       01 WS-QTDE-DETALHES                PIC 9(05) VALUE 0.
       01 WS-TOT-LIBERADOS                PIC 9(05) VALUE 0.
       01 WS-TOT-RECUSADOS                PIC 9(05) VALUE 0.
       01 WS-TOT-JA-LIBERADOS             PIC 9(05) VALUE 0.
       01 WS-SOMA-LIBERADOS               PIC 9(11)V99 VALUE 0.

      * ITEMS A PRIOR RUN OF THIS STEP ALREADY RELEASED TODAY, IN A
      * WINDOW NOT YET BALANCED, WITH THE PAIR AND DATE THEY WENT
      * INTO THE FILE UNDER; THOSE FOUND IN THE FILE ARE NOT
      * APPENDED AGAIN.
       01 WS-TABELA-JA-LIBERADOS.
           05 WS-JAL-ITEM OCCURS 2000 TIMES.
               10 WS-JAL-CHAVE            PIC X(12).
               10 WS-JAL-NUM-1            PIC X(02).
               10 WS-JAL-NUM-2            PIC X(02).
               10 WS-JAL-DATA             PIC X(10).
               10 WS-JAL-SITUACAO         PIC X(01).
                   88 WS-JAL-NO-MOVIMENTO        VALUE 'S'.
       77 WS-QTDE-JAL                     PIC 9(04) VALUE 0.
       77 WS-SUB-JAL                      PIC 9(04) VALUE 0.

       01 WS-LINHA-DETALHE.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-NUM-1                PIC 9(02).
           05 FILLER                      PIC X(01) VALUE '/'.
           05 WS-LIN-NUM-2                PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-DATA                 PIC X(10).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-VALOR                PIC Z(6)9.99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-AGENDADO             PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-RESULTADO            PIC X(09).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LIN-MOTIVO               PIC X(28).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P100-COPIA-HEADER.
            PERFORM P170-ULTIMA-JANELA-BATIDA.
            PERFORM P180-CARREGA-JA-LIBERADOS.
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

            PERFORM P200-LIBERA-VENCIDOS.

            ADD WS-QTDE-ESPERADA WS-TOT-LIBERADOS GIVING WS-NTR-QTDE.
            MOVE WS-NOVO-TRAILER TO SAI-REG.
            WRITE SAI-REG.

            CLOSE ENTRADA-ARQ
                  SAIDA-ARQ.

            IF WS-TOT-LIBERADOS > 0
                PERFORM P300-REGRAVA-ENTRADA
            END-IF.

            PERFORM P350-IMPRIME-RESUMO.

            DISPLAY 'LIBERACAO DE AGENDADOS - TOTAIS'.
            DISPLAY 'DATA DE MOVIMENTO.: ' WS-DATA-MOVIMENTO.
            DISPLAY 'QTDE LIBERADOS....: ' WS-TOT-LIBERADOS.
            DISPLAY 'VALOR LIBERADO....: ' WS-SOMA-LIBERADOS.
            DISPLAY 'QTDE RECUSADOS....: ' WS-TOT-RECUSADOS.
            DISPLAY 'JA NO MOVIMENTO...: ' WS-TOT-JA-LIBERADOS.

            IF WS-TOT-RECUSADOS > 0
                DISPLAY 'HA AGENDADOS RECUSADOS - VER RELLIB.TXT'
                MOVE 4 TO RETURN-CODE
            END-IF.

            CLOSE AGENDA-ARQ
                  RELLIB-ARQ.
            IF WS-HISTORICO-DISPONIVEL
                CLOSE HISTORICO-ARQ
            END-IF.
            IF WS-BENEF-DISPONIVEL
                CLOSE BENEFICIARIOS-ARQ
            END-IF.

            STOP RUN.

      ******************************************************************
      * THE DAY'S FILE AND THE SCHEDULED MASTER ARE BOTH REQUIRED. THE
      * HISTORY AND BENEFICIARY MASTERS GET THE REGISTER'S NON-FATAL
      * TREATMENT: WITHOUT THEM THE CHECK IS SKIPPED WITH A WARNING,
      * AND THE REGISTER STILL REPEATS IT WHEN THE PAYMENT REACHES IT.
      ******************************************************************
       P010-ABRE-ARQUIVOS.
           OPEN INPUT ENTRADA-ARQ.
           IF WS-FS-ENTRADA NOT = '00'
               DISPLAY 'ERRO AO ABRIR TRANSACOES.DAT - FS: '
                       WS-FS-ENTRADA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O AGENDA-ARQ.
           IF WS-FS-AGENDA = '35'
               OPEN OUTPUT AGENDA-ARQ
               CLOSE AGENDA-ARQ
               OPEN I-O AGENDA-ARQ
           END-IF.
           IF WS-FS-AGENDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR AGENDADOS.DAT - FS: '
                       WS-FS-AGENDA
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

           OPEN OUTPUT RELLIB-ARQ.
           IF WS-FS-RELLIB NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELLIB.TXT - FS: '
                       WS-FS-RELLIB
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT HISTORICO-ARQ.
           IF WS-FS-HISTORICO = '00'
               SET WS-HISTORICO-DISPONIVEL TO TRUE
           ELSE
               SET WS-HISTORICO-DISPONIVEL TO FALSE
               DISPLAY 'HISTORICO DE PAGAMENTOS NAO DISPONIVEL - FS: '
                       WS-FS-HISTORICO
               DISPLAY 'DUPLICIDADE NAO SERA VERIFICADA NA LIBERACAO'
           END-IF.

           OPEN INPUT BENEFICIARIOS-ARQ.
           IF WS-FS-BENEFICIARIOS = '00'
               SET WS-BENEF-DISPONIVEL TO TRUE
           ELSE
               SET WS-BENEF-DISPONIVEL TO FALSE
               DISPLAY 'CADASTRO DE BENEFICIARIOS NAO DISPONIVEL - '
                       'FS: ' WS-FS-BENEFICIARIOS
               DISPLAY 'BENEFICIARIOS NAO SERAO VERIFICADOS NA '
                       'LIBERACAO'
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' LIBERACAO DE PAGAMENTOS AGENDADOS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                  '  JANELAS BATIDAS: ' WS-ULT-JANELA-BATIDA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' PAGTO  DATA VALOR  VALOR       AGENDADO  RESULTADO'
              & ' MOTIVO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * THE HEADER IS COPIED AS IS AND ITS DATE BECOMES THE RELEASE
      * DATE. A FILE WITHOUT A PROPER HEADER IS LEFT UNTOUCHED: THE
      * EDIT STEP FAILS IT ON ITS OWN.
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

           COMPUTE WS-DATA-MOVIMENTO = WS-DATA-AA * 10000
                                     + WS-DATA-MM * 100
                                     + WS-DATA-DD.
           DISPLAY 'LIBERANDO AGENDADOS ATE ' WS-DATA-MOVIMENTO.

           MOVE ENT-REG TO SAI-REG.
           WRITE SAI-REG.

      ******************************************************************
      * DETAILS ARE COPIED THROUGH; THE SENDER'S TRAILER IS HELD BACK
      * AND REWRITTEN AT THE END WITH THE RELEASED ITEMS ADDED.
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
               PERFORM P160-VERIFICA-JA-LIBERADO
           END-IF.

      * A DETAIL WITH THE PAIR AND DATE OF AN ITEM RELEASED TODAY IS
      * THAT ITEM, PUT IN BY AN EARLIER RUN OF THIS STEP. THE DETAIL
      * CARRIES THE ITEM'S OWN DATE (AGD-DATA), NOT ITS VALUE DATE:
      * THE TWO DIFFER FOR A PAYMENT CARRIED OVER AFTER THE LAST
      * CUT-OFF.
       P160-VERIFICA-JA-LIBERADO.
           PERFORM P165-COMPARA-DETALHE
               VARYING WS-SUB-JAL FROM 1 BY 1
               UNTIL WS-SUB-JAL > WS-QTDE-JAL.

       P165-COMPARA-DETALHE.
           IF WS-JAL-NUM-1 (WS-SUB-JAL) = WS-DET-NUM-1
              AND WS-JAL-NUM-2 (WS-SUB-JAL) = WS-DET-NUM-2
              AND WS-JAL-DATA (WS-SUB-JAL) = WS-DET-DATA
               MOVE 'S' TO WS-JAL-SITUACAO (WS-SUB-JAL)
           END-IF.

      ******************************************************************
      * THE WINDOW LOG IS ONLY READ. WITHOUT IT NO WINDOW OF THE DAY
      * HAS BEEN BALANCED YET.
      ******************************************************************
       P170-ULTIMA-JANELA-BATIDA.
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
               PERFORM P175-LE-JANPROC UNTIL WS-FIM-JANPROC
               CLOSE JANPROC-ARQ
           END-IF.
           ADD 1 WS-ULT-JANELA-BATIDA GIVING WS-JANELA-LIB.

       P175-LE-JANPROC.
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
      * THE ITEMS ALREADY RELEASED TODAY IN A WINDOW NOT YET BALANCED
      * ARE LISTED BEFORE THE DAY'S FILE IS COPIED, SO EACH DETAIL
      * CAN BE MATCHED AGAINST THEM AS IT GOES THROUGH.
      ******************************************************************
       P180-CARREGA-JA-LIBERADOS.
           MOVE ZEROS TO AGD-CHAVE.
           SET WS-FIM-AGENDA TO FALSE.
           START AGENDA-ARQ KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   SET WS-FIM-AGENDA TO TRUE
           END-START.

           PERFORM P185-LE-JA-LIBERADO UNTIL WS-FIM-AGENDA.

       P185-LE-JA-LIBERADO.
           READ AGENDA-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-AGENDA TO TRUE
               NOT AT END
                   IF AGD-DATA-VALOR > WS-DATA-MOVIMENTO
                       SET WS-FIM-AGENDA TO TRUE
                   ELSE
                       IF AGD-LIBERADO
                          AND AGD-DATA-SIT = WS-DATA-MOVIMENTO
                          AND AGD-JANELA-LIB > WS-ULT-JANELA-BATIDA
                           PERFORM P187-GUARDA-JA-LIBERADO
                       END-IF
                   END-IF
           END-READ.

       P187-GUARDA-JA-LIBERADO.
           IF WS-QTDE-JAL >= 2000
               DISPLAY 'TABELA DE JA LIBERADOS CHEIA - MAXIMO 2000'
               MOVE 8 TO RETURN-CODE
               PERFORM P900-ENCERRA-COM-ERRO
           END-IF.
           ADD 1 TO WS-QTDE-JAL.
           MOVE AGD-CHAVE TO WS-JAL-CHAVE (WS-QTDE-JAL).
           MOVE AGD-NUM-1 TO WS-JAL-NUM-1 (WS-QTDE-JAL).
           MOVE AGD-NUM-2 TO WS-JAL-NUM-2 (WS-QTDE-JAL).
           MOVE AGD-DATA  TO WS-JAL-DATA (WS-QTDE-JAL).
           MOVE 'N'       TO WS-JAL-SITUACAO (WS-QTDE-JAL).

      ******************************************************************
      * THE SCHEDULED MASTER IS READ IN VALUE-DATE ORDER FROM THE
      * BEGINNING UP TO THE BUSINESS DATE, SO AN ITEM WHOSE VALUE DATE
      * FELL ON A DAY THE JOB DID NOT RUN IS STILL PICKED UP.
      ******************************************************************
       P200-LIBERA-VENCIDOS.
           MOVE ZEROS TO AGD-CHAVE.
           SET WS-FIM-AGENDA TO FALSE.
           START AGENDA-ARQ KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   SET WS-FIM-AGENDA TO TRUE
           END-START.

           PERFORM P210-LE-AGENDADO UNTIL WS-FIM-AGENDA.

       P210-LE-AGENDADO.
           READ AGENDA-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-AGENDA TO TRUE
               NOT AT END
                   IF AGD-DATA-VALOR > WS-DATA-MOVIMENTO
                       SET WS-FIM-AGENDA TO TRUE
                   ELSE
                       PERFORM P220-TRATA-AGENDADO
                   END-IF
           END-READ.

       P220-TRATA-AGENDADO.
           EVALUATE TRUE
               WHEN AGD-AGENDADO
                   PERFORM P230-VERIFICA-AGENDADO
                   IF WS-RECUSADO
                       PERFORM P250-RECUSA-AGENDADO
                   ELSE
                       PERFORM P240-LIBERA-AGENDADO
                   END-IF
      * RELEASED TODAY IN A WINDOW NOT YET BALANCED: A RERUN OF THAT
      * WINDOW, SO THE ITEM GOES OUT AGAIN UNLESS ALREADY IN THE FILE.
               WHEN AGD-LIBERADO AND AGD-DATA-SIT = WS-DATA-MOVIMENTO
                    AND AGD-JANELA-LIB > WS-ULT-JANELA-BATIDA
                   SET WS-JA-NO-MOVIMENTO TO FALSE
                   PERFORM P225-PROCURA-JA-LIBERADO
                       VARYING WS-SUB-JAL FROM 1 BY 1
                       UNTIL WS-SUB-JAL > WS-QTDE-JAL
                          OR WS-JA-NO-MOVIMENTO
                   IF WS-JA-NO-MOVIMENTO
                       ADD 1 TO WS-TOT-JA-LIBERADOS
                   ELSE
                       PERFORM P240-LIBERA-AGENDADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P225-PROCURA-JA-LIBERADO.
           IF WS-JAL-CHAVE (WS-SUB-JAL) = AGD-CHAVE
              AND WS-JAL-NO-MOVIMENTO (WS-SUB-JAL)
               SET WS-JA-NO-MOVIMENTO TO TRUE
           END-IF.

      ******************************************************************
      * THE REGISTER'S OWN DUPLICATE AND BENEFICIARY CHECKS, REPEATED
      * ON THE VALUE DATE: THE PAYMENT MAY HAVE BEEN PAID SOME OTHER
      * WAY, OR ITS BENEFICIARY BLOCKED, WHILE IT WAITED.
      ******************************************************************
       P230-VERIFICA-AGENDADO.
           SET WS-RECUSADO TO FALSE.
           MOVE SPACES TO WS-MOTIVO-RECUSA.

           IF WS-HISTORICO-DISPONIVEL
               MOVE AGD-NUM-1      TO HIST-NUM-1
               MOVE AGD-NUM-2      TO HIST-NUM-2
               MOVE AGD-DATA       TO HIST-DATA
               READ HISTORICO-ARQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-RECUSADO TO TRUE
                       MOVE 'PAGAMENTO JA CONFIRMADO ANTES'
                                   TO WS-MOTIVO-RECUSA
               END-READ
           END-IF.

           IF WS-BENEF-DISPONIVEL AND NOT WS-RECUSADO
               MOVE AGD-NUM-1      TO BEN-NUM-1
               MOVE AGD-NUM-2      TO BEN-NUM-2
               READ BENEFICIARIOS-ARQ
                   INVALID KEY
                       SET WS-RECUSADO TO TRUE
                       MOVE 'BENEFICIARIO INEXISTENTE'
                                   TO WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       IF BEN-BLOQUEADO
                           SET WS-RECUSADO TO TRUE
                           MOVE 'BENEFICIARIO BLOQUEADO'
                                   TO WS-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF.

       P240-LIBERA-AGENDADO.
           MOVE AGD-NUM-1      TO TRAN-NUM-1 OF SAI-DETALHE.
           MOVE AGD-NUM-2      TO TRAN-NUM-2 OF SAI-DETALHE.
           MOVE AGD-DATA       TO TRAN-DATA  OF SAI-DETALHE.
           MOVE AGD-VALOR      TO TRAN-VALOR OF SAI-DETALHE.
           MOVE AGD-PAGTO      TO TRAN-PAGTO OF SAI-DETALHE.
           WRITE SAI-DETALHE.

           ADD 1         TO WS-TOT-LIBERADOS.
           ADD AGD-VALOR TO WS-SOMA-LIBERADOS.

           SET AGD-LIBERADO        TO TRUE.
           MOVE WS-DATA-MOVIMENTO  TO AGD-DATA-SIT.
           MOVE WS-JANELA-LIB      TO AGD-JANELA-LIB.
           MOVE SPACES             TO AGD-MOTIVO.
           REWRITE AGD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AGENDADOS - FS: '
                           WS-FS-AGENDA
           END-REWRITE.

           MOVE 'LIBERADO' TO WS-LIN-RESULTADO.
           MOVE SPACES     TO WS-LIN-MOTIVO.
           PERFORM P290-IMPRIME-LINHA.

       P250-RECUSA-AGENDADO.
           ADD 1 TO WS-TOT-RECUSADOS.

           SET AGD-RECUSADO        TO TRUE.
           MOVE WS-DATA-MOVIMENTO  TO AGD-DATA-SIT.
           MOVE WS-MOTIVO-RECUSA   TO AGD-MOTIVO.
           REWRITE AGD-REG
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR AGENDADOS - FS: '
                           WS-FS-AGENDA
           END-REWRITE.

           DISPLAY 'AGENDADO RECUSADO: ' AGD-NUM-1 '/' AGD-NUM-2
                   ' ' AGD-DATA ' - ' WS-MOTIVO-RECUSA.
           MOVE 'RECUSADO'       TO WS-LIN-RESULTADO.
           MOVE WS-MOTIVO-RECUSA TO WS-LIN-MOTIVO.
           PERFORM P290-IMPRIME-LINHA.

       P290-IMPRIME-LINHA.
           MOVE AGD-NUM-1      TO WS-LIN-NUM-1.
           MOVE AGD-NUM-2      TO WS-LIN-NUM-2.
           MOVE AGD-DATA       TO WS-LIN-DATA.
           MOVE AGD-VALOR      TO WS-LIN-VALOR.
           MOVE AGD-DATA-AGEND TO WS-LIN-AGENDADO.
           MOVE WS-LINHA-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

      ******************************************************************
      * THE WORK FILE, NOW HEADER + DETAILS + RELEASED ITEMS + THE
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
           STRING ' LIBERADOS: ' WS-TOT-LIBERADOS
                  '  RECUSADOS: ' WS-TOT-RECUSADOS
                  '  JA NO MOVIMENTO: ' WS-TOT-JA-LIBERADOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' NOVA CONTAGEM DO TRAILER: ' WS-NTR-QTDE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      * A STRUCTURAL FAULT IN THE DAY'S FILE: NOTHING IS RELEASED AND
      * TRANSACOES.DAT IS LEFT AS IT CAME, FOR THE EDIT STEP TO REJECT.
       P900-ENCERRA-COM-ERRO.
           CLOSE ENTRADA-ARQ
                 SAIDA-ARQ
                 AGENDA-ARQ
                 RELLIB-ARQ.
           STOP RUN.

       END PROGRAM CBEXEBAS018.
