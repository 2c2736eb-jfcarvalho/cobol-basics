      ******************************************************************
      * Author:
      * Date:
      * Purpose: Open bounced-payment cases report. Walks the case
      *          master DEVCASOS.DAT (opened by the bank-return
      *          processor, worked in CBEXEBAS015) and prints
      *          RELDEV.TXT with one line per case not yet closed -
      *          payment, amount, bank occurrence, date of the last
      *          bounce, times bounced, case status and how many days
      *          it has been open - followed by a summary by
      *          occurrence code (count and amount) and by age band.
      *          The operator supplies a cutoff in days; cases open
      *          past it are flagged on their line and the step ends
      *          with condition code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBEXEBAS016.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVCASOS-ARQ     ASSIGN TO "DEVCASOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DVC-CHAVE
               FILE STATUS IS WS-FS-DEVCASOS.

           SELECT RELDEV-ARQ       ASSIGN TO "RELDEV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELDEV.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVCASOS-ARQ.
           COPY CPDVC01.

       FD  RELDEV-ARQ
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FS-DEVCASOS                  PIC XX VALUE '00'.
       01 WS-FS-RELDEV                    PIC XX VALUE '00'.

       01 WS-FIM-ARQ                      PIC X  VALUE 'N'.
           88 WS-FIM-CASOS                VALUE 'S'.

       01 WS-DIAS-CORTE                   PIC 9(03) VALUE ZEROS.
       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.

       77 WS-HOJE-INTEIRO                 PIC 9(07) VALUE 0.
       77 WS-DEV-INTEIRO                  PIC 9(07) VALUE 0.
       77 WS-DIAS-ABERTO                  PIC 9(05) VALUE 0.

       01 WS-TOT-LIDOS                    PIC 9(05) VALUE 0.
       01 WS-TOT-ABERTOS                  PIC 9(05) VALUE 0.
       01 WS-TOT-ENCERRADOS               PIC 9(05) VALUE 0.
       01 WS-TOT-VENCIDOS                 PIC 9(05) VALUE 0.
       01 WS-TOT-VALOR-ABERTO             PIC 9(11)V99 VALUE 0.

      * OPEN CASES BY BANK OCCURRENCE CODE. THE CODES ARE THE BANK'S,
      * NOT OURS, SO THE TABLE IS FILLED AS CODES ARE MET; ANY CODE
      * BEYOND THE LAST SLOT IS ADDED TO THE LAST ONE, SHOWN AS '??'.
       01 WS-TABELA-OCORRENCIAS.
           05 WS-OCOR-ITEM OCCURS 20 TIMES.
               10 WS-OCOR-CODIGO          PIC X(02).
               10 WS-OCOR-QTDE            PIC 9(05).
               10 WS-OCOR-VALOR           PIC 9(11)V99.
       77 WS-QTDE-OCOR                    PIC 9(02) VALUE 0.
       77 WS-SUB-OCOR                     PIC 9(02) VALUE 0.
       01 WS-OCOR-ACHOU-FLAG              PIC X VALUE 'N'.
           88 WS-OCOR-ACHOU                      VALUE 'S' FALSE 'N'.

      * OPEN CASES BY AGE BAND: 0-5, 6-15, 16-30, 31-60 AND OVER 60
      * DAYS SINCE THE LAST BOUNCE.
       01 WS-TABELA-FAIXAS.
           05 WS-FAIXA-QTDE OCCURS 5 TIMES PIC 9(05).
       01 WS-NOMES-FAIXAS.
           05 FILLER                      PIC X(14)
                                    VALUE '  0 A  5 DIAS '.
           05 FILLER                      PIC X(14)
                                    VALUE '  6 A 15 DIAS '.
           05 FILLER                      PIC X(14)
                                    VALUE ' 16 A 30 DIAS '.
           05 FILLER                      PIC X(14)
                                    VALUE ' 31 A 60 DIAS '.
           05 FILLER                      PIC X(14)
                                    VALUE ' MAIS DE 60   '.
       01 WS-NOMES-FAIXAS-R REDEFINES WS-NOMES-FAIXAS.
           05 WS-FAIXA-NOME OCCURS 5 TIMES PIC X(14).
       77 WS-SUB-FAIXA                    PIC 9(02) VALUE 0.

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
           05 WS-LIN-OCORRENCIA           PIC X(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-DATA-DEV             PIC 9(08).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-QTDE-DEV             PIC Z9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-SITUACAO             PIC X(01).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-DIAS                 PIC ZZZZ9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LIN-ALERTA               PIC X(15).
           05 FILLER                      PIC X(05) VALUE SPACES.

       01 WS-LINHA-OCORRENCIA.
           05 FILLER                      PIC X(12)
                                    VALUE ' OCORRENCIA '.
           05 WS-OCO-CODIGO               PIC X(02).
           05 FILLER                      PIC X(12)
                                    VALUE ' - ABERTOS: '.
           05 WS-OCO-QTDE                 PIC ZZZZ9.
           05 FILLER                      PIC X(09)
                                    VALUE ' VALOR: '.
           05 WS-OCO-VALOR                PIC Z(10)9.99.
           05 FILLER                      PIC X(26) VALUE SPACES.

       01 WS-LINHA-FAIXA.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-FXA-NOME                 PIC X(14).
           05 FILLER                      PIC X(12)
                                    VALUE ' - ABERTOS: '.
           05 WS-FXA-QTDE                 PIC ZZZZ9.
           05 FILLER                      PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE ZEROS TO WS-TABELA-FAIXAS.
            MOVE 0     TO WS-QTDE-OCOR.

            DISPLAY 'INFORME O CORTE DE ENVELHECIMENTO EM DIAS: '.
            ACCEPT WS-DIAS-CORTE.

            MOVE FUNCTION CURRENT-DATE      TO WS-DATA-HORA-SISTEMA.
            MOVE WS-DATA-HORA-SISTEMA (1:8) TO WS-DATA-HOJE.
            MOVE FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                                            TO WS-HOJE-INTEIRO.

            PERFORM P010-ABRE-ARQUIVOS.
            PERFORM P050-IMPRIME-CABECALHO.

            READ DEVCASOS-ARQ
                AT END
                    SET WS-FIM-CASOS TO TRUE
            END-READ.

            PERFORM UNTIL WS-FIM-CASOS
                ADD 1 TO WS-TOT-LIDOS
                IF DVC-EM-ABERTO
                    PERFORM P100-TRATA-ABERTO
                ELSE
                    ADD 1 TO WS-TOT-ENCERRADOS
                END-IF

                READ DEVCASOS-ARQ
                    AT END
                        SET WS-FIM-CASOS TO TRUE
                END-READ
            END-PERFORM.

            PERFORM P300-IMPRIME-RESUMO.

            DISPLAY 'CASOS DE DEVOLUCAO EM ABERTO - TOTAIS'.
            DISPLAY 'QTDE NO MASTER....: ' WS-TOT-LIDOS.
            DISPLAY 'QTDE EM ABERTO....: ' WS-TOT-ABERTOS.
            DISPLAY 'QTDE ENCERRADOS...: ' WS-TOT-ENCERRADOS.
            DISPLAY 'QTDE ALEM DO CORTE: ' WS-TOT-VENCIDOS.

            IF WS-TOT-VENCIDOS > 0
                DISPLAY '*** HA DEVOLUCOES EM ABERTO ALEM DO CORTE DE '
                        WS-DIAS-CORTE ' DIAS - VER RELDEV.TXT ***'
                MOVE 4 TO RETURN-CODE
            END-IF.

            CLOSE DEVCASOS-ARQ
                  RELDEV-ARQ.

            STOP RUN.

       P010-ABRE-ARQUIVOS.
           OPEN INPUT DEVCASOS-ARQ.
           IF WS-FS-DEVCASOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR DEVCASOS.DAT - FS: '
                       WS-FS-DEVCASOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RELDEV-ARQ.
           IF WS-FS-RELDEV NOT = '00'
               DISPLAY 'ERRO AO ABRIR RELDEV.TXT - FS: '
                       WS-FS-RELDEV
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' RELATORIO DE CASOS DE DEVOLUCAO EM ABERTO'
                                                TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' CORTE: ' WS-DIAS-CORTE ' DIAS  DATA BASE: '
                  WS-DATA-HOJE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' SITUACAO: A=ABERTO R=A REAPRESENTAR E=REAPRESENTADO '
              & 'G=AGUARDA DADOS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' PAGTO  DATA TRANS  VALOR       OC  DEVOLVIDA  QT  S'
              & '  DIAS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       P100-TRATA-ABERTO.
           ADD 1         TO WS-TOT-ABERTOS.
           ADD DVC-VALOR TO WS-TOT-VALOR-ABERTO.

           MOVE FUNCTION INTEGER-OF-DATE(DVC-DATA-DEVOLUCAO)
                                       TO WS-DEV-INTEIRO.
           IF WS-HOJE-INTEIRO > WS-DEV-INTEIRO
               COMPUTE WS-DIAS-ABERTO =
                       WS-HOJE-INTEIRO - WS-DEV-INTEIRO
           ELSE
               MOVE 0 TO WS-DIAS-ABERTO
           END-IF.

           PERFORM P150-ACUMULA-OCORRENCIA.
           PERFORM P160-ACUMULA-FAIXA.

           MOVE SPACES TO WS-LIN-ALERTA.
           IF WS-DIAS-ABERTO > WS-DIAS-CORTE
               ADD 1 TO WS-TOT-VENCIDOS
               MOVE '*** VENCIDO ***' TO WS-LIN-ALERTA
           END-IF.

           MOVE DVC-NUM-1           TO WS-LIN-NUM-1.
           MOVE DVC-NUM-2           TO WS-LIN-NUM-2.
           MOVE DVC-DATA            TO WS-LIN-DATA.
           MOVE DVC-VALOR           TO WS-LIN-VALOR.
           MOVE DVC-OCORRENCIA      TO WS-LIN-OCORRENCIA.
           MOVE DVC-DATA-DEVOLUCAO  TO WS-LIN-DATA-DEV.
           MOVE DVC-QTDE-DEVOLUCOES TO WS-LIN-QTDE-DEV.
           MOVE DVC-SITUACAO        TO WS-LIN-SITUACAO.
           MOVE WS-DIAS-ABERTO      TO WS-LIN-DIAS.
           MOVE WS-LINHA-DETALHE TO REL-LINHA.
           WRITE REL-LINHA.

       P150-ACUMULA-OCORRENCIA.
           SET WS-OCOR-ACHOU TO FALSE.
           PERFORM P155-PROCURA-OCORRENCIA
               VARYING WS-SUB-OCOR FROM 1 BY 1
               UNTIL WS-SUB-OCOR > WS-QTDE-OCOR
                  OR WS-OCOR-ACHOU.
           IF NOT WS-OCOR-ACHOU
               IF WS-QTDE-OCOR < 20
                   ADD 1 TO WS-QTDE-OCOR
                   MOVE DVC-OCORRENCIA
                        TO WS-OCOR-CODIGO (WS-QTDE-OCOR)
                   MOVE 1 TO WS-OCOR-QTDE (WS-QTDE-OCOR)
                   MOVE DVC-VALOR
                        TO WS-OCOR-VALOR (WS-QTDE-OCOR)
               ELSE
                   MOVE '??'      TO WS-OCOR-CODIGO (20)
                   ADD 1          TO WS-OCOR-QTDE   (20)
                   ADD DVC-VALOR  TO WS-OCOR-VALOR  (20)
               END-IF
           END-IF.

       P155-PROCURA-OCORRENCIA.
           IF WS-OCOR-CODIGO (WS-SUB-OCOR) = DVC-OCORRENCIA
               ADD 1         TO WS-OCOR-QTDE  (WS-SUB-OCOR)
               ADD DVC-VALOR TO WS-OCOR-VALOR (WS-SUB-OCOR)
               SET WS-OCOR-ACHOU TO TRUE
           END-IF.

       P160-ACUMULA-FAIXA.
           EVALUATE TRUE
               WHEN WS-DIAS-ABERTO <= 5
                   MOVE 1 TO WS-SUB-FAIXA
               WHEN WS-DIAS-ABERTO <= 15
                   MOVE 2 TO WS-SUB-FAIXA
               WHEN WS-DIAS-ABERTO <= 30
                   MOVE 3 TO WS-SUB-FAIXA
               WHEN WS-DIAS-ABERTO <= 60
                   MOVE 4 TO WS-SUB-FAIXA
               WHEN OTHER
                   MOVE 5 TO WS-SUB-FAIXA
           END-EVALUATE.
           ADD 1 TO WS-FAIXA-QTDE (WS-SUB-FAIXA).

       P300-IMPRIME-RESUMO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' EM ABERTO POR OCORRENCIA' TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM P350-IMPRIME-OCORRENCIA
               VARYING WS-SUB-OCOR FROM 1 BY 1
               UNTIL WS-SUB-OCOR > WS-QTDE-OCOR.

           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' EM ABERTO POR IDADE' TO REL-LINHA.
           WRITE REL-LINHA.

           PERFORM P360-IMPRIME-FAIXA
               VARYING WS-SUB-FAIXA FROM 1 BY 1
               UNTIL WS-SUB-FAIXA > 5.

           MOVE SPACES TO REL-LINHA.
           STRING ' TOTAL EM ABERTO: ' WS-TOT-ABERTOS
                  '  ALEM DO CORTE: ' WS-TOT-VENCIDOS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       P350-IMPRIME-OCORRENCIA.
           MOVE WS-OCOR-CODIGO (WS-SUB-OCOR) TO WS-OCO-CODIGO.
           MOVE WS-OCOR-QTDE   (WS-SUB-OCOR) TO WS-OCO-QTDE.
           MOVE WS-OCOR-VALOR  (WS-SUB-OCOR) TO WS-OCO-VALOR.
           MOVE WS-LINHA-OCORRENCIA TO REL-LINHA.
           WRITE REL-LINHA.

       P360-IMPRIME-FAIXA.
           MOVE WS-FAIXA-NOME (WS-SUB-FAIXA) TO WS-FXA-NOME.
           MOVE WS-FAIXA-QTDE (WS-SUB-FAIXA) TO WS-FXA-QTDE.
           MOVE WS-LINHA-FAIXA TO REL-LINHA.
           WRITE REL-LINHA.

       END PROGRAM CBEXEBAS016.
