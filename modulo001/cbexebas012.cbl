      *          cross-balances every file the day's job produced:
      *          TRANSVAL.DAT record count against CONFIRMADOS.DAT
      *          plus REJEITADOS.DAT plus the items still held in
      *          PENDENTES.DAT plus the future-dated payments the
      *          register filed in AGENDADOS.DAT; the per-reason
      *          rejection counts in TOTAIS.DAT against what is
      *          actually in
      *          REJEITADOS.DAT; the REMESSA.DAT trailer against its
      *          own details and the confirmed totals (plus any
      *          bounced payments re-presented on it); every
      *          ROLAGEM.DAT entry against a confirmed record under
      *          its adjusted date (or a rejection/held item of the
      *          same pair); and the day's AUDITORIA.DAT entries
      *          against the transactions processed; and the
      *          amount anomalies counted in TOTAIS.DAT against the
      *          day's ANOMALIAS.DAT, broken down by reason in the
      *          footer. Prints the
      *          one-page proof RELPROVA.TXT and ends with condition
      *          code 8 on any mismatch, so an out-of-balance day
      *          cannot close silently.
      *          The day is worked in remittance windows, each run of
      *          the job being one (DATAMOV.DAT says which): the
      *          proofs above balance the window, a window received
      *          after the last cut-off must have sent no remittance,
      *          and the window's figures are logged in JANPROC.DAT.
      *          The day is then balanced as a whole - the windows
      *          logged so far against the date's single TOTHIST.DAT
      *          line, the day's filings in AGENDADOS.DAT and the
      *          day's AUDITORIA.DAT entries - and the windows are
      *          listed in the footer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT AGENDA-ARQ       ASSIGN TO "AGENDADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGD-CHAVE
               FILE STATUS IS WS-FS-AGENDA.

           SELECT ANOMALIAS-ARQ    ASSIGN TO "ANOMALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANOMALIAS.

           SELECT DATAMOV-ARQ      ASSIGN TO "DATAMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATAMOV.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELPROVA.

           SELECT TOTHIST-ARQ      ASSIGN TO "TOTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TOTHIST.

           SELECT JANPROC-ARQ      ASSIGN TO "JANPROC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JNP-CHAVE
               FILE STATUS IS WS-FS-JANPROC.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-ARQ

       FD  PENDENTES-ARQ
           RECORDING MODE IS F.
           COPY CPPND01.

       FD  TOTAIS-ARQ
           RECORDING MODE IS F.

       FD  REMESSA-ARQ
           RECORDING MODE IS F.
       01  REM-REG                   PIC X(60).

       FD  ROLAGEM-ARQ
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY CPAUD01.

       FD  AGENDA-ARQ.
           COPY CPAGD01.

       FD  ANOMALIAS-ARQ
           RECORDING MODE IS F.
           COPY CPANM01.

       FD  DATAMOV-ARQ
           RECORDING MODE IS F.
           COPY CPDMOV01.
           RECORDING MODE IS F.
       01  REL-LINHA                 PIC X(80).

       FD  TOTHIST-ARQ
           RECORDING MODE IS F.
           COPY CPTOTH01.

       FD  JANPROC-ARQ.
           COPY CPJNP01.

       WORKING-STORAGE SECTION.
       01 WS-FS-TRANSACOES                PIC XX VALUE '00'.
       01 WS-FS-CONFIRMADOS               PIC XX VALUE '00'.
       01 WS-FS-ROLAGEM                   PIC XX VALUE '00'.
       01 WS-FS-AUDITORIA                 PIC XX VALUE '00'.
       01 WS-FS-DATAMOV                   PIC XX VALUE '00'.
       01 WS-FS-AGENDA                    PIC XX VALUE '00'.
       01 WS-FS-ANOMALIAS                 PIC XX VALUE '00'.
       01 WS-FS-RELPROVA                  PIC XX VALUE '00'.
       01 WS-FS-TOTHIST                   PIC XX VALUE '00'.
       01 WS-FS-JANPROC                   PIC XX VALUE '00'.

       01 WS-FIM-ARQ-FLAG                 PIC X VALUE 'N'.
           88 WS-FIM-ARQ                         VALUE 'S' FALSE 'N'.
       01 WS-DATA-HORA-SISTEMA            PIC X(21).
       01 WS-DATA-MOVIMENTO               PIC 9(08) VALUE ZEROS.

      * THE REMITTANCE WINDOW UNDER PROOF, FROM DATAMOV.DAT.
       01 WS-JANELA                       PIC 9(02) VALUE 1.
       01 WS-HORA-CHEGADA                 PIC 9(04) VALUE ZEROS.
       01 WS-HORA-CORTE                   PIC 9(04) VALUE ZEROS.
       01 WS-POS-CORTE                    PIC X(01) VALUE 'N'.
           88 WS-APOS-ULTIMO-CORTE               VALUE 'S'.

       01 WS-FIM-JANPROC-FLAG             PIC X VALUE 'N'.
           88 WS-FIM-JANPROC                     VALUE 'S' FALSE 'N'.

       01 WS-JANPROC-EXISTE-FLAG          PIC X VALUE 'N'.
           88 WS-JANPROC-EXISTE                  VALUE 'S' FALSE 'N'.

      * THE REMITTANCE RECORD IS REPARSED HERE WITH THE SAME LAYOUT
      * CBEXEBAS005 WRITES, SO THE TRAILER CAN BE PROVED AGAINST THE
      * DETAILS ACTUALLY ON THE FILE.
       01 WS-REGISTRO-REM                 PIC X(60) VALUE SPACES.
       01 WS-REM-R REDEFINES WS-REGISTRO-REM.
           05 WS-REM-TIPO                 PIC X(01).
           05 FILLER                      PIC X(59).
       01 WS-REM-DETALHE REDEFINES WS-REGISTRO-REM.
           05 FILLER                      PIC X(01).
           05 WS-DET-SEQUENCIA            PIC 9(06).
           05 WS-DET-NUM-2                PIC 9(02).
           05 WS-DET-DATA-VALOR           PIC 9(08).
           05 WS-DET-VALOR                PIC 9(07)V99.
           05 WS-DET-MOVIMENTO            PIC X(02).
               88 WS-DET-REAPRESENTACAO   VALUE 'RP'.
           05 WS-DET-BANCO                PIC 9(03).
           05 WS-DET-AGENCIA              PIC 9(04).
           05 WS-DET-CONTA                PIC X(12).
           05 FILLER                      PIC X(11).
       01 WS-REM-HEADER REDEFINES WS-REGISTRO-REM.
           05 FILLER                      PIC X(01).
           05 WS-HDR-DATA-GER             PIC 9(08).
           05 WS-HDR-SEQUENCIA            PIC 9(06).
           05 FILLER                      PIC X(45).
       01 WS-REM-TRAILER REDEFINES WS-REGISTRO-REM.
           05 FILLER                      PIC X(01).
           05 WS-TRL-QTDE                 PIC 9(06).
           05 WS-TRL-SOMA-NUM-1           PIC 9(07).
           05 WS-TRL-SOMA-NUM-2           PIC 9(07).
           05 WS-TRL-SOMA-VALOR           PIC 9(11)V99.
           05 FILLER                      PIC X(26).

       01 WS-QTDE-TRANSVAL                PIC 9(07) VALUE 0.
       01 WS-QTDE-CONF                    PIC 9(07) VALUE 0.
       01 WS-QTDE-REJ                     PIC 9(07) VALUE 0.
       01 WS-QTDE-PEND                    PIC 9(07) VALUE 0.
       01 WS-QTDE-AGEND                   PIC 9(07) VALUE 0.
       01 WS-QTDE-ANOM                    PIC 9(07) VALUE 0.
       01 WS-SOMA-CONF-VALOR              PIC 9(11)V99 VALUE 0.

       01 WS-REJ-POR-MOTIVO.
           05 WS-REJ-AUTO                 PIC 9(05) VALUE 0.
           05 WS-REJ-BEN                  PIC 9(05) VALUE 0.

       01 WS-ANOM-POR-MOTIVO.
           05 WS-ANOM-MEDIA               PIC 9(05) VALUE 0.
           05 WS-ANOM-MAXIMO              PIC 9(05) VALUE 0.
           05 WS-ANOM-PRIMEIRO            PIC 9(05) VALUE 0.

       01 WS-REM-QTDE-DET                 PIC 9(06) VALUE 0.
       01 WS-REM-SOMA-NUM-1               PIC 9(07) VALUE 0.
       01 WS-REM-SOMA-NUM-2               PIC 9(07) VALUE 0.
       01 WS-REM-SOMA-VALOR               PIC 9(11)V99 VALUE 0.
       01 WS-REM-QTDE-REAP                PIC 9(06) VALUE 0.
       01 WS-REM-QTDE-REG                 PIC 9(06) VALUE 0.
       01 WS-REM-SEQUENCIA                PIC 9(06) VALUE 0.
       01 WS-REM-TRAILER-OK-FLAG          PIC X VALUE 'N'.
           88 WS-REM-TEM-TRAILER                 VALUE 'S' FALSE 'N'.


       77 WS-QTDE-ERROS                   PIC 9(03) VALUE 0.

      * THE DAY AS A WHOLE: THE WINDOWS ALREADY LOGGED FOR THE DATE
      * (OTHER THAN THE ONE UNDER PROOF, WHICH A RERUN REPLACES) PLUS
      * THIS ONE, AGAINST THE DATE'S TOTALS-HISTORY LINE.
       01 WS-DIA-QTDE-JANELAS             PIC 9(03) VALUE 0.
       01 WS-DIA-QTDE-TRANSVAL            PIC 9(07) VALUE 0.
       01 WS-DIA-QTDE-AGEND               PIC 9(07) VALUE 0.
       01 WS-DIA-QTDE-CONF                PIC 9(07) VALUE 0.
       01 WS-DIA-QTDE-REJ                 PIC 9(07) VALUE 0.
       01 WS-DIA-SOMA-NUM-1               PIC 9(09) VALUE 0.
       01 WS-DIA-SOMA-NUM-2               PIC 9(09) VALUE 0.
       01 WS-DIA-SOMA-CONF-VALOR          PIC 9(11)V99 VALUE 0.

       01 WS-TTH-QTDE-LINHAS              PIC 9(03) VALUE 0.
       01 WS-TTH-QTDE-CONF                PIC 9(05) VALUE 0.
       01 WS-TTH-QTDE-REJ                 PIC 9(05) VALUE 0.
       01 WS-TTH-SOMA-NUM-1               PIC 9(07) VALUE 0.
       01 WS-TTH-SOMA-NUM-2               PIC 9(07) VALUE 0.
       01 WS-TTH-SOMA-VALOR               PIC 9(11)V99 VALUE 0.

       01 WS-LINHA-JANELA.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LJN-JANELA               PIC 9(02).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LJN-CHEGADA              PIC 9(04).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LJN-CORTE                PIC 9(04).
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LJN-TRANSVAL             PIC Z(6)9.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LJN-CONF                 PIC Z(4)9.
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LJN-AGEND                PIC Z(4)9.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LJN-SEQ-REMESSA          PIC 9(06).
           05 FILLER                      PIC X(01) VALUE SPACE.
           05 WS-LJN-REM-VALOR            PIC Z(10)9.99.
           05 FILLER                      PIC X(02) VALUE SPACES.
           05 WS-LJN-SITUACAO             PIC X(09).

       01 WS-LINHA-PROVA.
           05 WS-PRV-RESULTADO            PIC X(07).
           05 WS-PRV-TEXTO                PIC X(43).
            PERFORM P140-CONTA-PENDENTES.
            PERFORM P150-LE-REMESSA.
            PERFORM P160-CONTA-AUDITORIA.
            PERFORM P170-CONTA-AGENDADOS.
            PERFORM P180-CONTA-ANOMALIAS.

            PERFORM P200-PROVA-MOVIMENTO.
            PERFORM P300-PROVA-TOTAIS.
            PERFORM P400-PROVA-REMESSA.
            PERFORM P500-PROVA-ROLAGEM.

            PERFORM P550-SOMA-JANELAS.
            PERFORM P560-LE-TOTHIST.
            PERFORM P600-PROVA-DIA.

            PERFORM P650-REGISTRA-JANELA.
            PERFORM P700-IMPRIME-RODAPE.

            DISPLAY 'PROVA DE FECHAMENTO DO DIA - '
                    WS-DATA-MOVIMENTO ' JANELA ' WS-JANELA.
            DISPLAY 'QTDE DIVERGENCIAS.: ' WS-QTDE-ERROS.
            IF WS-QTDE-ERROS > 0
                DISPLAY '*** DIA FORA DE BALANCO - VER RELPROVA.TXT '
            END-IF.

            CLOSE TOTAIS-ARQ
                  RELPROVA-ARQ
                  JANPROC-ARQ.

            STOP RUN.

                       CONTINUE
                   NOT AT END
                       MOVE DMOV-DATA-MOV TO WS-DATA-MOVIMENTO
                       IF DMOV-JANELA NUMERIC
                           MOVE DMOV-JANELA       TO WS-JANELA
                       END-IF
                       IF DMOV-HORA-CHEGADA NUMERIC
                           MOVE DMOV-HORA-CHEGADA TO WS-HORA-CHEGADA
                       END-IF
                       IF DMOV-HORA-CORTE NUMERIC
                           MOVE DMOV-HORA-CORTE   TO WS-HORA-CORTE
                       END-IF
                       IF DMOV-APOS-ULTIMO-CORTE
                           SET WS-APOS-ULTIMO-CORTE TO TRUE
                       END-IF
               END-READ
               CLOSE DATAMOV-ARQ
           END-IF.
               STOP RUN
           END-IF.

      * THE WINDOW LOG IS PERSISTENT, WITH THE USUAL FIRST-EVER-RUN
      * CREATION; THE DAY CANNOT BE BALANCED WITHOUT IT.
           OPEN I-O JANPROC-ARQ.
           IF WS-FS-JANPROC = '35'
               OPEN OUTPUT JANPROC-ARQ
               CLOSE JANPROC-ARQ
               OPEN I-O JANPROC-ARQ
           END-IF.
           IF WS-FS-JANPROC NOT = '00'
               DISPLAY 'ERRO AO ABRIR JANPROC.DAT - FS: '
                       WS-FS-JANPROC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       P050-IMPRIME-CABECALHO.
           MOVE ' PROVA DE FECHAMENTO DO DIA' TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DATA DE MOVIMENTO: ' WS-DATA-MOVIMENTO
                  '  JANELA: ' WS-JANELA
                  '  CHEGADA: ' WS-HORA-CHEGADA
                  '  CORTE: ' WS-HORA-CORTE
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WS-APOS-ULTIMO-CORTE
               MOVE ' JANELA APOS O ULTIMO CORTE - PAGAMENTOS '
                  & 'TRANSPORTADOS AO PROXIMO DIA UTIL' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ' PROVA                                       '
                                                TO REL-LINHA.
           WRITE REL-LINHA.

       P149-COMPARA-ROL-PND.
           IF WS-ROL-CASADA (WS-SUB-ROL) = 'N'
              AND WS-ROL-NUM-1 (WS-SUB-ROL) = PND-NUM-1
              AND WS-ROL-NUM-2 (WS-SUB-ROL) = PND-NUM-2
              AND WS-ROL-AJUSTADA (WS-SUB-ROL) = PND-DATA
               MOVE 'S' TO WS-ROL-CASADA (WS-SUB-ROL)
               SET WS-ROL-ACHOU TO TRUE
           END-IF.
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   MOVE REM-REG TO WS-REGISTRO-REM
                   ADD 1 TO WS-REM-QTDE-REG
                   EVALUATE WS-REM-TIPO
                       WHEN '0'
                           MOVE WS-HDR-SEQUENCIA TO WS-REM-SEQUENCIA
                       WHEN '1'
                           ADD 1               TO WS-REM-QTDE-DET
                           ADD WS-DET-NUM-1    TO WS-REM-SOMA-NUM-1
                           ADD WS-DET-NUM-2    TO WS-REM-SOMA-NUM-2
                           ADD WS-DET-VALOR    TO WS-REM-SOMA-VALOR
                           IF WS-DET-REAPRESENTACAO
                               ADD 1           TO WS-REM-QTDE-REAP
                           END-IF
                       WHEN '9'
                           SET WS-REM-TEM-TRAILER TO TRUE
                       WHEN OTHER
                   END-EVALUATE
           END-READ.

      * ONLY THE DAY UNDER PROOF IS COUNTED: PAYMENT STATUS ENTRIES
      * STAMPED WITH THE BUSINESS DATE, SPLIT BETWEEN THE REGISTER'S
      * OWN PASS (PRIOR STATUS OTHER THAN P) AND THE MORNING
      * REVIEW'S DECISIONS (PRIOR STATUS P). DECISIONS ON BOUNCED-
      * PAYMENT CASES SHARE THE LOG BUT ARE NOT TRANSACTIONS OF THE
      * DAY, SO THEY STAY OUT OF BOTH COUNTS.
       P160-CONTA-AUDITORIA.
           OPEN INPUT AUDITORIA-ARQ.
           IF WS-FS-AUDITORIA NOT = '00'
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF AUD-DATA-MOV = WS-DATA-MOVIMENTO
                      AND AUD-ORIG-PAGAMENTO
                       IF AUD-SIT-ANTERIOR = 'P'
                           ADD 1 TO WS-QTDE-AUD-DECIDIDOS
                       ELSE
                   END-IF
           END-READ.

      * THE FUTURE-DATED PAYMENTS THE REGISTER FILED TODAY - IN ANY
      * WINDOW - ARE THE SCHEDULED-MASTER RECORDS STAMPED WITH TODAY
      * AS THEIR SCHEDULING DATE, WHATEVER HAS HAPPENED TO THEM
      * SINCE; THEY ARE PROVED FOR THE DAY AS A WHOLE. A MISSING
      * MASTER SIMPLY MEANS NOTHING WAS EVER SCHEDULED.
       P170-CONTA-AGENDADOS.
           OPEN INPUT AGENDA-ARQ.
           IF WS-FS-AGENDA NOT = '00'
               CONTINUE
           ELSE
               SET WS-FIM-ARQ TO FALSE
               PERFORM P175-LE-AGENDADO UNTIL WS-FIM-ARQ
               CLOSE AGENDA-ARQ
           END-IF.

       P175-LE-AGENDADO.
           READ AGENDA-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF AGD-DATA-AGEND = WS-DATA-MOVIMENTO
                       ADD 1 TO WS-QTDE-AGEND
                   END-IF
           END-READ.

      * THE AMOUNT ANOMALIES THE REGISTER HELD TODAY ARE THE
      * ANOMALIAS.DAT LINES STAMPED WITH THE BUSINESS DATE (THE HELD
      * ITEMS THEMSELVES ARE GONE FROM PENDENTES.DAT ONCE THE MORNING
      * REVIEW HAS DECIDED THEM). A MISSING FILE MEANS NONE.
       P180-CONTA-ANOMALIAS.
           OPEN INPUT ANOMALIAS-ARQ.
           IF WS-FS-ANOMALIAS NOT = '00'
               CONTINUE
           ELSE
               SET WS-FIM-ARQ TO FALSE
               PERFORM P185-LE-ANOMALIA UNTIL WS-FIM-ARQ
               CLOSE ANOMALIAS-ARQ
           END-IF.

       P185-LE-ANOMALIA.
           READ ANOMALIAS-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF ANM-DATA-MOV = WS-DATA-MOVIMENTO
                       ADD 1 TO WS-QTDE-ANOM
                       EVALUATE TRUE
                           WHEN ANM-MOT-ACIMA-MEDIA
                               ADD 1 TO WS-ANOM-MEDIA
                           WHEN ANM-MOT-ACIMA-MAXIMO
                               ADD 1 TO WS-ANOM-MAXIMO
                           WHEN OTHER
                               ADD 1 TO WS-ANOM-PRIMEIRO
                       END-EVALUATE
                   END-IF
           END-READ.

      * THE WINDOW'S SCHEDULED COUNT IS THE REGISTER'S OWN; THE
      * MASTER ONLY KNOWS THE DAY'S, PROVED IN P600.
       P200-PROVA-MOVIMENTO.
           MOVE 'TRANSVAL = CONF + REJ + PEND + AGENDADOS'
                           TO WS-PRV-TEXTO.
           MOVE WS-QTDE-TRANSVAL TO WS-PRV-ESPERADO.
           COMPUTE WS-PRV-APURADO =
                   WS-QTDE-CONF + WS-QTDE-REJ + WS-QTDE-PEND
                 + TOT-QTDE-AGEND.
           PERFORM P900-IMPRIME-PROVA.

       P300-PROVA-TOTAIS.
           MOVE WS-QTDE-PEND      TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'TOTAIS: QTDE ANOMALIAS DE VALOR' TO WS-PRV-TEXTO.
           MOVE TOT-QTDE-ANOM     TO WS-PRV-ESPERADO.
           MOVE WS-QTDE-ANOM      TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'TOTAIS: REJ POR DATA INVALIDA' TO WS-PRV-TEXTO.
           MOVE TOT-QTDE-REJ-DATA TO WS-PRV-ESPERADO.
           MOVE WS-REJ-DATA       TO WS-PRV-APURADO.
           COMPUTE WS-PRV-APURADO  = WS-SOMA-CONF-VALOR * 100.
           PERFORM P900-IMPRIME-PROVA.

      * A WINDOW AFTER THE LAST CUT-OFF SENDS NO REMITTANCE AT ALL.
       P400-PROVA-REMESSA.
           IF WS-APOS-ULTIMO-CORTE
               MOVE 'REMESSA APOS O ULTIMO CORTE: REGISTROS'
                                      TO WS-PRV-TEXTO
               MOVE 0                 TO WS-PRV-ESPERADO
               MOVE WS-REM-QTDE-REG   TO WS-PRV-APURADO
               PERFORM P900-IMPRIME-PROVA
           ELSE
           IF NOT WS-REM-TEM-TRAILER
               MOVE 'REMESSA SEM TRAILER' TO WS-PRV-TEXTO
               MOVE 1 TO WS-PRV-ESPERADO
               COMPUTE WS-PRV-ESPERADO = WS-TRL-SOMA-VALOR * 100
               COMPUTE WS-PRV-APURADO  = WS-REM-SOMA-VALOR * 100
               PERFORM P900-IMPRIME-PROVA
           END-IF
           END-IF.

      * BOUNCED PAYMENTS RE-PRESENTED FROM THE CASE MASTER RIDE ON
      * THE SAME REMITTANCE, FLAGGED BY THEIR MOVEMENT CODE; THEY
      * ARE NOT CONFIRMATIONS OF THE DAY AND ARE PROVED APART.
           MOVE 'REMESSA: DETALHES X CONFIRM + REAPRES'
                                  TO WS-PRV-TEXTO.
           MOVE WS-REM-QTDE-DET   TO WS-PRV-ESPERADO.
           COMPUTE WS-PRV-APURADO = WS-QTDE-CONF + WS-REM-QTDE-REAP.
           PERFORM P900-IMPRIME-PROVA.

       P500-PROVA-ROLAGEM.
               ADD 1 TO WS-ROL-SEM-PAR
           END-IF.

      ******************************************************************
      * THE OTHER WINDOWS OF THE DATE ALREADY IN THE LOG ARE ADDED
      * TO THIS ONE'S FIGURES - THE REGISTER'S TOTALS AS THE MORNING
      * REVIEW LEFT THEM, THE SAME FIGURES IT PUT IN THE TOTALS
      * HISTORY. THE WINDOW UNDER PROOF IS SKIPPED IN THE LOG: A
      * RERUN REPLACES ITS OLD RECORD.
      ******************************************************************
       P550-SOMA-JANELAS.
           MOVE 1                   TO WS-DIA-QTDE-JANELAS.
           MOVE WS-QTDE-TRANSVAL    TO WS-DIA-QTDE-TRANSVAL.
           MOVE TOT-QTDE-AGEND      TO WS-DIA-QTDE-AGEND.
           MOVE TOT-QTDE-CONF       TO WS-DIA-QTDE-CONF.
           MOVE TOT-QTDE-REJ        TO WS-DIA-QTDE-REJ.
           MOVE TOT-SOMA-NUM-1      TO WS-DIA-SOMA-NUM-1.
           MOVE TOT-SOMA-NUM-2      TO WS-DIA-SOMA-NUM-2.
           MOVE TOT-SOMA-CONF-VALOR TO WS-DIA-SOMA-CONF-VALOR.

           PERFORM P710-POSICIONA-JANPROC.
           PERFORM P555-SOMA-JANELA UNTIL WS-FIM-JANPROC.

       P555-SOMA-JANELA.
           READ JANPROC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-JANPROC TO TRUE
               NOT AT END
                   IF JNP-DATA-MOV NOT = WS-DATA-MOVIMENTO
                       SET WS-FIM-JANPROC TO TRUE
                   ELSE
                       IF JNP-JANELA NOT = WS-JANELA
                           ADD 1              TO WS-DIA-QTDE-JANELAS
                           ADD JNP-QTDE-TRANSVAL
                                              TO WS-DIA-QTDE-TRANSVAL
                           ADD JNP-QTDE-AGEND TO WS-DIA-QTDE-AGEND
                           ADD JNP-QTDE-CONF  TO WS-DIA-QTDE-CONF
                           ADD JNP-QTDE-REJ   TO WS-DIA-QTDE-REJ
                           ADD JNP-SOMA-NUM-1 TO WS-DIA-SOMA-NUM-1
                           ADD JNP-SOMA-NUM-2 TO WS-DIA-SOMA-NUM-2
                           ADD JNP-SOMA-CONF-VALOR
                                              TO WS-DIA-SOMA-CONF-VALOR
                       END-IF
                   END-IF
           END-READ.

      * THE DATE MUST HAVE EXACTLY ONE TOTALS-HISTORY LINE; THE
      * FIRST ONE FOUND IS THE ONE PROVED.
       P560-LE-TOTHIST.
           OPEN INPUT TOTHIST-ARQ.
           IF WS-FS-TOTHIST = '00'
               SET WS-FIM-ARQ TO FALSE
               PERFORM P565-LE-LINHA-TOTHIST UNTIL WS-FIM-ARQ
               CLOSE TOTHIST-ARQ
           END-IF.

       P565-LE-LINHA-TOTHIST.
           READ TOTHIST-ARQ
               AT END
                   SET WS-FIM-ARQ TO TRUE
               NOT AT END
                   IF TOTH-DATA-MOV = WS-DATA-MOVIMENTO
                       ADD 1 TO WS-TTH-QTDE-LINHAS
                       IF WS-TTH-QTDE-LINHAS = 1
                           MOVE TOTH-QTDE-CONF  TO WS-TTH-QTDE-CONF
                           MOVE TOTH-QTDE-REJ   TO WS-TTH-QTDE-REJ
                           MOVE TOTH-SOMA-NUM-1 TO WS-TTH-SOMA-NUM-1
                           MOVE TOTH-SOMA-NUM-2 TO WS-TTH-SOMA-NUM-2
                           MOVE TOTH-SOMA-VALOR TO WS-TTH-SOMA-VALOR
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * THE DAY AS A WHOLE. A SCHEDULED PAYMENT IS NOT DECIDED, SO IT
      * LEAVES NO AUDIT ENTRY; IT IS AUDITED ON THE DAY IT IS
      * RELEASED.
      ******************************************************************
       P600-PROVA-DIA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DIA COMPLETO - JANELAS: ' WS-DIA-QTDE-JANELAS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           MOVE 'DIA: LINHAS NO TOTHIST' TO WS-PRV-TEXTO.
           MOVE 1                  TO WS-PRV-ESPERADO.
           MOVE WS-TTH-QTDE-LINHAS TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: TOTHIST X JANELAS - CONFIRMADOS'
                                   TO WS-PRV-TEXTO.
           MOVE WS-TTH-QTDE-CONF   TO WS-PRV-ESPERADO.
           MOVE WS-DIA-QTDE-CONF   TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: TOTHIST X JANELAS - REJEITADOS'
                                   TO WS-PRV-TEXTO.
           MOVE WS-TTH-QTDE-REJ    TO WS-PRV-ESPERADO.
           MOVE WS-DIA-QTDE-REJ    TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: TOTHIST X JANELAS - SOMA NUM-1'
                                   TO WS-PRV-TEXTO.
           MOVE WS-TTH-SOMA-NUM-1  TO WS-PRV-ESPERADO.
           MOVE WS-DIA-SOMA-NUM-1  TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: TOTHIST X JANELAS - SOMA NUM-2'
                                   TO WS-PRV-TEXTO.
           MOVE WS-TTH-SOMA-NUM-2  TO WS-PRV-ESPERADO.
           MOVE WS-DIA-SOMA-NUM-2  TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: TOTHIST X JANELAS - VALOR (CENTAVOS)'
                                   TO WS-PRV-TEXTO.
           COMPUTE WS-PRV-ESPERADO = WS-TTH-SOMA-VALOR * 100.
           COMPUTE WS-PRV-APURADO  = WS-DIA-SOMA-CONF-VALOR * 100.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: AGENDADOS NO CADASTRO X JANELAS'
                                   TO WS-PRV-TEXTO.
           MOVE WS-DIA-QTDE-AGEND  TO WS-PRV-ESPERADO.
           MOVE WS-QTDE-AGEND      TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

           MOVE 'DIA: AUDITORIA X TRANSACOES DECIDIDAS'
                                   TO WS-PRV-TEXTO.
           COMPUTE WS-PRV-ESPERADO =
                   WS-DIA-QTDE-TRANSVAL - WS-DIA-QTDE-AGEND.
           MOVE WS-QTDE-AUD-DIA    TO WS-PRV-APURADO.
           PERFORM P900-IMPRIME-PROVA.

      ******************************************************************
      * THE WINDOW GOES TO THE LOG WITH ITS FIGURES AND THE OUTCOME
      * OF THE WHOLE PROOF: ONLY A BALANCED WINDOW IS CLOSED, AND
      * THE EDIT STEP NEVER HANDS OUT ITS NUMBER AGAIN.
      ******************************************************************
       P650-REGISTRA-JANELA.
           SET WS-JANPROC-EXISTE TO FALSE.
           MOVE WS-DATA-MOVIMENTO TO JNP-DATA-MOV.
           MOVE WS-JANELA         TO JNP-JANELA.
           READ JANPROC-ARQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-JANPROC-EXISTE TO TRUE
           END-READ.

           MOVE WS-DATA-MOVIMENTO   TO JNP-DATA-MOV.
           MOVE WS-JANELA           TO JNP-JANELA.
           MOVE WS-HORA-CHEGADA     TO JNP-HORA-CHEGADA.
           MOVE WS-HORA-CORTE       TO JNP-HORA-CORTE.
           MOVE WS-POS-CORTE        TO JNP-POS-CORTE.
           MOVE WS-QTDE-TRANSVAL    TO JNP-QTDE-TRANSVAL.
           MOVE TOT-QTDE-CONF       TO JNP-QTDE-CONF.
           MOVE TOT-QTDE-REJ        TO JNP-QTDE-REJ.
           MOVE TOT-QTDE-PEND       TO JNP-QTDE-PEND.
           MOVE TOT-QTDE-AGEND      TO JNP-QTDE-AGEND.
           MOVE TOT-SOMA-NUM-1      TO JNP-SOMA-NUM-1.
           MOVE TOT-SOMA-NUM-2      TO JNP-SOMA-NUM-2.
           MOVE TOT-SOMA-CONF-VALOR TO JNP-SOMA-CONF-VALOR.
           MOVE WS-REM-SEQUENCIA    TO JNP-SEQ-REMESSA.
           MOVE WS-REM-QTDE-DET     TO JNP-REM-QTDE-DET.
           MOVE WS-REM-SOMA-VALOR   TO JNP-REM-SOMA-VALOR.
           IF WS-QTDE-ERROS = 0
               SET JNP-BATIDA       TO TRUE
           ELSE
               SET JNP-DIVERGENTE   TO TRUE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-SISTEMA.
           MOVE WS-DATA-HORA-SISTEMA (1:8) TO JNP-DATA-PROVA.
           MOVE WS-DATA-HORA-SISTEMA (9:6) TO JNP-HORA-PROVA.

           IF WS-JANPROC-EXISTE
               REWRITE JNP-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR JANPROC - FS: '
                               WS-FS-JANPROC
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE JNP-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR JANPROC - FS: '
                               WS-FS-JANPROC
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.

       P700-IMPRIME-RODAPE.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' DEVOLUCOES REAPRESENTADAS NA REMESSA: '
                  WS-REM-QTDE-REAP
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' ANOMALIAS DE VALOR RETIDAS - ACIMA DA MEDIA: '
                  WS-ANOM-MEDIA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' ANOMALIAS DE VALOR RETIDAS - ACIMA DO MAIOR: '
                  WS-ANOM-MAXIMO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING ' ANOMALIAS DE VALOR RETIDAS - PRIMEIRO PAGTO: '
                  WS-ANOM-PRIMEIRO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM P720-LISTA-JANELAS.
           MOVE SPACES TO REL-LINHA.
           STRING ' DIVERGENCIAS: ' WS-QTDE-ERROS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       P710-POSICIONA-JANPROC.
           SET WS-FIM-JANPROC TO FALSE.
           MOVE WS-DATA-MOVIMENTO TO JNP-DATA-MOV.
           MOVE ZEROS             TO JNP-JANELA.
           START JANPROC-ARQ KEY IS NOT LESS THAN JNP-CHAVE
               INVALID KEY
                   SET WS-FIM-JANPROC TO TRUE
           END-START.

      * EVERY WINDOW OF THE DATE IN THE LOG, THIS ONE INCLUDED.
       P720-LISTA-JANELAS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' JANELAS DO DIA' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ' JAN  HORA  CORTE  TRANSV  CONF AGEND  REMESSA'
              & '       VALOR REM  SITUACAO' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM P710-POSICIONA-JANPROC.
           PERFORM P725-LISTA-JANELA UNTIL WS-FIM-JANPROC.

       P725-LISTA-JANELA.
           READ JANPROC-ARQ NEXT RECORD
               AT END
                   SET WS-FIM-JANPROC TO TRUE
               NOT AT END
                   IF JNP-DATA-MOV NOT = WS-DATA-MOVIMENTO
                       SET WS-FIM-JANPROC TO TRUE
                   ELSE
                       MOVE JNP-JANELA         TO WS-LJN-JANELA
                       MOVE JNP-HORA-CHEGADA   TO WS-LJN-CHEGADA
                       MOVE JNP-HORA-CORTE     TO WS-LJN-CORTE
                       MOVE JNP-QTDE-TRANSVAL  TO WS-LJN-TRANSVAL
                       MOVE JNP-QTDE-CONF      TO WS-LJN-CONF
                       MOVE JNP-QTDE-AGEND     TO WS-LJN-AGEND
                       MOVE JNP-SEQ-REMESSA    TO WS-LJN-SEQ-REMESSA
                       MOVE JNP-REM-SOMA-VALOR TO WS-LJN-REM-VALOR
                       EVALUATE TRUE
                           WHEN JNP-APOS-ULTIMO-CORTE AND JNP-BATIDA
                               MOVE 'POS-CORTE' TO WS-LJN-SITUACAO
                           WHEN JNP-BATIDA
                               MOVE 'BATIDA'    TO WS-LJN-SITUACAO
                           WHEN OTHER
                               MOVE 'DIVERGE'   TO WS-LJN-SITUACAO
                       END-EVALUATE
                       MOVE WS-LINHA-JANELA    TO REL-LINHA
                       WRITE REL-LINHA
                   END-IF
           END-READ.

       P900-IMPRIME-PROVA.
           IF WS-PRV-ESPERADO = WS-PRV-APURADO
               MOVE ' OK    ' TO WS-PRV-RESULTADO
