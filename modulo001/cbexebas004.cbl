      *          the operator who decided each change, a change count
      *          per movement day, and a grand total, so compliance
      *          inquiries no longer mean eyeballing raw bytes.
      *          Decisions on bounced-payment cases, logged to the
      *          same file, are listed with their case statuses;
      *          outstanding rejections closed by the integrity sweep
      *          are listed with their rejection statuses.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       01 WS-SIT-ANT-EXTENSO              PIC X(14) VALUE SPACES.
       01 WS-SIT-NOVA-EXTENSO             PIC X(14) VALUE SPACES.
       01 WS-SIT-CASO                     PIC X(01) VALUE SPACE.
       01 WS-SIT-CASO-EXTENSO             PIC X(14) VALUE SPACES.

       01 WS-DATA-MOV-ED.
           05 WS-DATA-MOV-ED-DD           PIC 9(02).
           ADD 1 TO WS-TOT-DIA.
           ADD 1 TO WS-TOT-SELECIONADOS.

      * THE LOG ALSO CARRIES BOUNCED-PAYMENT CASE DECISIONS,
      * SCHEDULED-PAYMENT CANCELLATIONS AND INTEGRITY-SWEEP REPAIRS,
      * WHOSE BEFORE/AFTER BYTES ARE CASE, SCHEDULED-ITEM OR
      * OUTSTANDING-REJECTION STATUSES; AUD-ORIGEM SAYS WHICH
      * VOCABULARY TO SPELL THEM OUT IN.
       P220-SITUACAO-POR-EXTENSO.
           EVALUATE TRUE
               WHEN AUD-ORIG-DEVOLUCAO
                   PERFORM P230-SITUACAO-CASO
               WHEN AUD-ORIG-AGENDAMENTO
                   PERFORM P240-SITUACAO-AGENDADO
               WHEN AUD-ORIG-INTEGRIDADE
                   PERFORM P246-SITUACAO-REJEICAO
               WHEN OTHER
                   PERFORM P225-SITUACAO-PAGAMENTO
           END-EVALUATE.

       P225-SITUACAO-PAGAMENTO.
           EVALUATE AUD-SIT-ANTERIOR
               WHEN 'S'
                   MOVE 'CONFIRMADO'     TO WS-SIT-ANT-EXTENSO
                   MOVE 'NAO CONFIRMADO' TO WS-SIT-NOVA-EXTENSO
           END-EVALUATE.

       P230-SITUACAO-CASO.
           MOVE AUD-SIT-ANTERIOR    TO WS-SIT-CASO.
           PERFORM P235-CASO-POR-EXTENSO.
           MOVE WS-SIT-CASO-EXTENSO TO WS-SIT-ANT-EXTENSO.
           MOVE AUD-SIT-NOVA        TO WS-SIT-CASO.
           PERFORM P235-CASO-POR-EXTENSO.
           MOVE WS-SIT-CASO-EXTENSO TO WS-SIT-NOVA-EXTENSO.

       P235-CASO-POR-EXTENSO.
           EVALUATE WS-SIT-CASO
               WHEN 'A'
                   MOVE 'DEV ABERTA'     TO WS-SIT-CASO-EXTENSO
               WHEN 'R'
                   MOVE 'DEV REAPRESENT' TO WS-SIT-CASO-EXTENSO
               WHEN 'E'
                   MOVE 'DEV ENVIADA'    TO WS-SIT-CASO-EXTENSO
               WHEN 'G'
                   MOVE 'DEV AG. DADOS'  TO WS-SIT-CASO-EXTENSO
               WHEN 'C'
                   MOVE 'DEV ESTORNADA'  TO WS-SIT-CASO-EXTENSO
               WHEN 'L'
                   MOVE 'DEV LIQUIDADA'  TO WS-SIT-CASO-EXTENSO
               WHEN OTHER
                   MOVE 'DEV ?'          TO WS-SIT-CASO-EXTENSO
           END-EVALUATE.

       P240-SITUACAO-AGENDADO.
           MOVE AUD-SIT-ANTERIOR    TO WS-SIT-CASO.
           PERFORM P245-AGENDADO-POR-EXTENSO.
           MOVE WS-SIT-CASO-EXTENSO TO WS-SIT-ANT-EXTENSO.
           MOVE AUD-SIT-NOVA        TO WS-SIT-CASO.
           PERFORM P245-AGENDADO-POR-EXTENSO.
           MOVE WS-SIT-CASO-EXTENSO TO WS-SIT-NOVA-EXTENSO.

       P245-AGENDADO-POR-EXTENSO.
           EVALUATE WS-SIT-CASO
               WHEN 'A'
                   MOVE 'AGD AGENDADO'   TO WS-SIT-CASO-EXTENSO
               WHEN 'L'
                   MOVE 'AGD LIBERADO'   TO WS-SIT-CASO-EXTENSO
               WHEN 'R'
                   MOVE 'AGD RECUSADO'   TO WS-SIT-CASO-EXTENSO
               WHEN 'C'
                   MOVE 'AGD CANCELADO'  TO WS-SIT-CASO-EXTENSO
               WHEN OTHER
                   MOVE 'AGD ?'          TO WS-SIT-CASO-EXTENSO
           END-EVALUATE.

       P246-SITUACAO-REJEICAO.
           MOVE AUD-SIT-ANTERIOR    TO WS-SIT-CASO.
           PERFORM P247-REJEICAO-POR-EXTENSO.
           MOVE WS-SIT-CASO-EXTENSO TO WS-SIT-ANT-EXTENSO.
           MOVE AUD-SIT-NOVA        TO WS-SIT-CASO.
           PERFORM P247-REJEICAO-POR-EXTENSO.
           MOVE WS-SIT-CASO-EXTENSO TO WS-SIT-NOVA-EXTENSO.

       P247-REJEICAO-POR-EXTENSO.
           EVALUATE WS-SIT-CASO
               WHEN 'A'
                   MOVE 'REJ ABERTA'     TO WS-SIT-CASO-EXTENSO
               WHEN 'R'
                   MOVE 'REJ RESSUBMET'  TO WS-SIT-CASO-EXTENSO
               WHEN 'D'
                   MOVE 'REJ DESCARTADA' TO WS-SIT-CASO-EXTENSO
               WHEN OTHER
                   MOVE 'REJ ?'          TO WS-SIT-CASO-EXTENSO
           END-EVALUATE.

       P250-IMPRIME-TOTAL-DIA.
           MOVE WS-DATA-QUEBRA (7:2) TO WS-DATA-MOV-ED-DD.
           MOVE WS-DATA-QUEBRA (5:2) TO WS-DATA-MOV-ED-MM.
