       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDRPT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    FRAUDRPT - RELATORIO MENSAL DE AFINACAO DA PONTUACAO DE
      *    RISCO DE FRAUDE. CRUZA AS VENDAS COM CARTAO PONTUADAS NO
      *    MES (fraud-scores.txt) COM OS ESTORNOS QUE O CHARGEBK JA
      *    REGISTOU NA TRILHA DE AUDITORIA (MOVIMENTO CHBACK) - A DOS
      *    PERIODOS DESDE O MES DAS VENDAS ATE AO MES CORRENTE
      *    (PERIODS/period-audit-AAAAMM.txt) E A DA NOITE, POR FIM - E
      *    COM AS DECISOES DA EQUIPA DE FRAUDE NA FILA DE REVISAO
      *    (FRAUDQ):
      *      - VENDAS E ESTORNOS POR ESCALAO DE PONTUACAO
      *      - VENDAS E ESTORNOS POR REGRA DISPARADA
      *      - ENVIADAS / NAO ENVIADAS PARA A FILA CONTRA ESTORNADAS
      *      - DECISOES DA FILA (ACEITES, CANCELADAS, PENDENTES)
      *      - LISTA DOS ESTORNOS QUE FICARAM ABAIXO DO LIMIAR E DOS
      *        QUE A EQUIPA ACEITOU
      *    PARAMETRO: MES DAS VENDAS (AAAAMM; SEM MES, O MES ANTERIOR,
      *    PORQUE OS ESTORNOS CHEGAM SEMANAS DEPOIS DA VENDA).
      *    RELATORIO EM fraud-tuning-report.txt. RETURN-CODE 1 QUANDO
      *    UM FICHEIRO NAO ABRE (SEM RELATORIO); 2 QUANDO FALTA A TRILHA
      *    DE UM MES JA FECHADO, FALTAM AS PONTUACOES OU A TABELA DE
      *    ESTORNOS ENCHE - O RELATORIO SAI, ASSINALADO NO CABECALHO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FRAUD-SCORE-FILE ASSIGN TO
               "PASSAGEM/FILE/fraud-scores.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT OPTIONAL FRAUD-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/fraud-review-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN USING
               WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT FRAUD-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/fraud-tuning-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FRAUD-SCORE-FILE.
           COPY FRAUDSCR.

       FD FRAUD-QUEUE-FILE.
           COPY FRAUDQ.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD FRAUD-REPORT-FILE.
       01 FRAUD-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-TODAY              PIC X(21).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-SCORE-STATUS       PIC X(2).
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-AUDIT-STATUS       PIC X(2).
       01 WS-AUDIT-PATH         PIC X(80).

      ******************************************************************
      *    MES DA TRILHA DE PERIODO A LER E MESES FECHADOS SEM TRILHA
      ******************************************************************
       01 WS-AUDIT-MONTHS.
           05 WS-AUDIT-MONTH        PIC 9(6).
           05 WS-AUDIT-MONTH-R REDEFINES WS-AUDIT-MONTH.
               10 WS-AM-YEAR        PIC 9(4).
               10 WS-AM-MONTH       PIC 9(2).
           05 WS-CURRENT-MONTH      PIC 9(6).
           05 WS-AUDIT-KIND         PIC X(1).
               88 B-AUDIT-PERIOD    VALUE 'P'.
               88 B-AUDIT-NIGHT     VALUE 'N'.
           05 WS-MISSING-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-MISSING-MONTH OCCURS 24 TIMES PIC 9(6).
           05 WS-MISSING-IDX        PIC 9(2).
           05 WS-SCORES-MISSING     PIC X(1) VALUE 'N'.
               88 B-SCORES-MISSING  VALUE 'Y'.

       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-PREV-MONTH     PIC 9(6).
           05 WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
               10 WS-PM-YEAR    PIC 9(4).
               10 WS-PM-MONTH   PIC 9(2).

       01 WS-EOF-FLAGS.
           05 WS-SCORE-EOF      PIC X(1) VALUE 'N'.
               88 B-SCORE-EOF   VALUE 'Y'.
           05 WS-QUEUE-EOF      PIC X(1) VALUE 'N'.
               88 B-QUEUE-EOF   VALUE 'Y'.
           05 WS-AUDIT-EOF      PIC X(1) VALUE 'N'.
               88 B-AUDIT-EOF   VALUE 'Y'.

      ******************************************************************
      *    ESTORNOS DA TRILHA DE AUDITORIA, IDENTIFICADOS PELO VOO,
      *    DATA DE PARTIDA E BILHETE - A MESMA CHAVE DA PONTUACAO
      ******************************************************************
       01 WS-CHARGEBACK-TABLE.
           05 WS-CB-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-CB-ENTRY OCCURS 2000 TIMES.
               10 WS-CB-KEY         PIC X(18).
           05 WS-CB-IDX             PIC 9(4).
           05 WS-CB-OVERFLOW        PIC X(1) VALUE 'N'.
               88 B-CB-OVERFLOW     VALUE 'Y'.

      ******************************************************************
      *    DECISOES DA FILA DE REVISAO, PELA MESMA CHAVE
      ******************************************************************
       01 WS-DECISION-TABLE.
           05 WS-DC-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-DC-ENTRY OCCURS 500 TIMES.
               10 WS-DC-KEY         PIC X(18).
               10 WS-DC-STATUS      PIC X(1).
               10 WS-DC-OPER        PIC X(8).
           05 WS-DC-IDX             PIC 9(3).

       01 WS-BOOKING-KEY.
           05 WS-BK-FLIGHT-NUMBER   PIC X(6).
           05 WS-BK-FLIGHT-DATE     PIC X(8).
           05 WS-BK-TICKET          PIC 9(4).

       01 WS-MATCH-FLAGS.
           05 WS-CHARGED-BACK       PIC X(1).
               88 B-CHARGED-BACK    VALUE 'Y'.
           05 WS-DECISION           PIC X(1).
           05 WS-DECISION-OPER      PIC X(8).

      ******************************************************************
      *    ESCALOES DE PONTUACAO: LIMITE SUPERIOR E NOME
      ******************************************************************
       01 WS-BAND-TABLE.
           05 FILLER            PIC X(13) VALUE '019 0 A 19   '.
           05 FILLER            PIC X(13) VALUE '03920 A 39   '.
           05 FILLER            PIC X(13) VALUE '05940 A 59   '.
           05 FILLER            PIC X(13) VALUE '07960 A 79   '.
           05 FILLER            PIC X(13) VALUE '99980 OU MAIS'.
       01 WS-BAND-REDEF REDEFINES WS-BAND-TABLE.
           05 WS-BAND-ENTRY OCCURS 5 TIMES.
               10 WS-BD-LIMIT   PIC 9(3).
               10 WS-BD-NAME    PIC X(10).
       01 WS-BD-IDX             PIC 9(1).

       01 WS-RULE-NAMES.
           05 FILLER            PIC X(30) VALUE
               'A AUTORIZACAO COM OUTRO NOME  '.
           05 FILLER            PIC X(30) VALUE
               'L ULTIMA HORA INTERNACIONAL   '.
           05 FILLER            PIC X(30) VALUE
               'E EMAIL PARTILHADO            '.
           05 FILLER            PIC X(30) VALUE
               'T TELEFONE PARTILHADO         '.
       01 WS-RULE-REDEF REDEFINES WS-RULE-NAMES.
           05 WS-RULE-NAME OCCURS 4 TIMES PIC X(30).
       01 WS-RL-IDX             PIC 9(1).

       01 WS-BAND-TOTALS.
           05 WS-BT-ENTRY OCCURS 5 TIMES.
               10 WS-BT-COUNT       PIC 9(6).
               10 WS-BT-CB-COUNT    PIC 9(6).
               10 WS-BT-CB-AMOUNT   PIC 9(9)V99.

       01 WS-RULE-TOTALS.
           05 WS-RT-ENTRY OCCURS 4 TIMES.
               10 WS-RT-COUNT       PIC 9(6).
               10 WS-RT-CB-COUNT    PIC 9(6).

      ******************************************************************
      *    MATRIZ FILA X ESTORNO E DECISOES DA FILA
      ******************************************************************
       01 WS-MATRIX-TOTALS.
           05 WS-QUEUED-CB          PIC 9(6) VALUE ZERO.
           05 WS-QUEUED-CLEAN       PIC 9(6) VALUE ZERO.
           05 WS-NOT-QUEUED-CB      PIC 9(6) VALUE ZERO.
           05 WS-NOT-QUEUED-CLEAN   PIC 9(6) VALUE ZERO.
           05 WS-DEC-ACCEPTED       PIC 9(6) VALUE ZERO.
           05 WS-DEC-ACCEPTED-CB    PIC 9(6) VALUE ZERO.
           05 WS-DEC-CANCELLED      PIC 9(6) VALUE ZERO.
           05 WS-DEC-PENDING        PIC 9(6) VALUE ZERO.
           05 WS-SCORED-COUNT       PIC 9(6) VALUE ZERO.
           05 WS-SCORED-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05 WS-CB-TOTAL-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-CB-TOTAL-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05 WS-MISSED-AMOUNT      PIC 9(9)V99 VALUE ZERO.

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT     PIC Z(5)9.
           05 WS-DISP-COUNT-2   PIC Z(5)9.
           05 WS-DISP-COUNT-3   PIC Z(5)9.
           05 WS-DISP-AMOUNT    PIC Z(8)9,99.
           05 WS-DISP-RATE      PIC ZZ9,9.
           05 WS-RATE           PIC 9(3)V9.

       01 WS-DETAIL-LINE.
           05 WS-DET-FLAG       PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-RUN-DATE   PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-CHANNEL    PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-FLIGHT     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DATE       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET     PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-NAME       PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-AUTH-REF   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-AMOUNT     PIC Z(5)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-SCORE      PIC ZZ9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-RULES      PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-OPER       PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD

           PERFORM 1100-LOAD-CHARGEBACKS
           PERFORM 1200-LOAD-DECISIONS

           OPEN INPUT FRAUD-SCORE-FILE
           IF WS-SCORE-STATUS NOT = '00'
               AND WS-SCORE-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR AS PONTUACOES DE FRAUDE: "
                       WS-SCORE-STATUS
               MOVE 1 TO WS-RETURN-CODE
           END-IF
           IF WS-SCORE-STATUS = '05'
               MOVE 'Y' TO WS-SCORES-MISSING
           END-IF
           IF WS-RETURN-CODE = 1
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FRAUD-REPORT-FILE
           INITIALIZE WS-BAND-TOTALS
                      WS-RULE-TOTALS

           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING '===== AFINACAO DA PONTUACAO DE FRAUDE - VENDAS DE '
                  DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (ESTORNOS ATE ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           IF B-CB-OVERFLOW
               MOVE '*** MAIS DE 2000 ESTORNOS NA TRILHA - CONTAGEM DE '
                   TO FRAUD-REPORT-RECORD
               MOVE 'ESTORNOS INCOMPLETA ***'
                   TO FRAUD-REPORT-RECORD(52:23)
               WRITE FRAUD-REPORT-RECORD
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           PERFORM VARYING WS-MISSING-IDX FROM 1 BY 1
               UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
               MOVE SPACES TO FRAUD-REPORT-RECORD
               STRING '*** SEM A TRILHA DO PERIODO ' DELIMITED BY SIZE
                      WS-MISSING-MONTH(WS-MISSING-IDX)
                      DELIMITED BY SIZE
                      ' (PERIODS/period-audit-' DELIMITED BY SIZE
                      WS-MISSING-MONTH(WS-MISSING-IDX)
                      DELIMITED BY SIZE
                      '.txt) - ESTORNOS INCOMPLETOS ***'
                      DELIMITED BY SIZE
                      INTO FRAUD-REPORT-RECORD
               WRITE FRAUD-REPORT-RECORD
               MOVE 2 TO WS-RETURN-CODE
           END-PERFORM
           IF B-SCORES-MISSING
               MOVE '*** SEM fraud-scores.txt - SEM VENDAS PONTUADAS '
                   TO FRAUD-REPORT-RECORD
               MOVE 'PARA COMPARAR ***' TO FRAUD-REPORT-RECORD(49:17)
               WRITE FRAUD-REPORT-RECORD
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE 'ESTORNOS ABAIXO DO LIMIAR E ESTORNOS ACEITES PELA '
               TO FRAUD-REPORT-RECORD
           MOVE 'EQUIPA DE FRAUDE:' TO FRAUD-REPORT-RECORD(51:17)
           WRITE FRAUD-REPORT-RECORD
           MOVE 'SITUACAO     VENDA    CAN VOO    PARTIDA  BIL. '
               TO FRAUD-REPORT-RECORD
           MOVE 'PASSAGEIRO     AUTORIZ.      VALOR  PTS REGR OPERADOR'
               TO FRAUD-REPORT-RECORD(48:53)
           WRITE FRAUD-REPORT-RECORD

           PERFORM 2000-REPORT-ONE-SCORE UNTIL B-SCORE-EOF
           PERFORM 3000-WRITE-TOTALS

           CLOSE FRAUD-SCORE-FILE
                 FRAUD-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MES PEDIDO NA LINHA DE COMANDO (AAAAMM) OU O MES ANTERIOR
      ******************************************************************
       1000-SET-PERIOD.
           MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               OR WS-REPORT-MONTH-N IS NOT NUMERIC
               OR WS-REPORT-MONTH(5:2) < '01'
               OR WS-REPORT-MONTH(5:2) > '12'
               IF WS-REPORT-MONTH NOT = SPACES
                   DISPLAY "MES INVALIDO NA LINHA DE COMANDO ("
                           WS-REPORT-MONTH ") - USADO O MES ANTERIOR"
               END-IF
               MOVE WS-TODAY(1:6) TO WS-PREV-MONTH
               IF WS-PM-MONTH = 01
                   SUBTRACT 1 FROM WS-PM-YEAR
                   MOVE 12 TO WS-PM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PM-MONTH
               END-IF
               MOVE WS-PREV-MONTH TO WS-REPORT-MONTH
           END-IF.

      ******************************************************************
      *    ESTORNOS: TODA A TRILHA, NAO SO O MES - O ESTORNO DE UMA
      *    VENDA DO MES PODE TER CHEGADO EM QUALQUER DATA POSTERIOR.
      *    LE A TRILHA DE CADA PERIODO DESDE O MES DAS VENDAS ATE AO
      *    MES CORRENTE E, POR FIM, A DA NOITE (OS ESTORNOS DO BALCAO
      *    AINDA NAO ACRESCENTADOS AO PERIODO). A NOITE JA ACRESCENTADA
      *    APARECE DUAS VEZES: CADA BILHETE ENTRA NA TABELA UMA SO VEZ.
      *    O MES CORRENTE PODE AINDA NAO TER TRILHA; A FALTA DA DE UM
      *    MES ANTERIOR FICA ASSINALADA NO RELATORIO
      ******************************************************************
       1100-LOAD-CHARGEBACKS.
           MOVE WS-TODAY(1:6) TO WS-CURRENT-MONTH
           MOVE WS-REPORT-MONTH-N TO WS-AUDIT-MONTH
           MOVE 'P' TO WS-AUDIT-KIND
           PERFORM 1110-LOAD-PERIOD-MONTH
               UNTIL WS-AUDIT-MONTH > WS-CURRENT-MONTH
                  OR WS-RETURN-CODE = 1

           IF WS-RETURN-CODE NOT = 1
               MOVE 'PASSAGEM/FILE/audit-trail.txt' TO WS-AUDIT-PATH
               MOVE 'N' TO WS-AUDIT-KIND
               PERFORM 1120-READ-AUDIT-FILE
           END-IF

           IF WS-RETURN-CODE = 1
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LOAD-PERIOD-MONTH.
           MOVE SPACES TO WS-AUDIT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-audit-'
                  DELIMITED BY SIZE
                  WS-AUDIT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           PERFORM 1120-READ-AUDIT-FILE

           IF WS-AM-MONTH = 12
               ADD 1 TO WS-AM-YEAR
               MOVE 01 TO WS-AM-MONTH
           ELSE
               ADD 1 TO WS-AM-MONTH
           END-IF.

       1120-READ-AUDIT-FILE.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               AND WS-AUDIT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR A TRILHA DE AUDITORIA "
                       WS-AUDIT-PATH ": " WS-AUDIT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AUDIT-STATUS = '05'
               IF B-AUDIT-PERIOD
                   AND WS-AUDIT-MONTH < WS-CURRENT-MONTH
                   AND WS-MISSING-COUNT < 24
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-AUDIT-MONTH TO
                       WS-MISSING-MONTH(WS-MISSING-COUNT)
               END-IF
               CLOSE AUDIT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL B-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       IF AT-TXN-TYPE = 'CHBACK'
                           PERFORM 1130-ADD-CHARGEBACK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       1130-ADD-CHARGEBACK.
           MOVE AT-FLIGHT-NUMBER TO WS-BK-FLIGHT-NUMBER
           MOVE AT-FLIGHT-DATE   TO WS-BK-FLIGHT-DATE
           MOVE AT-TICKET        TO WS-BK-TICKET
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT
               IF WS-CB-KEY(WS-CB-IDX) = WS-BOOKING-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CB-COUNT < 2000
               ADD 1 TO WS-CB-COUNT
               MOVE WS-BOOKING-KEY TO WS-CB-KEY(WS-CB-COUNT)
           ELSE
               MOVE 'Y' TO WS-CB-OVERFLOW
           END-IF.

       1200-LOAD-DECISIONS.
           OPEN INPUT FRAUD-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               AND WS-QUEUE-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR A FILA DE REVISAO DE FRAUDE: "
                       WS-QUEUE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-QUEUE-EOF
               READ FRAUD-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF WS-DC-COUNT < 500
                           ADD 1 TO WS-DC-COUNT
                           MOVE FQ-FLIGHT-NUMBER TO WS-BK-FLIGHT-NUMBER
                           MOVE FQ-FLIGHT-DATE   TO WS-BK-FLIGHT-DATE
                           MOVE FQ-TICKET        TO WS-BK-TICKET
                           MOVE WS-BOOKING-KEY TO
                               WS-DC-KEY(WS-DC-COUNT)
                           MOVE FQ-STATUS TO WS-DC-STATUS(WS-DC-COUNT)
                           MOVE FQ-DECISION-OPER TO
                               WS-DC-OPER(WS-DC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE.

       2000-REPORT-ONE-SCORE.
           READ FRAUD-SCORE-FILE
               AT END
                   MOVE 'Y' TO WS-SCORE-EOF
               NOT AT END
                   IF FS-RUN-DATE(1:6) = WS-REPORT-MONTH
                       PERFORM 2100-CLASSIFY-SCORE
                   END-IF
           END-READ.

       2100-CLASSIFY-SCORE.
           ADD 1 TO WS-SCORED-COUNT
           ADD FS-AMOUNT TO WS-SCORED-AMOUNT
           MOVE FS-FLIGHT-NUMBER TO WS-BK-FLIGHT-NUMBER
           MOVE FS-FLIGHT-DATE   TO WS-BK-FLIGHT-DATE
           MOVE FS-TICKET        TO WS-BK-TICKET

           MOVE 'N' TO WS-CHARGED-BACK
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-CB-COUNT OR B-CHARGED-BACK
               IF WS-CB-KEY(WS-CB-IDX) = WS-BOOKING-KEY
                   MOVE 'Y' TO WS-CHARGED-BACK
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-DECISION
                          WS-DECISION-OPER
           IF B-FS-QUEUED
               MOVE 'P' TO WS-DECISION
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-COUNT
                   IF WS-DC-KEY(WS-DC-IDX) = WS-BOOKING-KEY
                       MOVE WS-DC-STATUS(WS-DC-IDX) TO WS-DECISION
                       MOVE WS-DC-OPER(WS-DC-IDX) TO WS-DECISION-OPER
                   END-IF
               END-PERFORM
           END-IF

           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX = 5
               OR FS-SCORE <= WS-BD-LIMIT(WS-BD-IDX)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-BT-COUNT(WS-BD-IDX)
           IF B-CHARGED-BACK
               ADD 1 TO WS-BT-CB-COUNT(WS-BD-IDX)
               ADD FS-AMOUNT TO WS-BT-CB-AMOUNT(WS-BD-IDX)
               ADD 1 TO WS-CB-TOTAL-COUNT
               ADD FS-AMOUNT TO WS-CB-TOTAL-AMOUNT
           END-IF

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > 4
               IF FS-RULES(WS-RL-IDX:1) NOT = '-'
                   AND FS-RULES(WS-RL-IDX:1) NOT = SPACE
                   ADD 1 TO WS-RT-COUNT(WS-RL-IDX)
                   IF B-CHARGED-BACK
                       ADD 1 TO WS-RT-CB-COUNT(WS-RL-IDX)
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN B-FS-QUEUED AND B-CHARGED-BACK
                   ADD 1 TO WS-QUEUED-CB
               WHEN B-FS-QUEUED
                   ADD 1 TO WS-QUEUED-CLEAN
               WHEN B-CHARGED-BACK
                   ADD 1 TO WS-NOT-QUEUED-CB
               WHEN OTHER
                   ADD 1 TO WS-NOT-QUEUED-CLEAN
           END-EVALUATE

           EVALUATE WS-DECISION
               WHEN 'A'
                   ADD 1 TO WS-DEC-ACCEPTED
                   IF B-CHARGED-BACK
                       ADD 1 TO WS-DEC-ACCEPTED-CB
                   END-IF
               WHEN 'X'
                   ADD 1 TO WS-DEC-CANCELLED
               WHEN 'P'
                   ADD 1 TO WS-DEC-PENDING
           END-EVALUATE

      *    SO SE LISTAM OS CASOS QUE PEDEM AFINACAO: ESTORNOS QUE A
      *    PONTUACAO DEIXOU PASSAR E ESTORNOS QUE A EQUIPA ACEITOU
           IF NOT B-CHARGED-BACK
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN NOT B-FS-QUEUED
                   MOVE 'ABAIXO LIM. ' TO WS-DET-FLAG
                   ADD FS-AMOUNT TO WS-MISSED-AMOUNT
               WHEN WS-DECISION = 'A'
                   MOVE 'ACEITE      ' TO WS-DET-FLAG
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE FS-RUN-DATE      TO WS-DET-RUN-DATE
           MOVE FS-CHANNEL-CODE  TO WS-DET-CHANNEL
           MOVE FS-FLIGHT-NUMBER TO WS-DET-FLIGHT
           MOVE FS-FLIGHT-DATE   TO WS-DET-DATE
           MOVE FS-TICKET        TO WS-DET-TICKET
           MOVE FS-NAME          TO WS-DET-NAME
           MOVE FS-PAY-AUTH-REF  TO WS-DET-AUTH-REF
           MOVE FS-AMOUNT        TO WS-DET-AMOUNT
           MOVE FS-SCORE         TO WS-DET-SCORE
           MOVE FS-RULES         TO WS-DET-RULES
           MOVE WS-DECISION-OPER TO WS-DET-OPER
           MOVE WS-DETAIL-LINE TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD.

       3000-WRITE-TOTALS.
           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE 'POR ESCALAO DE PONTUACAO      VENDAS  ESTORNOS  '
               TO FRAUD-REPORT-RECORD
           MOVE '% ESTORNO  VALOR ESTORNADO' TO
               FRAUD-REPORT-RECORD(50:26)
           WRITE FRAUD-REPORT-RECORD
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > 5
               MOVE WS-BT-COUNT(WS-BD-IDX)     TO WS-DISP-COUNT
               MOVE WS-BT-CB-COUNT(WS-BD-IDX)  TO WS-DISP-COUNT-2
               MOVE WS-BT-CB-AMOUNT(WS-BD-IDX) TO WS-DISP-AMOUNT
               MOVE ZERO TO WS-RATE
               IF WS-BT-COUNT(WS-BD-IDX) > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       WS-BT-CB-COUNT(WS-BD-IDX) * 100
                       / WS-BT-COUNT(WS-BD-IDX)
               END-IF
               MOVE WS-RATE TO WS-DISP-RATE
               MOVE SPACES TO FRAUD-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                      WS-BD-NAME(WS-BD-IDX) DELIMITED BY SIZE
                      '                 ' DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-DISP-COUNT-2 DELIMITED BY SIZE
                      '      ' DELIMITED BY SIZE
                      WS-DISP-RATE DELIMITED BY SIZE
                      '   ' DELIMITED BY SIZE
                      WS-DISP-AMOUNT DELIMITED BY SIZE
                      INTO FRAUD-REPORT-RECORD
               WRITE FRAUD-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE 'POR REGRA DISPARADA                 VENDAS  ESTORNOS'
               TO FRAUD-REPORT-RECORD
           MOVE '% ESTORNO' TO FRAUD-REPORT-RECORD(56:9)
           WRITE FRAUD-REPORT-RECORD
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
               UNTIL WS-RL-IDX > 4
               MOVE WS-RT-COUNT(WS-RL-IDX)    TO WS-DISP-COUNT
               MOVE WS-RT-CB-COUNT(WS-RL-IDX) TO WS-DISP-COUNT-2
               MOVE ZERO TO WS-RATE
               IF WS-RT-COUNT(WS-RL-IDX) > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       WS-RT-CB-COUNT(WS-RL-IDX) * 100
                       / WS-RT-COUNT(WS-RL-IDX)
               END-IF
               MOVE WS-RATE TO WS-DISP-RATE
               MOVE SPACES TO FRAUD-REPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                      WS-RULE-NAME(WS-RL-IDX) DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-DISP-COUNT-2 DELIMITED BY SIZE
                      '      ' DELIMITED BY SIZE
                      WS-DISP-RATE DELIMITED BY SIZE
                      INTO FRAUD-REPORT-RECORD
               WRITE FRAUD-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE 'FILA DE REVISAO            ESTORNADAS  SEM ESTORNO'
               TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE WS-QUEUED-CB    TO WS-DISP-COUNT
           MOVE WS-QUEUED-CLEAN TO WS-DISP-COUNT-2
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING '  ENVIADAS PARA A FILA        ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE WS-NOT-QUEUED-CB    TO WS-DISP-COUNT
           MOVE WS-NOT-QUEUED-CLEAN TO WS-DISP-COUNT-2
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING '  ABAIXO DO LIMIAR            ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD

           MOVE WS-DEC-ACCEPTED  TO WS-DISP-COUNT
           MOVE WS-DEC-CANCELLED TO WS-DISP-COUNT-2
           MOVE WS-DEC-PENDING   TO WS-DISP-COUNT-3
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'DECISOES DA FILA: ACEITES ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  CANCELADAS ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  '  PENDENTES ' DELIMITED BY SIZE
                  WS-DISP-COUNT-3 DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE WS-DEC-ACCEPTED-CB TO WS-DISP-COUNT
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'ACEITES QUE VIERAM A SER ESTORNADAS: '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD

           MOVE SPACES TO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE WS-SCORED-COUNT  TO WS-DISP-COUNT
           MOVE WS-SCORED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'VENDAS COM CARTAO PONTUADAS: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE WS-CB-TOTAL-COUNT  TO WS-DISP-COUNT
           MOVE WS-CB-TOTAL-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'ESTORNADAS ATE HOJE:         ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD
           MOVE WS-MISSED-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO FRAUD-REPORT-RECORD
           STRING 'ESTORNADO ABAIXO DO LIMIAR:  ' DELIMITED BY SIZE
                  '       ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
                  INTO FRAUD-REPORT-RECORD
           WRITE FRAUD-REPORT-RECORD

           MOVE WS-SCORED-COUNT   TO WS-DISP-COUNT
           MOVE WS-CB-TOTAL-COUNT TO WS-DISP-COUNT-2
           DISPLAY "RELATORIO DE FRAUDE EMITIDO - " WS-REPORT-MONTH
                   " - PONTUADAS " WS-DISP-COUNT
                   " ESTORNADAS " WS-DISP-COUNT-2.
