       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PERCLOSE - FECHO E TRANCA DO PERIODO MENSAL, PRIMEIRO PASSO
      *    DA CADEIA DE FIM DE MES (run-monthend.sh). SOBRE O CONTROLO
      *    DOS PERIODOS (period-control.txt, COPY PERCTL) QUE O
      *    PERAPND.cbl ALIMENTA NOITE A NOITE:
      *    - LISTA AS NOITES DO PERIODO COM OS SEUS TOTAIS DE CONTROLO
      *      E ASSINALA AS NOITES TARDIAS DE PERIODOS JA FECHADOS
      *    - LISTA OS DIAS DO MES SEM NOITE ACRESCENTADA: COM DIAS EM
      *      FALTA O PERIODO NAO FECHA, SALVO COM O PARAMETRO FORCAR
      *      DEPOIS DE ALGUEM CONFIRMAR QUE A FALTA E GENUINA
      *    - RELE OS FICHEIROS DO PERIODO (PASSAGEM/FILE/PERIODS) E
      *      CONFERE REGISTOS E VALORES COM A SOMA DAS NOITES: UM
      *      FICHEIRO ALTERADO A MAO NAO FECHA NUNCA
      *    - GRAVA A LINHA DE FECHO 'C' COM OS TOTAIS DO PERIODO; A
      *      PARTIR DAI O PERAPND.cbl MANDA AS NOITES TARDIAS PARA O
      *      PERIODO SEGUINTE
      *    PARAMETROS: <MES AAAAMM> [FORCAR] (SEM MES, O ANTERIOR).
      *    RELATORIO EM period-close-report.txt.
      *    RETURN-CODE 0 PERIODO FECHADO (OU JA FECHADO ANTES); 1
      *    QUANDO O CONTROLO NAO ABRE; 8 QUANDO O PERIODO NAO PODE
      *    FECHAR (MES EM CURSO, SEM NOITES, DIAS EM FALTA OU TOTAIS
      *    QUE NAO BATEM)
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO
               "PASSAGEM/FILE/period-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL PERIOD-SALES-FILE ASSIGN USING
               WS-SALES-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-AUDIT-FILE ASSIGN USING
               WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-PAYMENT-FILE ASSIGN USING
               WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-JOURNAL-FILE ASSIGN USING
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSE-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/period-close-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD PERIOD-SALES-FILE.
           COPY DAILYSAL.

       FD PERIOD-AUDIT-FILE.
           COPY AUDITTRL.

       FD PERIOD-PAYMENT-FILE.
           COPY PAYJRNL.

       FD PERIOD-JOURNAL-FILE.
           COPY JOURNAL.

       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS     PIC X(2).
       01 WS-TODAY              PIC X(21).
       01 WS-COMMAND-LINE       PIC X(40).

       01 WS-PARAMETERS.
           05 WS-PARM-MONTH     PIC X(6).
           05 WS-PARM-FORCE     PIC X(6).
               88 B-FORCE-CLOSE VALUE 'FORCAR'.

       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-PREV-MONTH     PIC 9(6).
           05 WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
               10 WS-PM-YEAR    PIC 9(4).
               10 WS-PM-MONTH   PIC 9(2).
           05 WS-NEXT-MONTH     PIC 9(8).
           05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10 WS-NM-YEAR    PIC 9(4).
               10 WS-NM-MONTH   PIC 9(2).
               10 WS-NM-DAY     PIC 9(2).
           05 WS-END-DATE       PIC 9(8).
           05 WS-LAST-DAY       PIC 9(2).
           05 WS-LAST-CLOSED    PIC 9(6) VALUE ZERO.
           05 WS-CLOSED-ON      PIC 9(8) VALUE ZERO.

       01 WS-PATHS.
           05 WS-SALES-PATH     PIC X(64).
           05 WS-AUDIT-PATH     PIC X(64).
           05 WS-PAYMENT-PATH   PIC X(64).
           05 WS-JOURNAL-PATH   PIC X(64).

       01 WS-FLAGS.
           05 WS-ALREADY-CLOSED PIC X(1) VALUE 'N'.
               88 B-ALREADY-CLOSED VALUE 'Y'.
           05 WS-CONTROL-EOF    PIC X(1) VALUE 'N'.
               88 B-CONTROL-EOF VALUE 'Y'.
           05 WS-FILE-EOF       PIC X(1) VALUE 'N'.
               88 B-FILE-EOF    VALUE 'Y'.
           05 WS-TOTALS-OK      PIC X(1) VALUE 'Y'.
               88 B-TOTALS-OK   VALUE 'Y'.

      *    DIAS DO MES COM NOITE ACRESCENTADA AO PERIODO
       01 WS-DAY-TABLE.
           05 WS-DAY-PRESENT    PIC X(1) OCCURS 31 TIMES.
       01 WS-DAY-IX             PIC 9(2).
       01 WS-MISSING-DAYS       PIC 9(2) VALUE ZERO.
       01 WS-NIGHT-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-LATE-COUNT         PIC 9(4) VALUE ZERO.

      *    TOTAIS DE CONTROLO: SOMA DAS NOITES (EXPECTED) E O QUE OS
      *    FICHEIROS DO PERIODO TEM DE FACTO (FOUND)
       01 WS-EXPECTED-TOTALS.
           05 WS-EX-SALES-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-EX-SALES-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05 WS-EX-TAX-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05 WS-EX-AUDIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-EX-PAYMENT-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-EX-PAYMENT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           05 WS-EX-JOURNAL-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-FOUND-TOTALS.
           05 WS-FD-SALES-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-FD-SALES-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05 WS-FD-TAX-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05 WS-FD-AUDIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-FD-PAYMENT-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-FD-PAYMENT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           05 WS-FD-JOURNAL-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-NIGHT-LINE.
           05 WS-NL-DATE        PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-NL-CHAIN       PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-SALES       PIC Z(6)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-SALES-AMT   PIC Z(10)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-TAX-AMT     PIC Z(10)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-AUDIT       PIC Z(6)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-PAYMENTS    PIC Z(6)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-PAY-AMT     PIC Z(10)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-NL-JOURNAL     PIC Z(6)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-NL-NOTE        PIC X(8).

       01 WS-CHECK-LINE.
           05 WS-CL-LABEL       PIC X(24).
           05 WS-CL-EXPECTED    PIC Z(10)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CL-FOUND       PIC Z(10)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-CL-RESULT      PIC X(12).

       01 WS-CHECK-EXPECTED     PIC 9(11)V99.
       01 WS-CHECK-FOUND        PIC 9(11)V99.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PARAMETERS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-MONTH WS-PARM-FORCE
           END-UNSTRING
           PERFORM 1000-SET-PERIOD

           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING '===== FECHO DO PERIODO ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (CORRIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           IF WS-REPORT-MONTH NOT < WS-TODAY(1:6)
               MOVE 'O PERIODO AINDA ESTA A DECORRER - NAO FECHADO'
                   TO CLOSE-REPORT-RECORD
               PERFORM 9000-REFUSE-CLOSE
           END-IF

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'NOITE     CADEIA          VENDAS    VALOR VENDAS'
               TO CLOSE-REPORT-RECORD
           MOVE 'TAXAS  AUDIT.  PAGAM.    VALOR PAGAM.  DIARIO'
               TO CLOSE-REPORT-RECORD(60:45)
           WRITE CLOSE-REPORT-RECORD
           PERFORM 2000-READ-CONTROL

           IF B-ALREADY-CLOSED
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING 'PERIODO JA FECHADO EM ' DELIMITED BY SIZE
                      WS-CLOSED-ON DELIMITED BY SIZE
                      ' - NADA A FAZER' DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               DISPLAY "PERIODO " WS-REPORT-MONTH " JA FECHADO EM "
                       WS-CLOSED-ON
               CLOSE CLOSE-REPORT-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REPORT-MONTH-N < WS-LAST-CLOSED
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING 'O PERIODO ' DELIMITED BY SIZE
                      WS-LAST-CLOSED DELIMITED BY SIZE
                      ' JA ESTA FECHADO - UM PERIODO ANTERIOR NAO '
                      DELIMITED BY SIZE
                      'PODE FECHAR DEPOIS DELE' DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
               PERFORM 9000-REFUSE-CLOSE
           END-IF

           IF WS-NIGHT-COUNT = ZERO
               MOVE 'NENHUMA NOITE ACRESCENTADA AO PERIODO - NAO '
                   TO CLOSE-REPORT-RECORD
               MOVE 'FECHADO' TO CLOSE-REPORT-RECORD(45:7)
               PERFORM 9000-REFUSE-CLOSE
           END-IF

           PERFORM 3000-CHECK-MISSING-DAYS
           PERFORM 4000-VERIFY-FILES

           IF NOT B-TOTALS-OK
               MOVE SPACES TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE 'OS FICHEIROS DO PERIODO NAO BATEM COM OS TOTAIS '
                   TO CLOSE-REPORT-RECORD
               MOVE 'DAS NOITES - NAO FECHADO'
                   TO CLOSE-REPORT-RECORD(49:24)
               PERFORM 9000-REFUSE-CLOSE
           END-IF

           IF WS-MISSING-DAYS > ZERO AND NOT B-FORCE-CLOSE
               MOVE SPACES TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE 'DIAS SEM NOITE ACRESCENTADA - NAO FECHADO (FORCAR '
                   TO CLOSE-REPORT-RECORD
               MOVE 'SO DEPOIS DE CONFIRMAR A FALTA)'
                   TO CLOSE-REPORT-RECORD(51:31)
               PERFORM 9000-REFUSE-CLOSE
           END-IF

           PERFORM 5000-WRITE-CLOSE-RECORD

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING 'PERIODO ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' FECHADO E TRANCADO - AS NOITES TARDIAS ENTRAM NO '
                  DELIMITED BY SIZE
                  'PERIODO SEGUINTE' DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           IF WS-MISSING-DAYS > ZERO
               MOVE 'FECHO FORCADO COM DIAS EM FALTA'
                   TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF
           CLOSE CLOSE-REPORT-FILE
           DISPLAY "PERIODO " WS-REPORT-MONTH " FECHADO"

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MES PEDIDO NA LINHA DE COMANDO (AAAAMM) OU O MES ANTERIOR;
      *    ULTIMO DIA DO MES E CAMINHOS DOS FICHEIROS DO PERIODO
      ******************************************************************
       1000-SET-PERIOD.
           MOVE WS-PARM-MONTH TO WS-REPORT-MONTH
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
           END-IF

           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH(1:6)
           MOVE 01 TO WS-NM-DAY
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           MOVE WS-END-DATE(7:2) TO WS-LAST-DAY

           MOVE SPACES TO WS-PATHS
           STRING 'PASSAGEM/FILE/PERIODS/period-sales-' DELIMITED BY
                  SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-SALES-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-audit-' DELIMITED BY
                  SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-payments-' DELIMITED
                  BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-PAYMENT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-journal-' DELIMITED BY
                  SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-JOURNAL-PATH.

      ******************************************************************
      *    NOITES DO PERIODO NO CONTROLO: UMA LINHA POR NOITE NO
      *    RELATORIO, DIAS DO MES COBERTOS E A SOMA DOS TOTAIS
      ******************************************************************
       2000-READ-CONTROL.
           MOVE ALL 'N' TO WS-DAY-TABLE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               AND WS-CONTROL-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR period-control.txt: "
                       WS-CONTROL-STATUS
               CLOSE CLOSE-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-CONTROL-EOF
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       PERFORM 2100-ONE-CONTROL-LINE
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       2100-ONE-CONTROL-LINE.
           IF B-PC-CLOSE
               IF PC-PERIOD > WS-LAST-CLOSED
                   MOVE PC-PERIOD TO WS-LAST-CLOSED
               END-IF
               IF PC-PERIOD = WS-REPORT-MONTH-N
                   MOVE 'Y' TO WS-ALREADY-CLOSED
                   MOVE PC-BUSINESS-DATE TO WS-CLOSED-ON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT B-PC-NIGHT OR PC-PERIOD NOT = WS-REPORT-MONTH-N
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NIGHT-COUNT
           ADD PC-SALES-COUNT    TO WS-EX-SALES-COUNT
           ADD PC-SALES-AMOUNT   TO WS-EX-SALES-AMOUNT
           ADD PC-TAX-AMOUNT     TO WS-EX-TAX-AMOUNT
           ADD PC-AUDIT-COUNT    TO WS-EX-AUDIT-COUNT
           ADD PC-PAYMENT-COUNT  TO WS-EX-PAYMENT-COUNT
           ADD PC-PAYMENT-AMOUNT TO WS-EX-PAYMENT-AMOUNT
           ADD PC-JOURNAL-COUNT  TO WS-EX-JOURNAL-COUNT

           MOVE PC-BUSINESS-DATE  TO WS-NL-DATE
           MOVE PC-CHAIN-ID       TO WS-NL-CHAIN
           MOVE PC-SALES-COUNT    TO WS-NL-SALES
           MOVE PC-SALES-AMOUNT   TO WS-NL-SALES-AMT
           MOVE PC-TAX-AMOUNT     TO WS-NL-TAX-AMT
           MOVE PC-AUDIT-COUNT    TO WS-NL-AUDIT
           MOVE PC-PAYMENT-COUNT  TO WS-NL-PAYMENTS
           MOVE PC-PAYMENT-AMOUNT TO WS-NL-PAY-AMT
           MOVE PC-JOURNAL-COUNT  TO WS-NL-JOURNAL
           MOVE SPACES            TO WS-NL-NOTE
      *    NOITE DE UM MES ANTERIOR JA FECHADO: CONTA PARA ESTE
      *    PERIODO MAS NAO COBRE NENHUM DIA DELE
           IF PC-BUSINESS-DATE(1:6) = WS-REPORT-MONTH
               MOVE PC-BUSINESS-DATE(7:2) TO WS-DAY-IX
               MOVE 'Y' TO WS-DAY-PRESENT(WS-DAY-IX)
           ELSE
               MOVE 'TARDIA' TO WS-NL-NOTE
               ADD 1 TO WS-LATE-COUNT
           END-IF
           MOVE WS-NIGHT-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

      ******************************************************************
      *    DIAS DO MES SEM NENHUMA NOITE ACRESCENTADA
      ******************************************************************
       3000-CHECK-MISSING-DAYS.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-LAST-DAY
               IF WS-DAY-PRESENT(WS-DAY-IX) NOT = 'Y'
                   IF WS-MISSING-DAYS = ZERO
                       MOVE SPACES TO CLOSE-REPORT-RECORD
                       WRITE CLOSE-REPORT-RECORD
                       MOVE 'DIAS SEM NOITE ACRESCENTADA:'
                           TO CLOSE-REPORT-RECORD
                       WRITE CLOSE-REPORT-RECORD
                   END-IF
                   ADD 1 TO WS-MISSING-DAYS
                   MOVE SPACES TO CLOSE-REPORT-RECORD
                   STRING '  ' DELIMITED BY SIZE
                          WS-REPORT-MONTH DELIMITED BY SIZE
                          WS-DAY-IX DELIMITED BY SIZE
                          INTO CLOSE-REPORT-RECORD
                   WRITE CLOSE-REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-MISSING-DAYS > ZERO
               DISPLAY "PERIODO " WS-REPORT-MONTH ": " WS-MISSING-DAYS
                       " DIA(S) SEM NOITE ACRESCENTADA"
           END-IF.

      ******************************************************************
      *    RELEITURA DOS FICHEIROS DO PERIODO E CONFERENCIA COM A SOMA
      *    DOS TOTAIS DE CONTROLO DAS NOITES
      ******************************************************************
       4000-VERIFY-FILES.
           OPEN INPUT PERIOD-SALES-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL B-FILE-EOF
               READ PERIOD-SALES-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FD-SALES-COUNT
                       IF DS-TICKET-TOTAL IS NUMERIC
                           ADD DS-TICKET-TOTAL TO WS-FD-SALES-AMOUNT
                       END-IF
                       IF DS-TAX-AMOUNT IS NUMERIC
                           ADD DS-TAX-AMOUNT TO WS-FD-TAX-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-SALES-FILE

           OPEN INPUT PERIOD-AUDIT-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL B-FILE-EOF
               READ PERIOD-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FD-AUDIT-COUNT
               END-READ
           END-PERFORM
           CLOSE PERIOD-AUDIT-FILE

           OPEN INPUT PERIOD-PAYMENT-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL B-FILE-EOF
               READ PERIOD-PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FD-PAYMENT-COUNT
                       IF PJ-AMOUNT IS NUMERIC
                           ADD PJ-AMOUNT TO WS-FD-PAYMENT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-PAYMENT-FILE

           OPEN INPUT PERIOD-JOURNAL-FILE
           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL B-FILE-EOF
               READ PERIOD-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-FD-JOURNAL-COUNT
               END-READ
           END-PERFORM
           CLOSE PERIOD-JOURNAL-FILE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           MOVE 'CONFERENCIA                 SOMA NOITES'
               TO CLOSE-REPORT-RECORD
           MOVE 'FICHEIROS' TO CLOSE-REPORT-RECORD(48:9)
           WRITE CLOSE-REPORT-RECORD

           MOVE 'VENDAS (REGISTOS)'    TO WS-CL-LABEL
           MOVE WS-EX-SALES-COUNT      TO WS-CHECK-EXPECTED
           MOVE WS-FD-SALES-COUNT      TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL
           MOVE 'VENDAS (VALOR)'       TO WS-CL-LABEL
           MOVE WS-EX-SALES-AMOUNT     TO WS-CHECK-EXPECTED
           MOVE WS-FD-SALES-AMOUNT     TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL
           MOVE 'TAXAS (VALOR)'        TO WS-CL-LABEL
           MOVE WS-EX-TAX-AMOUNT       TO WS-CHECK-EXPECTED
           MOVE WS-FD-TAX-AMOUNT       TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL
           MOVE 'AUDITORIA (REGISTOS)' TO WS-CL-LABEL
           MOVE WS-EX-AUDIT-COUNT      TO WS-CHECK-EXPECTED
           MOVE WS-FD-AUDIT-COUNT      TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL
           MOVE 'PAGAMENTOS (REGISTOS)' TO WS-CL-LABEL
           MOVE WS-EX-PAYMENT-COUNT    TO WS-CHECK-EXPECTED
           MOVE WS-FD-PAYMENT-COUNT    TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL
           MOVE 'PAGAMENTOS (VALOR)'   TO WS-CL-LABEL
           MOVE WS-EX-PAYMENT-AMOUNT   TO WS-CHECK-EXPECTED
           MOVE WS-FD-PAYMENT-AMOUNT   TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL
           MOVE 'DIARIO (REGISTOS)'    TO WS-CL-LABEL
           MOVE WS-EX-JOURNAL-COUNT    TO WS-CHECK-EXPECTED
           MOVE WS-FD-JOURNAL-COUNT    TO WS-CHECK-FOUND
           PERFORM 4100-CHECK-ONE-TOTAL.

       4100-CHECK-ONE-TOTAL.
           MOVE WS-CHECK-EXPECTED TO WS-CL-EXPECTED
           MOVE WS-CHECK-FOUND    TO WS-CL-FOUND
           IF WS-CHECK-EXPECTED = WS-CHECK-FOUND
               MOVE 'OK'          TO WS-CL-RESULT
           ELSE
               MOVE '*DIFERENTE*' TO WS-CL-RESULT
               MOVE 'N' TO WS-TOTALS-OK
               DISPLAY "PERIODO " WS-REPORT-MONTH ": " WS-CL-LABEL
                       " NAO BATE COM AS NOITES"
           END-IF
           MOVE WS-CHECK-LINE TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

      ******************************************************************
      *    LINHA DE FECHO: TRANCA O PERIODO COM OS TOTAIS CONFERIDOS
      ******************************************************************
       5000-WRITE-CLOSE-RECORD.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               AND WS-CONTROL-STATUS NOT = '05'
               DISPLAY "ERRO A GRAVAR period-control.txt: "
                       WS-CONTROL-STATUS
               CLOSE CLOSE-REPORT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE PERIOD-CONTROL-RECORD
           MOVE 'C'                  TO PC-RECORD-TYPE
           MOVE WS-REPORT-MONTH-N    TO PC-PERIOD
           MOVE WS-TODAY(1:8)        TO PC-BUSINESS-DATE
           IF WS-MISSING-DAYS > ZERO
               MOVE 'FORCADO'        TO PC-CHAIN-ID
           END-IF
           MOVE WS-TODAY(1:8)        TO PC-STAMP-DATE
           MOVE WS-TODAY(9:6)        TO PC-STAMP-TIME
           MOVE WS-FD-SALES-COUNT    TO PC-SALES-COUNT
           MOVE WS-FD-SALES-AMOUNT   TO PC-SALES-AMOUNT
           MOVE WS-FD-TAX-AMOUNT     TO PC-TAX-AMOUNT
           MOVE WS-FD-AUDIT-COUNT    TO PC-AUDIT-COUNT
           MOVE WS-FD-PAYMENT-COUNT  TO PC-PAYMENT-COUNT
           MOVE WS-FD-PAYMENT-AMOUNT TO PC-PAYMENT-AMOUNT
           MOVE WS-FD-JOURNAL-COUNT  TO PC-JOURNAL-COUNT
           MOVE 'PERCLOS1'           TO PC-OPERATOR-ID
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE.

      ******************************************************************
      *    O PERIODO NAO FECHA: A RAZAO JA ESTA NA LINHA DO RELATORIO
      ******************************************************************
       9000-REFUSE-CLOSE.
           WRITE CLOSE-REPORT-RECORD
           DISPLAY CLOSE-REPORT-RECORD(1:72)
           CLOSE CLOSE-REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.
