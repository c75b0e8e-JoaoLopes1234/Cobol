       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERAPND.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PERAPND - ACRESCENTA OS EXTRATOS DA NOITE AO PERIODO MENSAL
      *    ABERTO. OS FICHEIROS DE PERIODO ERAM PREPARADOS PELO
      *    OPERADOR CONCATENANDO OS EXTRATOS NOTURNOS A MAO, E UMA
      *    NOITE ESQUECIDA PASSAVA DESPERCEBIDA. O PASSO CORRE NA
      *    CADEIA NOTURNA (run-passjob.sh) DEPOIS DA FATURACAO E:
      *    - ACRESCENTA daily-sales.txt, audit-trail.txt,
      *      payments-journal.txt E master-journal.txt AOS
      *      FICHEIROS DO PERIODO EM PASSAGEM/FILE/PERIODS
      *      (period-sales-AAAAMM.txt, period-audit-AAAAMM.txt,
      *      period-payments-AAAAMM.txt, period-journal-AAAAMM.txt)
      *    - GRAVA EM period-control.txt (COPY PERCTL) A LINHA DA
      *      NOITE COM OS TOTAIS DE CONTROLO: REGISTOS E VALORES DE
      *      VENDAS, TAXAS E PAGAMENTOS, REGISTOS DE AUDITORIA E DO
      *      DIARIO DE MESTRES
      *    O PERIODO E O MES DA DATA DE NEGOCIO; SE ESSE PERIODO JA
      *    FOI FECHADO (PERCLOSE.cbl), A NOITE TARDIA ENTRA NO PERIODO
      *    ABERTO SEGUINTE E NUNCA ALTERA UM PERIODO FECHADO.
      *    PARAMETROS: <DATA DE NEGOCIO AAAAMMDD> <ID DA CADEIA>
      *    (SEM DATA, A DE HOJE). A MESMA NOITE COM O MESMO ID DA
      *    CADEIA NAO E ACRESCENTADA DUAS VEZES (REARRANQUE).
      *    RETURN-CODE 1 QUANDO UM FICHEIRO NAO ABRE; 2 NOITE TARDIA
      *    OU NOITES EM FALTA DESDE A ULTIMA ACRESCENTADA; 8 QUANDO A
      *    DATA DE NEGOCIO JA ESTA NUM PERIODO POR OUTRA CADEIA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NIGHT-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/daily-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.

           SELECT OPTIONAL NIGHT-AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.

           SELECT OPTIONAL NIGHT-PAYMENT-FILE ASSIGN TO
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.

           SELECT OPTIONAL NIGHT-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/master-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.

      *    FICHEIROS DO PERIODO: O CAMINHO E MONTADO COM O PERIODO
      *    DE DESTINO DA NOITE
           SELECT OPTIONAL PERIOD-SALES-FILE ASSIGN USING
               WS-SALES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-AUDIT-FILE ASSIGN USING
               WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-PAYMENT-FILE ASSIGN USING
               WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-JOURNAL-FILE ASSIGN USING
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO
               "PASSAGEM/FILE/period-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NIGHT-SALES-FILE.
           COPY DAILYSAL.

       FD NIGHT-AUDIT-FILE.
           COPY AUDITTRL.

       FD NIGHT-PAYMENT-FILE.
           COPY PAYJRNL.

       FD NIGHT-JOURNAL-FILE.
           COPY JOURNAL.

       FD PERIOD-SALES-FILE.
       01 PERIOD-SALES-RECORD       PIC X(200).

       FD PERIOD-AUDIT-FILE.
       01 PERIOD-AUDIT-RECORD       PIC X(120).

       FD PERIOD-PAYMENT-FILE.
       01 PERIOD-PAYMENT-RECORD     PIC X(100).

       FD PERIOD-JOURNAL-FILE.
       01 PERIOD-JOURNAL-RECORD     PIC X(500).

       FD PERIOD-CONTROL-FILE.
           COPY PERCTL.

       WORKING-STORAGE SECTION.
       01 WS-NIGHT-STATUS       PIC X(2).
       01 WS-PERIOD-STATUS      PIC X(2).
       01 WS-CONTROL-STATUS     PIC X(2).
       01 WS-TODAY              PIC X(21).
       01 WS-COMMAND-LINE       PIC X(40).

       01 WS-PARAMETERS.
           05 WS-PARM-DATE      PIC X(8).
           05 WS-PARM-CHAIN     PIC X(14).

       01 WS-NIGHT.
           05 WS-BUSINESS-DATE  PIC 9(8).
           05 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                PIC X(8).
           05 WS-CHAIN-ID       PIC X(14).
           05 WS-TARGET-PERIOD  PIC 9(6).
           05 WS-TARGET-R REDEFINES WS-TARGET-PERIOD.
               10 WS-TP-YEAR    PIC 9(4).
               10 WS-TP-MONTH   PIC 9(2).
           05 WS-LAST-CLOSED    PIC 9(6) VALUE ZERO.
           05 WS-LAST-NIGHT     PIC 9(8) VALUE ZERO.
           05 WS-NIGHT-GAP      PIC S9(6) VALUE ZERO.
           05 WS-DUP-PERIOD     PIC 9(6) VALUE ZERO.
           05 WS-DUP-CHAIN      PIC X(14) VALUE SPACES.

       01 WS-FLAGS.
           05 WS-DUP-FOUND      PIC X(1) VALUE 'N'.
               88 B-DUP-FOUND   VALUE 'Y'.
           05 WS-LATE-NIGHT     PIC X(1) VALUE 'N'.
               88 B-LATE-NIGHT  VALUE 'Y'.
           05 WS-CONTROL-EOF    PIC X(1) VALUE 'N'.
               88 B-CONTROL-EOF VALUE 'Y'.
           05 WS-NIGHT-EOF      PIC X(1) VALUE 'N'.
               88 B-NIGHT-EOF   VALUE 'Y'.

       01 WS-PATHS.
           05 WS-SALES-PATH     PIC X(64).
           05 WS-AUDIT-PATH     PIC X(64).
           05 WS-PAYMENT-PATH   PIC X(64).
           05 WS-JOURNAL-PATH   PIC X(64).

       01 WS-NIGHT-TOTALS.
           05 WS-SALES-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-SALES-AMOUNT   PIC 9(11)V99 VALUE ZERO.
           05 WS-TAX-AMOUNT     PIC 9(11)V99 VALUE ZERO.
           05 WS-AUDIT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-PAYMENT-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-PAYMENT-AMOUNT PIC 9(11)V99 VALUE ZERO.
           05 WS-JOURNAL-COUNT  PIC 9(7) VALUE ZERO.

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT     PIC Z(6)9.
           05 WS-DISP-AMOUNT    PIC Z(10)9,99.
           05 WS-DISP-GAP       PIC Z(5)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-NIGHT
           PERFORM 1100-READ-CONTROL

           IF B-DUP-FOUND
               IF WS-DUP-CHAIN = WS-CHAIN-ID
                   DISPLAY "NOITE " WS-BUSINESS-DATE-X
                           " JA ACRESCENTADA AO PERIODO " WS-DUP-PERIOD
                           " POR ESTA CADEIA - NADA A FAZER"
               ELSE
                   DISPLAY "NOITE " WS-BUSINESS-DATE-X
                           " JA ESTA NO PERIODO " WS-DUP-PERIOD
                           " (CADEIA " WS-DUP-CHAIN
                           ") - NAO ACRESCENTADA"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1200-SET-TARGET-PERIOD

           PERFORM 2000-APPEND-SALES
           PERFORM 2100-APPEND-AUDIT
           PERFORM 2200-APPEND-PAYMENTS
           PERFORM 2300-APPEND-JOURNAL
           PERFORM 3000-WRITE-NIGHT-CONTROL

           DISPLAY "NOITE " WS-BUSINESS-DATE-X
                   " ACRESCENTADA AO PERIODO " WS-TARGET-PERIOD
           MOVE WS-SALES-COUNT TO WS-DISP-COUNT
           MOVE WS-SALES-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Vendas:      " WS-DISP-COUNT "  " WS-DISP-AMOUNT
           MOVE WS-TAX-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Taxas:                " WS-DISP-AMOUNT
           MOVE WS-AUDIT-COUNT TO WS-DISP-COUNT
           DISPLAY "Auditoria:   " WS-DISP-COUNT
           MOVE WS-PAYMENT-COUNT TO WS-DISP-COUNT
           MOVE WS-PAYMENT-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "Pagamentos:  " WS-DISP-COUNT "  " WS-DISP-AMOUNT
           MOVE WS-JOURNAL-COUNT TO WS-DISP-COUNT
           DISPLAY "Diario:      " WS-DISP-COUNT

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    DATA DE NEGOCIO E ID DA CADEIA DA LINHA DE COMANDO; SEM
      *    DATA VALIDA, A DE HOJE
      ******************************************************************
       1000-SET-NIGHT.
           MOVE SPACES TO WS-PARAMETERS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-PARM-DATE WS-PARM-CHAIN
           END-UNSTRING
           IF WS-PARM-DATE IS NOT NUMERIC
               OR WS-PARM-DATE(5:2) < '01'
               OR WS-PARM-DATE(5:2) > '12'
               OR WS-PARM-DATE(7:2) < '01'
               OR WS-PARM-DATE(7:2) > '31'
               IF WS-PARM-DATE NOT = SPACES
                   DISPLAY "DATA INVALIDA NA LINHA DE COMANDO ("
                           WS-PARM-DATE ") - USADA A DE HOJE"
               END-IF
               MOVE WS-TODAY(1:8) TO WS-PARM-DATE
           END-IF
           MOVE WS-PARM-DATE TO WS-BUSINESS-DATE-X
           MOVE WS-PARM-CHAIN TO WS-CHAIN-ID.

      ******************************************************************
      *    CONTROLO DOS PERIODOS: ULTIMO PERIODO FECHADO, ULTIMA NOITE
      *    ACRESCENTADA E SE ESTA DATA DE NEGOCIO JA LA ESTA
      ******************************************************************
       1100-READ-CONTROL.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               AND WS-CONTROL-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR period-control.txt: "
                       WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-CONTROL-EOF
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN B-PC-CLOSE
                               IF PC-PERIOD > WS-LAST-CLOSED
                                   MOVE PC-PERIOD TO WS-LAST-CLOSED
                               END-IF
                           WHEN B-PC-NIGHT
                               IF PC-BUSINESS-DATE > WS-LAST-NIGHT
                                   MOVE PC-BUSINESS-DATE
                                       TO WS-LAST-NIGHT
                               END-IF
                               IF PC-BUSINESS-DATE = WS-BUSINESS-DATE
                                   MOVE 'Y' TO WS-DUP-FOUND
                                   MOVE PC-PERIOD TO WS-DUP-PERIOD
                                   MOVE PC-CHAIN-ID TO WS-DUP-CHAIN
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

      ******************************************************************
      *    PERIODO DE DESTINO: O MES DA DATA DE NEGOCIO, OU O MES
      *    SEGUINTE AO ULTIMO FECHADO QUANDO A NOITE CHEGA DEPOIS DO
      *    FECHO. AVISA DAS NOITES EM FALTA DESDE A ULTIMA ACRESCENTADA
      ******************************************************************
       1200-SET-TARGET-PERIOD.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-TARGET-PERIOD
           IF WS-TARGET-PERIOD NOT > WS-LAST-CLOSED
               MOVE 'Y' TO WS-LATE-NIGHT
               MOVE WS-LAST-CLOSED TO WS-TARGET-PERIOD
               IF WS-TP-MONTH = 12
                   ADD 1 TO WS-TP-YEAR
                   MOVE 01 TO WS-TP-MONTH
               ELSE
                   ADD 1 TO WS-TP-MONTH
               END-IF
               DISPLAY "NOITE TARDIA: O PERIODO "
                       WS-BUSINESS-DATE-X(1:6) " JA ESTA FECHADO - "
                       "A NOITE ENTRA NO PERIODO " WS-TARGET-PERIOD
               MOVE 2 TO WS-RETURN-CODE
           END-IF

           IF WS-LAST-NIGHT > ZERO
               AND WS-BUSINESS-DATE > WS-LAST-NIGHT
               COMPUTE WS-NIGHT-GAP =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-NIGHT) - 1
               IF WS-NIGHT-GAP > ZERO
                   MOVE WS-NIGHT-GAP TO WS-DISP-GAP
                   DISPLAY "ATENCAO:" WS-DISP-GAP
                           " NOITE(S) EM FALTA ENTRE " WS-LAST-NIGHT
                           " E " WS-BUSINESS-DATE-X
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE SPACES TO WS-PATHS
           STRING 'PASSAGEM/FILE/PERIODS/period-sales-' DELIMITED BY
                  SIZE
                  WS-TARGET-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-SALES-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-audit-' DELIMITED BY
                  SIZE
                  WS-TARGET-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-payments-' DELIMITED
                  BY SIZE
                  WS-TARGET-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-PAYMENT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-journal-' DELIMITED BY
                  SIZE
                  WS-TARGET-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-JOURNAL-PATH.

      ******************************************************************
      *    EXTRATO DE VENDAS DA NOITE: REGISTOS, VALOR SEM TAXAS E
      *    TAXAS (OS VALORES SAO SOMAS DE CONTROLO, SEM SINAL)
      ******************************************************************
       2000-APPEND-SALES.
           PERFORM 2900-OPEN-PERIOD-FILES
           OPEN INPUT NIGHT-SALES-FILE
           IF WS-NIGHT-STATUS NOT = '00' AND WS-NIGHT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR daily-sales.txt: "
                       WS-NIGHT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-SALES-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-SALES-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-NIGHT-EOF
           PERFORM UNTIL B-NIGHT-EOF
               READ NIGHT-SALES-FILE
                   AT END
                       MOVE 'Y' TO WS-NIGHT-EOF
                   NOT AT END
                       WRITE PERIOD-SALES-RECORD
                           FROM DAILY-SALES-RECORD
                       ADD 1 TO WS-SALES-COUNT
                       IF DS-TICKET-TOTAL IS NUMERIC
                           ADD DS-TICKET-TOTAL TO WS-SALES-AMOUNT
                       END-IF
                       IF DS-TAX-AMOUNT IS NUMERIC
                           ADD DS-TAX-AMOUNT TO WS-TAX-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-SALES-FILE
                 PERIOD-SALES-FILE.

       2100-APPEND-AUDIT.
           OPEN INPUT NIGHT-AUDIT-FILE
           IF WS-NIGHT-STATUS NOT = '00' AND WS-NIGHT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR audit-trail.txt: "
                       WS-NIGHT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-AUDIT-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-AUDIT-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-NIGHT-EOF
           PERFORM UNTIL B-NIGHT-EOF
               READ NIGHT-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-NIGHT-EOF
                   NOT AT END
                       WRITE PERIOD-AUDIT-RECORD
                           FROM AUDIT-TRAIL-RECORD
                       ADD 1 TO WS-AUDIT-COUNT
               END-READ
           END-PERFORM
           CLOSE NIGHT-AUDIT-FILE
                 PERIOD-AUDIT-FILE.

       2200-APPEND-PAYMENTS.
           OPEN INPUT NIGHT-PAYMENT-FILE
           IF WS-NIGHT-STATUS NOT = '00' AND WS-NIGHT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR payments-journal.txt: "
                       WS-NIGHT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-PAYMENT-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-PAYMENT-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-NIGHT-EOF
           PERFORM UNTIL B-NIGHT-EOF
               READ NIGHT-PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-NIGHT-EOF
                   NOT AT END
                       WRITE PERIOD-PAYMENT-RECORD
                           FROM PAYMENT-JOURNAL-RECORD
                       ADD 1 TO WS-PAYMENT-COUNT
                       IF PJ-AMOUNT IS NUMERIC
                           ADD PJ-AMOUNT TO WS-PAYMENT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NIGHT-PAYMENT-FILE
                 PERIOD-PAYMENT-FILE.

       2300-APPEND-JOURNAL.
           OPEN INPUT NIGHT-JOURNAL-FILE
           IF WS-NIGHT-STATUS NOT = '00' AND WS-NIGHT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR master-journal.txt: "
                       WS-NIGHT-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-JOURNAL-FILE
           IF WS-PERIOD-STATUS NOT = '00'
               AND WS-PERIOD-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-JOURNAL-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-NIGHT-EOF
           PERFORM UNTIL B-NIGHT-EOF
               READ NIGHT-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-NIGHT-EOF
                   NOT AT END
                       WRITE PERIOD-JOURNAL-RECORD
                           FROM JOURNAL-RECORD
                       ADD 1 TO WS-JOURNAL-COUNT
               END-READ
           END-PERFORM
           CLOSE NIGHT-JOURNAL-FILE
                 PERIOD-JOURNAL-FILE.

      ******************************************************************
      *    O PERIODO FECHADO FICA SO DE LEITURA (run-monthend.sh); SE
      *    O FICHEIRO DE DESTINO NAO ABRE EM EXTENSAO A NOITE PARA
      *    ANTES DE ESCREVER O QUE QUER QUE SEJA
      ******************************************************************
       2900-OPEN-PERIOD-FILES.
           OPEN EXTEND PERIOD-AUDIT-FILE
           IF WS-PERIOD-STATUS = '00' OR WS-PERIOD-STATUS = '05'
               CLOSE PERIOD-AUDIT-FILE
           ELSE
               DISPLAY "ERRO A ABRIR " WS-AUDIT-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-PAYMENT-FILE
           IF WS-PERIOD-STATUS = '00' OR WS-PERIOD-STATUS = '05'
               CLOSE PERIOD-PAYMENT-FILE
           ELSE
               DISPLAY "ERRO A ABRIR " WS-PAYMENT-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PERIOD-JOURNAL-FILE
           IF WS-PERIOD-STATUS = '00' OR WS-PERIOD-STATUS = '05'
               CLOSE PERIOD-JOURNAL-FILE
           ELSE
               DISPLAY "ERRO A ABRIR " WS-JOURNAL-PATH ": "
                       WS-PERIOD-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    LINHA DA NOITE NO CONTROLO DOS PERIODOS, COM OS TOTAIS DE
      *    CONTROLO QUE O PERCLOSE.cbl CONFERE NO FECHO
      ******************************************************************
       3000-WRITE-NIGHT-CONTROL.
           OPEN EXTEND PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               AND WS-CONTROL-STATUS NOT = '05'
               DISPLAY "ERRO A GRAVAR period-control.txt: "
                       WS-CONTROL-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE PERIOD-CONTROL-RECORD
           MOVE 'N'               TO PC-RECORD-TYPE
           MOVE WS-TARGET-PERIOD  TO PC-PERIOD
           MOVE WS-BUSINESS-DATE  TO PC-BUSINESS-DATE
           MOVE WS-CHAIN-ID       TO PC-CHAIN-ID
           MOVE WS-TODAY(1:8)     TO PC-STAMP-DATE
           MOVE WS-TODAY(9:6)     TO PC-STAMP-TIME
           MOVE WS-SALES-COUNT    TO PC-SALES-COUNT
           MOVE WS-SALES-AMOUNT   TO PC-SALES-AMOUNT
           MOVE WS-TAX-AMOUNT     TO PC-TAX-AMOUNT
           MOVE WS-AUDIT-COUNT    TO PC-AUDIT-COUNT
           MOVE WS-PAYMENT-COUNT  TO PC-PAYMENT-COUNT
           MOVE WS-PAYMENT-AMOUNT TO PC-PAYMENT-AMOUNT
           MOVE WS-JOURNAL-COUNT  TO PC-JOURNAL-COUNT
           MOVE 'PERAPND1'        TO PC-OPERATOR-ID
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE.
