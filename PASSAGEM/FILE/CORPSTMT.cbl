       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPSTMT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CORPSTMT - FECHO MENSAL DAS CONTAS DE EMPRESA (CORPACCT):
      *    - EXTRATO POR CONTA (corp-statements.txt): SALDO INICIAL
      *      (MOVIMENTOS ANTERIORES AO MES), CADA MOVIMENTO DO MES NO
      *      RAZAO CORPLEDG - BILHETES DEBITADOS, REEMBOLSOS CREDITADOS
      *      E PAGAMENTOS RECEBIDOS - COM O SALDO CORRIDO, E O SALDO
      *      FINAL, O LIMITE E O CREDITO DISPONIVEL. SO TEM EXTRATO A
      *      CONTA COM SALDO OU COM MOVIMENTOS NO MES
      *    - ANTIGUIDADE DE SALDOS NO FIM DO MES (corp-aging.txt): OS
      *      CREDITOS E RECEBIMENTOS ABATEM OS DEBITOS MAIS ANTIGOS
      *      PRIMEIRO; O QUE FICA POR PAGAR DE CADA DEBITO E
      *      CLASSIFICADO PELOS DIAS DESDE O DEBITO (ATE 29, 30-59,
      *      60-89, 90 OU MAIS). AS CONTAS ACIMA DO LIMITE DE CREDITO
      *      SAO ASSINALADAS
      *    PARAMETRO: MES DO FECHO (AAAAMM; SEM MES, O MES ANTERIOR).
      *    OS MOVIMENTOS POSTERIORES AO MES SAO IGNORADOS, POR ISSO O
      *    FECHO PODE SER REPETIDO MAIS TARDE COM O MESMO RESULTADO.
      *    RETURN-CODE 1 QUANDO O MESTRE OU O RAZAO NAO ABREM; 2 QUANDO
      *    HA SALDOS COM 90 OU MAIS DIAS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-ACCOUNT-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORP-STATUS.

           SELECT CORP-LEDGER-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CORP-ACCOUNT-FILE.
           COPY CORPACCT.

       FD CORP-LEDGER-FILE.
           COPY CORPLEDG.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD          PIC X(132).

       FD AGING-FILE.
       01 AGING-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CORP-STATUS        PIC X(2).
       01 WS-LEDGER-STATUS      PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-ACCOUNT-EOF        PIC X(1) VALUE 'N'.
           88 B-ACCOUNT-EOF     VALUE 'Y'.
       01 WS-LEDGER-EOF         PIC X(1) VALUE 'N'.
           88 B-LEDGER-EOF      VALUE 'Y'.

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-TODAY              PIC X(21).

      ******************************************************************
      *    MES DO FECHO: PRIMEIRO E ULTIMO DIA (O ULTIMO E A DATA DE
      *    REFERENCIA DA ANTIGUIDADE)
      ******************************************************************
       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-START-DATE     PIC 9(8).
           05 WS-END-DATE       PIC 9(8).
           05 WS-NEXT-MONTH     PIC 9(8).
           05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10 WS-NM-YEAR    PIC 9(4).
               10 WS-NM-MONTH   PIC 9(2).
               10 WS-NM-DAY     PIC 9(2).

      ******************************************************************
      *    SALDOS DA CONTA EM TRATAMENTO. OS DEBITOS SOMAM, OS CREDITOS
      *    E OS RECEBIMENTOS SUBTRAEM
      ******************************************************************
       01 WS-ACCOUNT-WORK.
           05 WS-OPENING        PIC S9(9)V99.
           05 WS-RUNNING        PIC S9(9)V99.
           05 WS-MONTH-DEBITS   PIC S9(9)V99.
           05 WS-MONTH-CREDITS  PIC S9(9)V99.
           05 WS-MONTH-COUNT    PIC 9(5).
           05 WS-CREDIT-POOL    PIC S9(9)V99.
           05 WS-DEBIT-OPEN     PIC S9(9)V99.
           05 WS-AGE-DAYS       PIC 9(5).
           05 WS-AVAILABLE      PIC S9(9)V99.

      *    ANTIGUIDADE DA CONTA: 1 = ATE 29 DIAS, 2 = 30-59, 3 = 60-89,
      *    4 = 90 OU MAIS
       01 WS-AGING-WORK.
           05 WS-AGE-BUCKET     PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-AGING-TOTALS.
           05 WS-AGE-TOTAL      PIC S9(9)V99 OCCURS 4 TIMES.
       01 WS-AGE-IDX            PIC 9(1).

       01 WS-GRAND-TOTALS.
           05 WS-STMT-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-AGED-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-OVER-LIMIT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-OVERDUE-90-COUNT PIC 9(5) VALUE ZERO.
           05 WS-BALANCE-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05 WS-DISP-COUNT     PIC Z(4)9.

       01 WS-DISP-AMOUNT        PIC Z(8)9,99-.
       01 WS-DISP-AMOUNT-2      PIC Z(8)9,99-.
       01 WS-DISP-AMOUNT-3      PIC Z(8)9,99-.

       01 WS-STMT-HEADER-LINE.
           05 FILLER            PIC X(9)  VALUE 'DATA'.
           05 FILLER            PIC X(11) VALUE 'MOVIMENTO'.
           05 FILLER            PIC X(19) VALUE 'REFERENCIA'.
           05 FILLER            PIC X(14) VALUE 'NUM.BILHETE'.
           05 FILLER            PIC X(15) VALUE 'PASSAGEIRO'.
           05 FILLER            PIC X(13) VALUE '      DEBITO '.
           05 FILLER            PIC X(13) VALUE '     CREDITO '.
           05 FILLER            PIC X(13) VALUE '        SALDO'.
           05 FILLER            PIC X(9)  VALUE ' VENCE'.

       01 WS-STMT-DETAIL-LINE.
           05 WS-SD-DATE        PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-TYPE        PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-REFERENCE   PIC X(18).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-TICKET      PIC X(13).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-NAME        PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-DEBIT       PIC Z(8)9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-CREDIT      PIC Z(8)9,99 BLANK WHEN ZERO.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-BALANCE     PIC Z(8)9,99-.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-SD-DUE         PIC X(8).

       01 WS-AGING-HEADER-LINE.
           05 FILLER            PIC X(9)  VALUE 'CONTA'.
           05 FILLER            PIC X(31) VALUE 'EMPRESA'.
           05 FILLER            PIC X(13) VALUE '  ATE 29 DIAS'.
           05 FILLER            PIC X(13) VALUE '   30-59 DIAS'.
           05 FILLER            PIC X(13) VALUE '   60-89 DIAS'.
           05 FILLER            PIC X(13) VALUE '     90+ DIAS'.
           05 FILLER            PIC X(13) VALUE '  SALDO TOTAL'.
           05 FILLER            PIC X(15) VALUE ' SITUACAO'.

       01 WS-AGING-DETAIL-LINE.
           05 WS-AD-ACCOUNT     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AD-NAME        PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AD-BUCKET      PIC Z(8)9,99- OCCURS 4 TIMES.
           05 WS-AD-TOTAL       PIC Z(8)9,99-.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AD-FLAG        PIC X(16).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD

           OPEN INPUT CORP-ACCOUNT-FILE
           IF WS-CORP-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE CONTAS DE EMPRESA: "
                       WS-CORP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CORP-LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O RAZAO DAS CONTAS DE EMPRESA: "
                       WS-LEDGER-STATUS
               CLOSE CORP-ACCOUNT-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
                       AGING-FILE

           INITIALIZE WS-AGING-TOTALS
           MOVE SPACES TO AGING-RECORD
           STRING '===== ANTIGUIDADE DE SALDOS DAS CONTAS DE EMPRESA '
                  DELIMITED BY SIZE
                  '- FECHO DE ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (A ' DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-AGING-HEADER-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           PERFORM 2000-PROCESS-ONE-ACCOUNT UNTIL B-ACCOUNT-EOF
           PERFORM 5000-WRITE-AGING-TOTALS

           CLOSE CORP-ACCOUNT-FILE
                 CORP-LEDGER-FILE
                 STATEMENT-FILE
                 AGING-FILE

           MOVE WS-STMT-COUNT TO WS-DISP-COUNT
           DISPLAY "CONTAS DE EMPRESA - FECHO DE " WS-REPORT-MONTH
                   ": " WS-DISP-COUNT " EXTRATO(S)"
           MOVE WS-OVERDUE-90-COUNT TO WS-DISP-COUNT
           DISPLAY "Contas com saldo de 90+ dias: " WS-DISP-COUNT
           MOVE WS-OVER-LIMIT-COUNT TO WS-DISP-COUNT
           DISPLAY "Contas acima do limite:       " WS-DISP-COUNT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MES PEDIDO NA LINHA DE COMANDO (AAAAMM) OU O MES ANTERIOR, E
      *    O PRIMEIRO E O ULTIMO DIA DESSE MES
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
               MOVE WS-TODAY(1:6) TO WS-NEXT-MONTH(1:6)
               MOVE 01 TO WS-NM-DAY
               IF WS-NM-MONTH = 01
                   SUBTRACT 1 FROM WS-NM-YEAR
                   MOVE 12 TO WS-NM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-NM-MONTH
               END-IF
               MOVE WS-NEXT-MONTH(1:6) TO WS-REPORT-MONTH
           END-IF

           MOVE WS-REPORT-MONTH TO WS-START-DATE(1:6)
           MOVE '01'            TO WS-START-DATE(7:2)
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH(1:6)
           MOVE 01 TO WS-NM-DAY
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

      ******************************************************************
      *    UMA CONTA: PRIMEIRA PASSAGEM PELO RAZAO PARA O SALDO INICIAL,
      *    OS MOVIMENTOS DO MES E O TOTAL DE CREDITOS ATE AO FIM DO MES;
      *    SEGUNDA PASSAGEM PARA A ANTIGUIDADE DOS DEBITOS EM ABERTO
      ******************************************************************
       2000-PROCESS-ONE-ACCOUNT.
           READ CORP-ACCOUNT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACCOUNT-EOF
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-OPENING
           MOVE ZERO TO WS-MONTH-DEBITS
           MOVE ZERO TO WS-MONTH-CREDITS
           MOVE ZERO TO WS-MONTH-COUNT
           MOVE ZERO TO WS-CREDIT-POOL

      *    SALDO INICIAL E CONTAGEM DOS MOVIMENTOS DO MES
           PERFORM 2100-START-LEDGER
           PERFORM UNTIL B-LEDGER-EOF
               PERFORM 2110-READ-LEDGER
               IF NOT B-LEDGER-EOF
                   IF CL-POST-DATE < WS-START-DATE
                       PERFORM 2200-ADD-TO-OPENING
                   ELSE
                       ADD 1 TO WS-MONTH-COUNT
                   END-IF
                   IF NOT B-CL-DEBIT
                       ADD CL-AMOUNT TO WS-CREDIT-POOL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-OPENING NOT = ZERO OR WS-MONTH-COUNT > ZERO
               PERFORM 3000-WRITE-STATEMENT
           END-IF

           COMPUTE WS-RUNNING = WS-OPENING + WS-MONTH-DEBITS
                              - WS-MONTH-CREDITS
           IF WS-RUNNING NOT = ZERO
               PERFORM 4000-AGE-ACCOUNT
           END-IF.

      ******************************************************************
      *    POSICIONAR NO PRIMEIRO MOVIMENTO DA CONTA. SO INTERESSAM OS
      *    MOVIMENTOS ATE AO FIM DO MES DO FECHO
      ******************************************************************
       2100-START-LEDGER.
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE LOW-VALUES        TO CL-LEDGER-KEY
           MOVE CA-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER
           START CORP-LEDGER-FILE KEY IS NOT LESS THAN CL-LEDGER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START.

       2110-READ-LEDGER.
           READ CORP-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-READ
           IF NOT B-LEDGER-EOF
               IF CL-ACCOUNT-NUMBER NOT = CA-ACCOUNT-NUMBER
                   OR CL-POST-DATE > WS-END-DATE
                   MOVE 'Y' TO WS-LEDGER-EOF
               END-IF
           END-IF.

       2200-ADD-TO-OPENING.
           IF B-CL-DEBIT
               ADD CL-AMOUNT TO WS-OPENING
           ELSE
               SUBTRACT CL-AMOUNT FROM WS-OPENING
           END-IF.

      ******************************************************************
      *    EXTRATO DA CONTA: CABECALHO COM A EMPRESA, SALDO INICIAL,
      *    OS MOVIMENTOS DO MES COM O SALDO CORRIDO E O RESUMO FINAL
      ******************************************************************
       3000-WRITE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT

           MOVE ALL '=' TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'EXTRATO DE CONTA - ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'CONTA ' DELIMITED BY SIZE
                  CA-ACCOUNT-NUMBER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CA-NAME DELIMITED BY SIZE
                  '  NIF ' DELIMITED BY SIZE
                  CA-NIF DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '      ' DELIMITED BY SIZE
                  CA-ADDRESS DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING '      ' DELIMITED BY SIZE
                  CA-POSTCODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CA-CITY DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-STMT-HEADER-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE WS-OPENING TO WS-DISP-AMOUNT
           MOVE SPACES TO STATEMENT-RECORD
           STRING WS-START-DATE DELIMITED BY SIZE
                  ' SALDO INICIAL' DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           MOVE WS-DISP-AMOUNT TO STATEMENT-RECORD(95:13)
           WRITE STATEMENT-RECORD

           MOVE WS-OPENING TO WS-RUNNING
           PERFORM 2100-START-LEDGER
           PERFORM UNTIL B-LEDGER-EOF
               PERFORM 2110-READ-LEDGER
               IF NOT B-LEDGER-EOF
                   AND CL-POST-DATE NOT < WS-START-DATE
                   PERFORM 3100-WRITE-MOVEMENT
               END-IF
           END-PERFORM

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-MONTH-DEBITS  TO WS-DISP-AMOUNT
           MOVE WS-MONTH-CREDITS TO WS-DISP-AMOUNT-2
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'DEBITOS DO MES: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  '   CREDITOS E RECEBIMENTOS DO MES: '
                  DELIMITED BY SIZE
                  WS-DISP-AMOUNT-2 DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           COMPUTE WS-AVAILABLE = CA-CREDIT-LIMIT - WS-RUNNING
           MOVE WS-RUNNING      TO WS-DISP-AMOUNT
           MOVE CA-CREDIT-LIMIT TO WS-DISP-AMOUNT-2
           MOVE WS-AVAILABLE    TO WS-DISP-AMOUNT-3
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'SALDO FINAL: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  '   LIMITE DE CREDITO: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT-2 DELIMITED BY SIZE
                  '   DISPONIVEL: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT-3 DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'PRAZO DE PAGAMENTO: ' DELIMITED BY SIZE
                  CA-PAYMENT-TERMS DELIMITED BY SIZE
                  ' DIAS A CONTAR DA DATA DE CADA DEBITO'
                  DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF NOT B-CA-ACTIVE
               MOVE 'CONTA SUSPENSA - NAO ACEITA VENDAS NOVAS' TO
                   STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       3100-WRITE-MOVEMENT.
           MOVE CL-POST-DATE TO WS-SD-DATE
           MOVE CL-REFERENCE TO WS-SD-REFERENCE
           MOVE CL-PASSENGER-NAME TO WS-SD-NAME
           IF CL-TICKET-NUMBER > ZERO
               MOVE CL-TICKET-NUMBER TO WS-SD-TICKET
           ELSE
               MOVE SPACES TO WS-SD-TICKET
           END-IF
           MOVE ZERO TO WS-SD-DEBIT
           MOVE ZERO TO WS-SD-CREDIT
           MOVE SPACES TO WS-SD-DUE
           EVALUATE TRUE
               WHEN B-CL-DEBIT
                   MOVE 'BILHETE'    TO WS-SD-TYPE
                   MOVE CL-AMOUNT    TO WS-SD-DEBIT
                   MOVE CL-DUE-DATE  TO WS-SD-DUE
                   ADD CL-AMOUNT     TO WS-RUNNING
                                        WS-MONTH-DEBITS
               WHEN B-CL-CREDIT
                   MOVE 'REEMBOLSO'  TO WS-SD-TYPE
                   MOVE CL-AMOUNT    TO WS-SD-CREDIT
                   SUBTRACT CL-AMOUNT FROM WS-RUNNING
                   ADD CL-AMOUNT     TO WS-MONTH-CREDITS
               WHEN OTHER
                   MOVE 'PAGAMENTO'  TO WS-SD-TYPE
                   MOVE CL-AMOUNT    TO WS-SD-CREDIT
                   SUBTRACT CL-AMOUNT FROM WS-RUNNING
                   ADD CL-AMOUNT     TO WS-MONTH-CREDITS
           END-EVALUATE
           MOVE WS-RUNNING TO WS-SD-BALANCE
           MOVE WS-STMT-DETAIL-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      *    ANTIGUIDADE: OS CREDITOS E RECEBIMENTOS ATE AO FIM DO MES
      *    (WS-CREDIT-POOL) ABATEM OS DEBITOS PELA ORDEM DO RAZAO - DO
      *    MAIS ANTIGO PARA O MAIS RECENTE; O QUE RESTA DE CADA DEBITO
      *    FICA NO ESCALAO DOS DIAS DESDE O DEBITO ATE AO FIM DO MES.
      *    UM CREDITO QUE SOBRE (A EMPRESA PAGOU A MAIS) FICA A ABATER
      *    NO ESCALAO MAIS RECENTE
      ******************************************************************
       4000-AGE-ACCOUNT.
           INITIALIZE WS-AGING-WORK
           PERFORM 2100-START-LEDGER
           PERFORM UNTIL B-LEDGER-EOF
               PERFORM 2110-READ-LEDGER
               IF NOT B-LEDGER-EOF AND B-CL-DEBIT
                   PERFORM 4100-AGE-ONE-DEBIT
               END-IF
           END-PERFORM
           IF WS-CREDIT-POOL > ZERO
               SUBTRACT WS-CREDIT-POOL FROM WS-AGE-BUCKET(1)
           END-IF

           ADD 1 TO WS-AGED-COUNT
           ADD WS-RUNNING TO WS-BALANCE-TOTAL
           MOVE CA-ACCOUNT-NUMBER TO WS-AD-ACCOUNT
           MOVE CA-NAME           TO WS-AD-NAME
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-BUCKET(WS-AGE-IDX)
                   TO WS-AD-BUCKET(WS-AGE-IDX)
               ADD WS-AGE-BUCKET(WS-AGE-IDX)
                   TO WS-AGE-TOTAL(WS-AGE-IDX)
           END-PERFORM
           MOVE WS-RUNNING TO WS-AD-TOTAL

           MOVE SPACES TO WS-AD-FLAG
           IF WS-RUNNING > CA-CREDIT-LIMIT
               ADD 1 TO WS-OVER-LIMIT-COUNT
               MOVE '** ACIMA LIMITE' TO WS-AD-FLAG
           ELSE
               IF NOT B-CA-ACTIVE
                   MOVE 'SUSPENSA' TO WS-AD-FLAG
               END-IF
           END-IF
           IF WS-AGE-BUCKET(4) > ZERO
               ADD 1 TO WS-OVERDUE-90-COUNT
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD.

       4100-AGE-ONE-DEBIT.
           IF WS-CREDIT-POOL NOT < CL-AMOUNT
               SUBTRACT CL-AMOUNT FROM WS-CREDIT-POOL
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEBIT-OPEN = CL-AMOUNT - WS-CREDIT-POOL
           MOVE ZERO TO WS-CREDIT-POOL

           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE)
             - FUNCTION INTEGER-OF-DATE(CL-POST-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 30
                   MOVE 1 TO WS-AGE-IDX
               WHEN WS-AGE-DAYS < 60
                   MOVE 2 TO WS-AGE-IDX
               WHEN WS-AGE-DAYS < 90
                   MOVE 3 TO WS-AGE-IDX
               WHEN OTHER
                   MOVE 4 TO WS-AGE-IDX
           END-EVALUATE
           ADD WS-DEBIT-OPEN TO WS-AGE-BUCKET(WS-AGE-IDX).

       5000-WRITE-AGING-TOTALS.
           MOVE SPACES TO WS-AGING-DETAIL-LINE
           MOVE 'TOTAL' TO WS-AD-ACCOUNT
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-TOTAL(WS-AGE-IDX)
                   TO WS-AD-BUCKET(WS-AGE-IDX)
           END-PERFORM
           MOVE WS-BALANCE-TOTAL TO WS-AD-TOTAL
           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD

           MOVE SPACES TO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-AGED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO AGING-RECORD
           STRING 'CONTAS COM SALDO:          ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-OVERDUE-90-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO AGING-RECORD
           STRING 'CONTAS COM 90+ DIAS:       ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO AGING-RECORD
           WRITE AGING-RECORD
           MOVE WS-OVER-LIMIT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO AGING-RECORD
           STRING 'CONTAS ACIMA DO LIMITE:    ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO AGING-RECORD
           WRITE AGING-RECORD.
