       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYPBILL.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    LOYPBILL - EXTRATO MENSAL DE FATURACAO A CADA PARCEIRO DE
      *    FIDELIZACAO: OS PONTOS QUE EMITIMOS AOS MEMBROS POR CONTA
      *    DELE NO MES (ACUMULACOES DE loyalty-accruals.txt COM O
      *    LA-SOURCE = CODIGO DO PARCEIRO, CARREGADAS NO MES PELO
      *    LOYACCLD) AO PRECO CONTRATADO POR PONTO DO MESTRE DE
      *    PARCEIROS (LOYPART). UM FICHEIRO POR PARCEIRO COM PONTOS NO
      *    MES (loyalty-statement-<PARCEIRO>-AAAAMM.txt) E O RESUMO DE
      *    TODOS EM loyalty-partner-billing.txt.
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O ANTERIOR).
      *    RETURN-CODE 1 QUANDO O MESTRE DE PARCEIROS NAO ABRE, 4 COM
      *    A TABELA DE PARCEIROS CHEIA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYALTY-PARTNER-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PARTNER-CODE
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT OPTIONAL LOYALTY-ACCRUAL-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-accruals.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    UM EXTRATO POR PARCEIRO, COM O NOME MONTADO EM
      *    WS-STATEMENT-PATH ANTES DE CADA OPEN
           SELECT STATEMENT-FILE ASSIGN USING WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT BILLING-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partner-billing.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOYALTY-PARTNER-FILE.
           COPY LOYPART.

       FD LOYALTY-ACCRUAL-FILE.
           COPY LOYACCR.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD          PIC X(80).

       FD BILLING-REPORT-FILE.
       01 BILLING-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARTNER-STATUS     PIC X(2).
       01 WS-STATEMENT-STATUS   PIC X(2).
       01 WS-STATEMENT-PATH     PIC X(64).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-TODAY              PIC X(21).
       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-PREV-MONTH     PIC 9(6).
           05 WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
               10 WS-PM-YEAR    PIC 9(4).
               10 WS-PM-MONTH   PIC 9(2).

      ******************************************************************
      *    PARCEIROS DO MESTRE COM O PRECO CONTRATADO E OS TOTAIS DO
      *    MES
      ******************************************************************
       01 WS-PARTNER-TABLE.
           05 WS-PT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
               10 WS-PT-CODE        PIC X(8).
               10 WS-PT-NAME        PIC X(30).
               10 WS-PT-TYPE        PIC X(1).
               10 WS-PT-PRICE       PIC 9(1)V9(4).
               10 WS-PT-ACCRUALS    PIC 9(6).
               10 WS-PT-POINTS      PIC 9(10).
               10 WS-PT-AMOUNT      PIC 9(9)V99.
           05 WS-PT-IDX             PIC 9(3).
           05 WS-PT-HIT             PIC 9(3).

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-LP-EOF             PIC X(1) VALUE 'N'.
               88 B-LP-EOF          VALUE 'Y'.
           05 WS-LA-EOF             PIC X(1) VALUE 'N'.
               88 B-LA-EOF          VALUE 'Y'.

       01 WS-LINE-AMOUNT        PIC 9(9)V99.

       01 WS-TOTALS.
           05 WS-GT-STATEMENTS      PIC 9(3) VALUE ZERO.
           05 WS-GT-POINTS          PIC 9(10) VALUE ZERO.
           05 WS-GT-AMOUNT          PIC 9(9)V99 VALUE ZERO.

       01 WS-STATEMENT-DETAIL.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SD-DATE            PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SD-MEMBER          PIC X(6).
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-SD-POINTS          PIC Z(7)9.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-SD-AMOUNT          PIC Z(6)9,99.

       01 WS-SUMMARY-LINE.
           05 WS-SUM-CODE           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-NAME           PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-TYPE           PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-ACCRUALS       PIC Z(5)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-POINTS         PIC Z(9)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-PRICE          PIC 9,9999.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-AMOUNT         PIC Z(8)9,99.

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT         PIC Z(5)9.
           05 WS-DISP-POINTS        PIC Z(9)9.
           05 WS-DISP-AMOUNT        PIC Z(8)9,99.
           05 WS-DISP-PRICE         PIC 9,9999.
           05 WS-DISP-STATEMENTS    PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD

           OPEN INPUT LOYALTY-PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE PARCEIROS DE "
                       "FIDELIZACAO (" WS-PARTNER-STATUS
                       ") - CORRER PRIMEIRO O LOYPLOAD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1500-LOAD-PARTNERS
           CLOSE LOYALTY-PARTNER-FILE

           PERFORM 2000-TOTAL-ACCRUALS

           PERFORM 3000-WRITE-STATEMENT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT

           OPEN OUTPUT BILLING-REPORT-FILE
           PERFORM 4000-WRITE-REPORT-HEADER
           PERFORM 4100-WRITE-ONE-PARTNER
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           PERFORM 4900-WRITE-REPORT-FOOTER
           CLOSE BILLING-REPORT-FILE

           MOVE WS-GT-STATEMENTS TO WS-DISP-STATEMENTS
           MOVE WS-GT-AMOUNT     TO WS-DISP-AMOUNT
           DISPLAY "EXTRATOS DE PARCEIROS DE FIDELIZACAO DE "
                   WS-REPORT-MONTH " - " WS-DISP-STATEMENTS
                   " EXTRATO(S), TOTAL A FATURAR " WS-DISP-AMOUNT
           IF B-TABLE-FULL
               MOVE 4 TO WS-RETURN-CODE
           END-IF
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

      *    TODOS OS PARCEIROS, TAMBEM OS JA SEM CONTRATO: OS PONTOS
      *    CARREGADOS ANTES DA SAIDA AINDA SAO FATURADOS
       1500-LOAD-PARTNERS.
           PERFORM UNTIL B-LP-EOF
               READ LOYALTY-PARTNER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-LP-EOF
                   NOT AT END
                       IF WS-PT-COUNT < 200
                           ADD 1 TO WS-PT-COUNT
                           INITIALIZE WS-PT-ENTRY(WS-PT-COUNT)
                           MOVE LP-PARTNER-CODE
                               TO WS-PT-CODE(WS-PT-COUNT)
                           MOVE LP-NAME TO WS-PT-NAME(WS-PT-COUNT)
                           MOVE LP-PARTNER-TYPE
                               TO WS-PT-TYPE(WS-PT-COUNT)
                           MOVE LP-PRICE-PER-POINT
                               TO WS-PT-PRICE(WS-PT-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    PONTOS DO MES POR PARCEIRO. AS ACUMULACOES DOS BILHETES E
      *    DO BALCAO TEM NO LA-SOURCE O OPERADOR E NAO ENTRAM
      ******************************************************************
       2000-TOTAL-ACCRUALS.
           OPEN INPUT LOYALTY-ACCRUAL-FILE
           PERFORM UNTIL B-LA-EOF
               READ LOYALTY-ACCRUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-LA-EOF
                   NOT AT END
                       PERFORM 2100-FIND-ACCRUAL-PARTNER
                       IF WS-PT-HIT > ZERO
                           ADD 1 TO WS-PT-ACCRUALS(WS-PT-HIT)
                           ADD LA-POINTS TO WS-PT-POINTS(WS-PT-HIT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOYALTY-ACCRUAL-FILE

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               COMPUTE WS-PT-AMOUNT(WS-PT-IDX) ROUNDED =
                   WS-PT-POINTS(WS-PT-IDX) * WS-PT-PRICE(WS-PT-IDX)
               ADD WS-PT-POINTS(WS-PT-IDX) TO WS-GT-POINTS
               ADD WS-PT-AMOUNT(WS-PT-IDX) TO WS-GT-AMOUNT
           END-PERFORM.

       2100-FIND-ACCRUAL-PARTNER.
           MOVE ZERO TO WS-PT-HIT
           IF LA-ACCRUAL-DATE IS NOT NUMERIC
               OR LA-POINTS IS NOT NUMERIC
               OR LA-ACCRUAL-DATE(1:6) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-HIT > ZERO
               IF WS-PT-CODE(WS-PT-IDX) = LA-SOURCE
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      *    EXTRATO DO PARCEIRO: CABECALHO, UMA LINHA POR ACUMULACAO E
      *    O TOTAL A FATURAR (PONTOS X PRECO CONTRATADO)
      ******************************************************************
       3000-WRITE-STATEMENT.
           IF WS-PT-ACCRUALS(WS-PT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-STATEMENT-PATH
           STRING 'PASSAGEM/FILE/loyalty-statement-' DELIMITED BY SIZE
                  WS-PT-CODE(WS-PT-IDX) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-STATEMENT-PATH
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR " WS-STATEMENT-PATH ": "
                       WS-STATEMENT-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GT-STATEMENTS

           MOVE SPACES TO STATEMENT-RECORD
           STRING 'EXTRATO DE PONTOS EMITIDOS - ' DELIMITED BY SIZE
                  WS-PT-NAME(WS-PT-IDX) DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           MOVE WS-PT-PRICE(WS-PT-IDX) TO WS-DISP-PRICE
           STRING 'PARCEIRO ' DELIMITED BY SIZE
                  WS-PT-CODE(WS-PT-IDX) DELIMITED BY SIZE
                  '   MES ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '   PRECO POR PONTO ' DELIMITED BY SIZE
                  WS-DISP-PRICE DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE '  DATA      MEMBRO      PONTOS        VALOR'
               TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

           MOVE 'N' TO WS-LA-EOF
           OPEN INPUT LOYALTY-ACCRUAL-FILE
           PERFORM UNTIL B-LA-EOF
               READ LOYALTY-ACCRUAL-FILE
                   AT END
                       MOVE 'Y' TO WS-LA-EOF
                   NOT AT END
                       PERFORM 2100-FIND-ACCRUAL-PARTNER
                       IF WS-PT-HIT = WS-PT-IDX
                           PERFORM 3100-WRITE-ONE-ACCRUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOYALTY-ACCRUAL-FILE

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-PT-ACCRUALS(WS-PT-IDX) TO WS-DISP-COUNT
           MOVE WS-PT-POINTS(WS-PT-IDX)   TO WS-DISP-POINTS
           MOVE WS-PT-AMOUNT(WS-PT-IDX)   TO WS-DISP-AMOUNT
           STRING 'ACUMULACOES: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '   PONTOS: ' DELIMITED BY SIZE
                  WS-DISP-POINTS DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING 'TOTAL A FATURAR (EUR): ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           CLOSE STATEMENT-FILE.

      *    O VALOR DE CADA LINHA E INDICATIVO; O TOTAL FATURADO E O DOS
      *    PONTOS DO MES AO PRECO CONTRATADO, ARREDONDADO UMA SO VEZ
       3100-WRITE-ONE-ACCRUAL.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               LA-POINTS * WS-PT-PRICE(WS-PT-IDX)
           MOVE LA-ACCRUAL-DATE TO WS-SD-DATE
           MOVE LA-MEMBER-ID    TO WS-SD-MEMBER
           MOVE LA-POINTS       TO WS-SD-POINTS
           MOVE WS-LINE-AMOUNT  TO WS-SD-AMOUNT
           MOVE WS-STATEMENT-DETAIL TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

      ******************************************************************
      *    RESUMO: UMA LINHA POR PARCEIRO COM PONTOS NO MES
      ******************************************************************
       4000-WRITE-REPORT-HEADER.
           MOVE SPACES TO BILLING-REPORT-RECORD
           STRING '===== FATURACAO A PARCEIROS DE FIDELIZACAO - PONTOS '
                  DELIMITED BY SIZE
                  'EMITIDOS EM ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (EMITIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD
           IF B-TABLE-FULL
               MOVE '*** MAIS DE 200 PARCEIROS NO MESTRE - RESUMO '
                   TO BILLING-REPORT-RECORD
               MOVE 'INCOMPLETO ***' TO BILLING-REPORT-RECORD(46:14)
               WRITE BILLING-REPORT-RECORD
           END-IF
           MOVE SPACES TO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD
           MOVE 'PARCEIRO NOME                           TIPO    '
               TO BILLING-REPORT-RECORD
           MOVE 'ACUMUL.     PONTOS  PRECO        VALOR'
               TO BILLING-REPORT-RECORD(50:38)
           WRITE BILLING-REPORT-RECORD.

       4100-WRITE-ONE-PARTNER.
           IF WS-PT-ACCRUALS(WS-PT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-CODE(WS-PT-IDX)     TO WS-SUM-CODE
           MOVE WS-PT-NAME(WS-PT-IDX)     TO WS-SUM-NAME
           IF WS-PT-TYPE(WS-PT-IDX) = 'H'
               MOVE 'HOTEL' TO WS-SUM-TYPE
           ELSE
               MOVE 'ALUGUER' TO WS-SUM-TYPE
           END-IF
           MOVE WS-PT-ACCRUALS(WS-PT-IDX) TO WS-SUM-ACCRUALS
           MOVE WS-PT-POINTS(WS-PT-IDX)   TO WS-SUM-POINTS
           MOVE WS-PT-PRICE(WS-PT-IDX)    TO WS-SUM-PRICE
           MOVE WS-PT-AMOUNT(WS-PT-IDX)   TO WS-SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD.

       4900-WRITE-REPORT-FOOTER.
           MOVE SPACES TO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD
           IF WS-GT-STATEMENTS = ZERO
               MOVE 'SEM PONTOS DE PARCEIROS CARREGADOS NO MES'
                   TO BILLING-REPORT-RECORD
               WRITE BILLING-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GT-POINTS TO WS-DISP-POINTS
           MOVE WS-GT-AMOUNT TO WS-DISP-AMOUNT
           STRING 'TOTAL: ' DELIMITED BY SIZE
                  WS-DISP-POINTS DELIMITED BY SIZE
                  ' PONTOS, ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  ' EUR A FATURAR' DELIMITED BY SIZE
                  INTO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD.
