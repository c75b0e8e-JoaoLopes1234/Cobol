       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGRPT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    BUDGRPT - ORCAMENTO CONTRA REAL POR ROTA, NO MES E NO ANO
      *    ATE AO MES. ACABA COM O CRUZAMENTO A MAO DA FOLHA DO
      *    DEPARTAMENTO COMERCIAL COM AS SAIDAS DO TAXREMIT E DO
      *    COMMSTMT. O REAL SAI DAS PARTIDAS FECHADAS PELO DAYCLOSE
      *    (flight-history.txt) COM AS MESMAS REGRAS DO ROUTPROF.cbl:
      *    - RECEITA DO EXTRATO DO PERIODO (period-sales.txt): O QUE
      *      O INVOICE FATURA MENOS O QUE CREDITA E OS ESTORNOS
      *    - PASSAGEIROS TRANSPORTADOS DO ARQUIVO DE PASSAGEIROS (SEM
      *      BEBES AO COLO, NO-SHOWS, NEGADOS NEM OPCOES)
      *    - FATOR DE OCUPACAO CONTRA A CAPACIDADE ARQUIVADA (OU OS
      *      LUGARES DO MAPA DO TIPO DE AVIAO)
      *    O ORCAMENTO VEM DO MESTRE BUDGET (BUDGLOAD.cbl). POR ROTA,
      *    UMA LINHA DO MES E UMA DO ACUMULADO DO ANO, COM O DESVIO
      *    EM VALOR E EM PERCENTAGEM. A ROTA E MARCADA QUANDO O
      *    DESVIO DO MES EM PASSAGEIROS OU RECEITA PASSA A TOLERANCIA
      *    BUDGET-TOLERANCE-PCT DOS PARAMETROS DE SITE.
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O ANTERIOR).
      *    SAIDA EM budget-report.txt. NENHUM MESTRE E ALTERADO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FLIGHT-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASSENGER-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/period-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-FILE ASSIGN TO
               "PASSAGEM/FILE/budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT SEAT-MAP-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY
               FILE STATUS IS WS-MAP-STATUS.

           SELECT BUDGET-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/budget-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-HISTORY-FILE.
       01 FLIGHT-HISTORY-RECORD.
           05 FH-CLOSE-DATE         PIC 9(8).
           05 FH-FLIGHT-DATA        PIC X(80).
      *    CAPACIDADE A SEGUIR AO REGISTO DO VOO; NOS ARQUIVOS DE
      *    ANTES DAS COMPANHIAS DO CODESHARE VINHA NAS POSICOES 70-73
           05 FH-FLIGHT-VIEW REDEFINES FH-FLIGHT-DATA.
               10 FILLER            PIC X(69).
               10 FH-OLD-SEATS-CAPACITY PIC 9(4).
               10 FH-SEATS-CAPACITY PIC 9(4).
               10 FILLER            PIC X(3).

       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD PERIOD-SALES-FILE.
           COPY DAILYSAL.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD BUDGET-FILE.
           COPY BUDGET.

       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-BUDGET-STATUS      PIC X(2).
       01 WS-MAP-STATUS         PIC X(2).
       01 WS-MAP-OPEN           PIC X(1) VALUE 'N'.
           88 B-MAP-OPEN        VALUE 'Y'.

       COPY SITEPARM.

      ******************************************************************
      *    VISTAS DOS REGISTOS ARQUIVADOS NOS LAYOUTS CANONICOS
      ******************************************************************
       COPY FLIGHTREC REPLACING
           ==FLIGHT-MASTER-RECORD== BY ==HIST-FLIGHT==
           ==FM-FLIGHT-KEY== BY ==HF-FLIGHT-KEY==
           ==FM-FLIGHT-NUMBER== BY ==HF-FLIGHT-NUMBER==
           ==FM-FLIGHT-DATE== BY ==HF-FLIGHT-DATE==
           ==FM-ORIGIN== BY ==HF-ORIGIN==
           ==FM-DESTINATION== BY ==HF-DESTINATION==
           ==FM-REVENUE-CAP== BY ==HF-REVENUE-CAP==
           ==FM-REVENUE-BOOKED== BY ==HF-REVENUE-BOOKED==
           ==FM-DEPARTURE-TIME== BY ==HF-DEPARTURE-TIME==
           ==FM-GATE== BY ==HF-GATE==
           ==FM-AIRCRAFT-TYPE== BY ==HF-AIRCRAFT-TYPE==
           ==FM-MAX-PAYLOAD== BY ==HF-MAX-PAYLOAD==
           ==FM-ACTUAL-DEP-DATE== BY ==HF-ACTUAL-DEP-DATE==
           ==FM-ACTUAL-DEP-TIME== BY ==HF-ACTUAL-DEP-TIME==
           ==FM-MARKETING-CARRIER== BY ==HF-MARKETING-CARRIER==
           ==FM-OPERATING-CARRIER== BY ==HF-OPERATING-CARRIER==.

       COPY PASSNGR REPLACING
           ==PASSENGER-MASTER-RECORD== BY ==HIST-PASSENGER==
           ==PM-TICKET== BY ==HP-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==HP-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==HP-FLIGHT-DATE==
           ==PM-NAME== BY ==HP-NAME==
           ==PM-AGE== BY ==HP-AGE==
           ==PM-NATIONALITY== BY ==HP-NATIONALITY==
           ==PM-OBJDANGER== BY ==HP-OBJDANGER==
           ==PM-BAGS== BY ==HP-BAGS==
           ==PM-SEAT== BY ==HP-SEAT==
           ==PM-BOOKING-REF== BY ==HP-BOOKING-REF==
           ==PM-TOTAL-PAID== BY ==HP-TOTAL-PAID==
           ==PM-BAG-WEIGHT== BY ==HP-BAG-WEIGHT==
           ==PM-SEAT-NUMBER== BY ==HP-SEAT-NUMBER==
           ==PM-TRIP-TYPE== BY ==HP-TRIP-TYPE==
           ==PM-LANGUAGE-CODE== BY ==HP-LANGUAGE-CODE==
           ==PM-JOURNEY-REF== BY ==HP-JOURNEY-REF==
           ==PM-LOYALTY-ID== BY ==HP-LOYALTY-ID==
           ==PM-LOYALTY-TIER== BY ==HP-LOYALTY-TIER==
           ==PM-STATUS== BY ==HP-STATUS==
           ==B-PM-BOOKED== BY ==B-HP-BOOKED==
           ==B-PM-CHECKED-IN== BY ==B-HP-CHECKED-IN==
           ==B-PM-BOARDED== BY ==B-HP-BOARDED==
           ==B-PM-NO-SHOW== BY ==B-HP-NO-SHOW==
           ==B-PM-DENIED== BY ==B-HP-DENIED==
           ==B-PM-HELD-OPT== BY ==B-HP-HELD-OPT==
           ==PM-HOLD-EXPIRY== BY ==HP-HOLD-EXPIRY==
           ==PM-FARE-BRAND== BY ==HP-FARE-BRAND==
           ==PM-PAX-TYPE== BY ==HP-PAX-TYPE==
           ==B-PM-INFANT== BY ==B-HP-INFANT==
           ==B-PM-STAFF== BY ==B-HP-STAFF==
           ==PM-ADULT-TICKET== BY ==HP-ADULT-TICKET==
           ==PM-UM-CONTACT-NAME== BY ==HP-UM-CONTACT-NAME==
           ==PM-UM-CONTACT-PHONE== BY ==HP-UM-CONTACT-PHONE==
           ==PM-DOC-TYPE== BY ==HP-DOC-TYPE==
           ==PM-DOC-NUMBER== BY ==HP-DOC-NUMBER==
           ==PM-DOC-EXPIRY== BY ==HP-DOC-EXPIRY==
           ==PM-DOC-ISSUE-CTRY== BY ==HP-DOC-ISSUE-CTRY==
           ==PM-DISPUTE-FLAG== BY ==HP-DISPUTE-FLAG==
           ==B-PM-DISPUTED== BY ==B-HP-DISPUTED==
           ==PM-TICKET-NUMBER== BY ==HP-TICKET-NUMBER==
           ==PM-STAFF-PRIORITY== BY ==HP-STAFF-PRIORITY==
           ==PM-STAFF-HIRE-DATE== BY ==HP-STAFF-HIRE-DATE==
           ==PM-CUSTOMER-ID== BY ==HP-CUSTOMER-ID==.

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
      *    PRIMEIRO MES DO ACUMULADO: JANEIRO DO ANO DO RELATORIO
           05 WS-YEAR-START     PIC X(6).

      ******************************************************************
      *    ROTAS COM ORCAMENTO OU PARTIDAS NO ANO: REAL E ORCAMENTO DO
      *    MES (M) E DO ACUMULADO DO ANO (A). OS PASSAGEIROS PARA O
      *    FATOR DE OCUPACAO SO CONTAM NAS PARTIDAS COM CAPACIDADE
      ******************************************************************
       01 WS-ROUTE-TABLE.
           05 WS-RT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-RT-ENTRY OCCURS 300 TIMES.
               10 WS-RT-ORIGIN      PIC X(3).
               10 WS-RT-DEST        PIC X(3).
               10 WS-RT-HAS-BUDGET  PIC X(1).
               10 WS-RT-M-PAX       PIC 9(7).
               10 WS-RT-M-PAX-CAP   PIC 9(7).
               10 WS-RT-M-SEATS     PIC 9(7).
               10 WS-RT-M-REVENUE   PIC S9(10)V99.
               10 WS-RT-A-PAX       PIC 9(7).
               10 WS-RT-A-PAX-CAP   PIC 9(7).
               10 WS-RT-A-SEATS     PIC 9(8).
               10 WS-RT-A-REVENUE   PIC S9(11)V99.
               10 WS-RT-BM-PAX      PIC 9(7).
               10 WS-RT-BM-REVENUE  PIC 9(10)V99.
               10 WS-RT-BM-LF       PIC 9(3)V9.
               10 WS-RT-BA-PAX      PIC 9(8).
               10 WS-RT-BA-REVENUE  PIC 9(11)V99.
               10 WS-RT-BA-LF-SUM   PIC 9(5)V9.
               10 WS-RT-BA-MONTHS   PIC 9(2).
           05 WS-RT-IDX             PIC 9(3).
           05 WS-RT-HIT             PIC 9(3).

      ******************************************************************
      *    PARTIDAS DO ANO ATE AO MES, PARA SITUAR PASSAGEIROS E VENDAS
      ******************************************************************
       01 WS-FLIGHT-TABLE.
           05 WS-FT-COUNT           PIC 9(5) VALUE ZERO.
           05 WS-FT-ENTRY OCCURS 12000 TIMES.
               10 WS-FT-FLIGHT      PIC X(6).
               10 WS-FT-DATE        PIC X(8).
               10 WS-FT-ROUTE       PIC 9(3).
               10 WS-FT-HAS-CAP     PIC X(1).
           05 WS-FT-IDX             PIC 9(5).
           05 WS-FT-HIT             PIC 9(5).

      ******************************************************************
      *    LUGARES DO MAPA POR TIPO DE AVIAO, CONTADOS UMA VEZ POR TIPO
      ******************************************************************
       01 WS-TYPE-TABLE.
           05 WS-TY-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-TY-ENTRY OCCURS 50 TIMES.
               10 WS-TY-TYPE        PIC X(4).
               10 WS-TY-SEATS       PIC 9(4).
           05 WS-TY-IDX             PIC 9(2).
           05 WS-TY-HIT             PIC 9(2).

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-BU-EOF             PIC X(1) VALUE 'N'.
               88 B-BU-EOF          VALUE 'Y'.
           05 WS-FH-EOF             PIC X(1) VALUE 'N'.
               88 B-FH-EOF          VALUE 'Y'.
           05 WS-PH-EOF             PIC X(1) VALUE 'N'.
               88 B-PH-EOF          VALUE 'Y'.
           05 WS-DS-EOF             PIC X(1) VALUE 'N'.
               88 B-DS-EOF          VALUE 'Y'.
           05 WS-MAP-EOF            PIC X(1) VALUE 'N'.
               88 B-MAP-EOF         VALUE 'Y'.

       01 WS-CALC-WORK.
           05 WS-CAPACITY           PIC 9(4).
           05 WS-IN-MONTH           PIC X(1).
               88 B-IN-MONTH        VALUE 'Y'.
           05 WS-KEY-ORIGIN         PIC X(3).
           05 WS-KEY-DEST           PIC X(3).
           05 WS-KEY-FLIGHT         PIC X(6).
           05 WS-KEY-DATE           PIC X(8).
           05 WS-AMOUNT             PIC S9(10)V99.
      *    DESVIO PERCENTUAL: ENTRAM O REAL E O ORCAMENTO, SAI O
      *    TEXTO DA COLUNA (N/D SEM ORCAMENTO) E SE PASSA A TOLERANCIA
           05 WS-PCT-ACTUAL         PIC S9(11)V99.
           05 WS-PCT-BUDGET         PIC 9(11)V99.
           05 WS-PCT-VALUE          PIC S9(5)V9.
           05 WS-PCT-EDIT           PIC -ZZZ9,9.
           05 WS-PCT-TEXT           PIC X(7).
           05 WS-PCT-OFF            PIC X(1).
               88 B-PCT-OFF         VALUE 'Y'.
           05 WS-ROUTE-OFF          PIC X(1).
               88 B-ROUTE-OFF       VALUE 'Y'.
           05 WS-LOAD-FACTOR        PIC 9(3)V9.

       01 WS-TOTALS.
           05 WS-GT-M-PAX           PIC 9(8) VALUE ZERO.
           05 WS-GT-M-PAX-CAP       PIC 9(8) VALUE ZERO.
           05 WS-GT-M-SEATS         PIC 9(8) VALUE ZERO.
           05 WS-GT-M-REVENUE       PIC S9(11)V99 VALUE ZERO.
           05 WS-GT-A-PAX           PIC 9(8) VALUE ZERO.
           05 WS-GT-A-PAX-CAP       PIC 9(8) VALUE ZERO.
           05 WS-GT-A-SEATS         PIC 9(9) VALUE ZERO.
           05 WS-GT-A-REVENUE       PIC S9(11)V99 VALUE ZERO.
           05 WS-GT-BM-PAX          PIC 9(8) VALUE ZERO.
           05 WS-GT-BM-REVENUE      PIC 9(11)V99 VALUE ZERO.
           05 WS-GT-BA-PAX          PIC 9(8) VALUE ZERO.
           05 WS-GT-BA-REVENUE      PIC 9(11)V99 VALUE ZERO.
           05 WS-GT-FLAGGED         PIC 9(3) VALUE ZERO.
           05 WS-UNMATCHED-SALES    PIC 9(6) VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 WS-DET-ORIGIN         PIC X(3).
           05 WS-DET-DASH           PIC X(1).
           05 WS-DET-DEST           PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-PERIOD         PIC X(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-PAX            PIC Z(6)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-BUD-PAX        PIC Z(6)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-VAR-PAX        PIC -Z(5)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-PCT-PAX        PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-REVENUE        PIC -Z(9)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-BUD-REVENUE    PIC Z(9)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-VAR-REVENUE    PIC -Z(9)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-PCT-REVENUE    PIC X(7).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-LF             PIC ZZ9,9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-BUD-LF         PIC ZZ9,9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-FLAG           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-NOTE           PIC X(13).

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT         PIC Z(4)9.
           05 WS-DISP-ROUTES        PIC ZZ9.
           05 WS-DISP-TOLERANCE     PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD
           PERFORM 0050-LOAD-SITE-PARAMS

           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE ORCAMENTO ("
                       WS-BUDGET-STATUS ") - CORRER PRIMEIRO O "
                       "BUDGLOAD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    SEM MAPA DE LUGARES SO FICAM DE FORA DO FATOR DE OCUPACAO
      *    OS VOOS ARQUIVADOS ANTES DE A CAPACIDADE SEGUIR NO HISTORICO
           OPEN INPUT SEAT-MAP-FILE
           IF WS-MAP-STATUS = '00'
               MOVE 'Y' TO WS-MAP-OPEN
           END-IF

           PERFORM 1500-LOAD-BUDGET
           PERFORM 2000-LOAD-YEAR-FLIGHTS
           PERFORM 3000-COUNT-PASSENGERS
           PERFORM 4000-APPLY-SALES

           OPEN OUTPUT BUDGET-REPORT-FILE
           PERFORM 5000-WRITE-REPORT-HEADER
           PERFORM 5100-WRITE-ONE-ROUTE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           PERFORM 6000-WRITE-REPORT-FOOTER

           CLOSE BUDGET-FILE
                 BUDGET-REPORT-FILE
           IF B-MAP-OPEN
               CLOSE SEAT-MAP-FILE
           END-IF

           MOVE WS-RT-COUNT   TO WS-DISP-ROUTES
           MOVE WS-GT-FLAGGED TO WS-DISP-COUNT
           DISPLAY "ORCAMENTO CONTRA REAL DE " WS-REPORT-MONTH
                   " EMITIDO EM budget-report.txt - "
                   WS-DISP-ROUTES " ROTA(S), " WS-DISP-COUNT
                   " FORA DA TOLERANCIA"
           IF B-TABLE-FULL
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0050-LOAD-SITE-PARAMS.
           OPEN INPUT SITE-PARAM-FILE
           MOVE SPACE TO SP-PARAM-EOF
           PERFORM UNTIL B-SP-PARAM-EOF
               READ SITE-PARAM-FILE
                   AT END
                       MOVE 'Y' TO SP-PARAM-EOF
                   NOT AT END
                       IF SITE-PARAM-RECORD(1:1) NOT = '*'
                           AND SITE-PARAM-RECORD NOT = SPACES
                           MOVE SPACES TO SP-LINE-KEY
                           MOVE SPACES TO SP-LINE-VALUE
                           UNSTRING SITE-PARAM-RECORD
                               DELIMITED BY '='
                               INTO SP-LINE-KEY SP-LINE-VALUE
                           IF SP-LINE-KEY = 'BUDGET-TOLERANCE-PCT'
                               COMPUTE SP-BUDGET-TOLERANCE-PCT =
                                   FUNCTION NUMVAL(SP-LINE-VALUE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

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
           END-IF
           MOVE WS-REPORT-MONTH(1:4) TO WS-YEAR-START(1:4)
           MOVE '01'                 TO WS-YEAR-START(5:2).

      ******************************************************************
      *    ORCAMENTO DO ANO ATE AO MES, ROTA A ROTA
      ******************************************************************
       1500-LOAD-BUDGET.
           PERFORM UNTIL B-BU-EOF
               READ BUDGET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BU-EOF
                   NOT AT END
                       IF BU-MONTH >= WS-YEAR-START
                           AND BU-MONTH <= WS-REPORT-MONTH-N
                           PERFORM 1510-STORE-BUDGET
                       END-IF
               END-READ
           END-PERFORM.

       1510-STORE-BUDGET.
           MOVE BU-ORIGIN      TO WS-KEY-ORIGIN
           MOVE BU-DESTINATION TO WS-KEY-DEST
           PERFORM 2200-FIND-ROUTE
           IF WS-RT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RT-HAS-BUDGET(WS-RT-HIT)
           ADD BU-PASSENGERS  TO WS-RT-BA-PAX(WS-RT-HIT)
           ADD BU-REVENUE     TO WS-RT-BA-REVENUE(WS-RT-HIT)
           ADD BU-LOAD-FACTOR TO WS-RT-BA-LF-SUM(WS-RT-HIT)
           ADD 1              TO WS-RT-BA-MONTHS(WS-RT-HIT)
           IF BU-MONTH = WS-REPORT-MONTH-N
               MOVE BU-PASSENGERS  TO WS-RT-BM-PAX(WS-RT-HIT)
               MOVE BU-REVENUE     TO WS-RT-BM-REVENUE(WS-RT-HIT)
               MOVE BU-LOAD-FACTOR TO WS-RT-BM-LF(WS-RT-HIT)
           END-IF.

      ******************************************************************
      *    PARTIDAS DO ANO ATE AO MES NO ARQUIVO DE VOOS, COM A
      *    CAPACIDADE DE CADA UMA
      ******************************************************************
       2000-LOAD-YEAR-FLIGHTS.
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       MOVE FH-FLIGHT-DATA TO HIST-FLIGHT
                       IF HF-FLIGHT-DATE(1:6) >= WS-YEAR-START
                           AND HF-FLIGHT-DATE(1:6) <= WS-REPORT-MONTH
                           PERFORM 2100-STORE-YEAR-FLIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE.

       2100-STORE-YEAR-FLIGHT.
           IF WS-FT-COUNT >= 12000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE HF-ORIGIN      TO WS-KEY-ORIGIN
           MOVE HF-DESTINATION TO WS-KEY-DEST
           PERFORM 2200-FIND-ROUTE
           IF WS-RT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FT-COUNT
           MOVE HF-FLIGHT-NUMBER TO WS-FT-FLIGHT(WS-FT-COUNT)
           MOVE HF-FLIGHT-DATE   TO WS-FT-DATE(WS-FT-COUNT)
           MOVE WS-RT-HIT        TO WS-FT-ROUTE(WS-FT-COUNT)

           IF FH-SEATS-CAPACITY IS NUMERIC
               AND FH-SEATS-CAPACITY > ZERO
               MOVE FH-SEATS-CAPACITY TO WS-CAPACITY
           ELSE
               IF FH-OLD-SEATS-CAPACITY IS NUMERIC
                   AND FH-OLD-SEATS-CAPACITY > ZERO
                   MOVE FH-OLD-SEATS-CAPACITY TO WS-CAPACITY
               ELSE
                   PERFORM 2300-MAP-CAPACITY
               END-IF
           END-IF
           IF WS-CAPACITY > ZERO
               MOVE 'Y' TO WS-FT-HAS-CAP(WS-FT-COUNT)
               ADD WS-CAPACITY TO WS-RT-A-SEATS(WS-RT-HIT)
               IF HF-FLIGHT-DATE(1:6) = WS-REPORT-MONTH
                   ADD WS-CAPACITY TO WS-RT-M-SEATS(WS-RT-HIT)
               END-IF
           ELSE
               MOVE 'N' TO WS-FT-HAS-CAP(WS-FT-COUNT)
           END-IF.

       2200-FIND-ROUTE.
           MOVE ZERO TO WS-RT-HIT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-HIT > ZERO
               IF WS-RT-ORIGIN(WS-RT-IDX) = WS-KEY-ORIGIN
                   AND WS-RT-DEST(WS-RT-IDX) = WS-KEY-DEST
                   MOVE WS-RT-IDX TO WS-RT-HIT
               END-IF
           END-PERFORM
           IF WS-RT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-COUNT >= 300
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-COUNT TO WS-RT-HIT
           INITIALIZE WS-RT-ENTRY(WS-RT-HIT)
           MOVE WS-KEY-ORIGIN TO WS-RT-ORIGIN(WS-RT-HIT)
           MOVE WS-KEY-DEST   TO WS-RT-DEST(WS-RT-HIT)
           MOVE 'N'           TO WS-RT-HAS-BUDGET(WS-RT-HIT).

      ******************************************************************
      *    LUGARES DO MAPA DO TIPO DE AVIAO DO VOO ARQUIVADO
      ******************************************************************
       2300-MAP-CAPACITY.
           MOVE ZERO TO WS-CAPACITY
           IF HF-AIRCRAFT-TYPE = SPACES OR NOT B-MAP-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TY-HIT
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TY-COUNT OR WS-TY-HIT > ZERO
               IF WS-TY-TYPE(WS-TY-IDX) = HF-AIRCRAFT-TYPE
                   MOVE WS-TY-IDX TO WS-TY-HIT
               END-IF
           END-PERFORM
           IF WS-TY-HIT > ZERO
               MOVE WS-TY-SEATS(WS-TY-HIT) TO WS-CAPACITY
               EXIT PARAGRAPH
           END-IF

           MOVE HF-AIRCRAFT-TYPE TO SM-AIRCRAFT-TYPE
           MOVE LOW-VALUES       TO SM-SEAT-NUMBER
           MOVE 'N' TO WS-MAP-EOF
           START SEAT-MAP-FILE KEY >= SM-TYPE-SEAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MAP-EOF
           END-START
           PERFORM UNTIL B-MAP-EOF
               READ SEAT-MAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       IF SM-AIRCRAFT-TYPE NOT = HF-AIRCRAFT-TYPE
                           MOVE 'Y' TO WS-MAP-EOF
                       ELSE
                           ADD 1 TO WS-CAPACITY
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TY-COUNT < 50
               ADD 1 TO WS-TY-COUNT
               MOVE HF-AIRCRAFT-TYPE TO WS-TY-TYPE(WS-TY-COUNT)
               MOVE WS-CAPACITY      TO WS-TY-SEATS(WS-TY-COUNT)
           END-IF.

      ******************************************************************
      *    PASSAGEIROS TRANSPORTADOS NAS PARTIDAS DO ANO
      ******************************************************************
       3000-COUNT-PASSENGERS.
           IF WS-FT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PASSENGER-HISTORY-FILE
           PERFORM 3100-COUNT-ONE-PASSENGER UNTIL B-PH-EOF
           CLOSE PASSENGER-HISTORY-FILE.

       3100-COUNT-ONE-PASSENGER.
           READ PASSENGER-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-PH-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE PH-PASSENGER-DATA TO HIST-PASSENGER
           IF HP-FLIGHT-DATE(1:6) < WS-YEAR-START
               OR HP-FLIGHT-DATE(1:6) > WS-REPORT-MONTH
               OR B-HP-INFANT OR B-HP-HELD-OPT
               OR B-HP-NO-SHOW OR B-HP-DENIED
               EXIT PARAGRAPH
           END-IF
           MOVE HP-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE HP-FLIGHT-DATE   TO WS-KEY-DATE
           PERFORM 3200-FIND-FLIGHT
           IF WS-FT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-ROUTE(WS-FT-HIT) TO WS-RT-HIT
           ADD 1 TO WS-RT-A-PAX(WS-RT-HIT)
           IF WS-FT-HAS-CAP(WS-FT-HIT) = 'Y'
               ADD 1 TO WS-RT-A-PAX-CAP(WS-RT-HIT)
           END-IF
           IF HP-FLIGHT-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-RT-M-PAX(WS-RT-HIT)
               IF WS-FT-HAS-CAP(WS-FT-HIT) = 'Y'
                   ADD 1 TO WS-RT-M-PAX-CAP(WS-RT-HIT)
               END-IF
           END-IF.

       3200-FIND-FLIGHT.
           MOVE ZERO TO WS-FT-HIT
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT OR WS-FT-HIT > ZERO
               IF WS-FT-FLIGHT(WS-FT-IDX) = WS-KEY-FLIGHT
                   AND WS-FT-DATE(WS-FT-IDX) = WS-KEY-DATE
                   MOVE WS-FT-IDX TO WS-FT-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      *    MOVIMENTOS DO PERIODO DOS VOOS DO ANO: O QUE O INVOICE
      *    FATURA SOMA, O QUE CREDITA (E OS ESTORNOS) ABATE
      ******************************************************************
       4000-APPLY-SALES.
           IF WS-FT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERIOD-SALES-FILE
           PERFORM 4100-APPLY-ONE-SALE UNTIL B-DS-EOF
           CLOSE PERIOD-SALES-FILE.

       4100-APPLY-ONE-SALE.
           READ PERIOD-SALES-FILE
               AT END
                   MOVE 'Y' TO WS-DS-EOF
                   EXIT PARAGRAPH
           END-READ
           IF DS-FLIGHT-DATE(1:6) < WS-YEAR-START
               OR DS-FLIGHT-DATE(1:6) > WS-REPORT-MONTH
               OR DS-TICKET-TOTAL IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           EVALUATE DS-TXN-CODE
               WHEN 'NEW'
               WHEN 'CONFRM'
               WHEN 'INFANT'
               WHEN 'WLCHG'
               WHEN 'CHGCOL'
               WHEN 'CHGFEE'
               WHEN 'NAMFEE'
               WHEN 'SEATFE'
               WHEN 'UMFEE'
               WHEN 'XSBAG'
               WHEN 'UPGPAY'
               WHEN 'CXLPEN'
               WHEN 'CORR+'
                   MOVE DS-TICKET-TOTAL TO WS-AMOUNT
               WHEN 'CANCEL'
               WHEN 'CHGREF'
               WHEN 'CORR-'
               WHEN 'TAXREF'
               WHEN 'CHBACK'
                   COMPUTE WS-AMOUNT = ZERO - DS-TICKET-TOTAL
      *        PRODUTOS AUXILIARES ('ANC'/'ANR' + PRODUTO)
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN B-DS-ANCILLARY-SALE
                           MOVE DS-TICKET-TOTAL TO WS-AMOUNT
                       WHEN B-DS-ANCILLARY-REFUND
                           COMPUTE WS-AMOUNT = ZERO - DS-TICKET-TOTAL
                       WHEN OTHER
                           EXIT PARAGRAPH
                   END-EVALUATE
           END-EVALUATE

           MOVE DS-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE DS-FLIGHT-DATE   TO WS-KEY-DATE
           PERFORM 3200-FIND-FLIGHT
           IF WS-FT-HIT = ZERO
               ADD 1 TO WS-UNMATCHED-SALES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-ROUTE(WS-FT-HIT) TO WS-RT-HIT
           ADD WS-AMOUNT TO WS-RT-A-REVENUE(WS-RT-HIT)
           IF DS-FLIGHT-DATE(1:6) = WS-REPORT-MONTH
               ADD WS-AMOUNT TO WS-RT-M-REVENUE(WS-RT-HIT)
           END-IF.

       5000-WRITE-REPORT-HEADER.
           MOVE SP-BUDGET-TOLERANCE-PCT TO WS-DISP-TOLERANCE
           MOVE SPACES TO BUDGET-REPORT-RECORD
           STRING '===== ORCAMENTO CONTRA REAL POR ROTA - MES '
                  DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ', ACUMULADO DESDE ' DELIMITED BY SIZE
                  WS-YEAR-START DELIMITED BY SIZE
                  ' (EMITIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') - TOLERANCIA ' DELIMITED BY SIZE
                  WS-DISP-TOLERANCE DELIMITED BY SIZE
                  '% =====' DELIMITED BY SIZE
                  INTO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           IF B-TABLE-FULL
               MOVE '*** MAIS DE 300 ROTAS OU 12000 PARTIDAS NO ANO - '
                   TO BUDGET-REPORT-RECORD
               MOVE 'RELATORIO INCOMPLETO ***'
                   TO BUDGET-REPORT-RECORD(51:24)
               WRITE BUDGET-REPORT-RECORD
           END-IF
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           MOVE 'ROTA    PER.  PAX RL PAX ORC VAR PAX    VAR% '
               TO BUDGET-REPORT-RECORD
           MOVE '  RECEITA REAL   RECEITA ORC    VAR RECEITA  '
               TO BUDGET-REPORT-RECORD(46:45)
           MOVE '  VAR% LF RL LF OR MARCA    NOTA'
               TO BUDGET-REPORT-RECORD(91:32)
           WRITE BUDGET-REPORT-RECORD.

      ******************************************************************
      *    DUAS LINHAS POR ROTA: MES E ACUMULADO DO ANO. O FATOR DE
      *    OCUPACAO ORCAMENTADO DO ACUMULADO E A MEDIA DOS MESES. A
      *    MARCA VEM DO DESVIO DO MES; ROTA SEM ORCAMENTO NAO E MARCADA
      ******************************************************************
       5100-WRITE-ONE-ROUTE.
           MOVE 'N' TO WS-ROUTE-OFF
           MOVE SPACES TO WS-DET-FLAG
           MOVE SPACES TO WS-DET-NOTE
           IF WS-RT-HAS-BUDGET(WS-RT-IDX) NOT = 'Y'
               MOVE 'SEM ORCAMENTO' TO WS-DET-NOTE
           END-IF

           MOVE WS-RT-ORIGIN(WS-RT-IDX) TO WS-DET-ORIGIN
           MOVE '-'                     TO WS-DET-DASH
           MOVE WS-RT-DEST(WS-RT-IDX)   TO WS-DET-DEST
           MOVE 'MES'                   TO WS-DET-PERIOD

           MOVE WS-RT-M-PAX(WS-RT-IDX)    TO WS-DET-PAX
           MOVE WS-RT-BM-PAX(WS-RT-IDX)   TO WS-DET-BUD-PAX
           COMPUTE WS-DET-VAR-PAX =
               WS-RT-M-PAX(WS-RT-IDX) - WS-RT-BM-PAX(WS-RT-IDX)
           MOVE WS-RT-M-PAX(WS-RT-IDX)    TO WS-PCT-ACTUAL
           MOVE WS-RT-BM-PAX(WS-RT-IDX)   TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-PAX
           IF B-PCT-OFF
               MOVE 'Y' TO WS-ROUTE-OFF
           END-IF

           MOVE WS-RT-M-REVENUE(WS-RT-IDX)  TO WS-DET-REVENUE
           MOVE WS-RT-BM-REVENUE(WS-RT-IDX) TO WS-DET-BUD-REVENUE
           COMPUTE WS-DET-VAR-REVENUE =
               WS-RT-M-REVENUE(WS-RT-IDX)
               - WS-RT-BM-REVENUE(WS-RT-IDX)
           MOVE WS-RT-M-REVENUE(WS-RT-IDX)  TO WS-PCT-ACTUAL
           MOVE WS-RT-BM-REVENUE(WS-RT-IDX) TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-REVENUE
           IF B-PCT-OFF
               MOVE 'Y' TO WS-ROUTE-OFF
           END-IF

           MOVE ZERO TO WS-LOAD-FACTOR
           IF WS-RT-M-SEATS(WS-RT-IDX) > ZERO
               COMPUTE WS-LOAD-FACTOR ROUNDED =
                   WS-RT-M-PAX-CAP(WS-RT-IDX) * 100
                   / WS-RT-M-SEATS(WS-RT-IDX)
           END-IF
           MOVE WS-LOAD-FACTOR          TO WS-DET-LF
           MOVE WS-RT-BM-LF(WS-RT-IDX)  TO WS-DET-BUD-LF

           IF B-ROUTE-OFF AND WS-RT-HAS-BUDGET(WS-RT-IDX) = 'Y'
               MOVE '*FORA*' TO WS-DET-FLAG
               ADD 1 TO WS-GT-FLAGGED
           END-IF
           MOVE WS-DETAIL-LINE TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD

      *    LINHA DO ACUMULADO DO ANO
           MOVE SPACES TO WS-DET-ORIGIN
           MOVE SPACE  TO WS-DET-DASH
           MOVE SPACES TO WS-DET-DEST
           MOVE 'ANO'  TO WS-DET-PERIOD
           MOVE SPACES TO WS-DET-FLAG
           MOVE SPACES TO WS-DET-NOTE

           MOVE WS-RT-A-PAX(WS-RT-IDX)    TO WS-DET-PAX
           MOVE WS-RT-BA-PAX(WS-RT-IDX)   TO WS-DET-BUD-PAX
           COMPUTE WS-DET-VAR-PAX =
               WS-RT-A-PAX(WS-RT-IDX) - WS-RT-BA-PAX(WS-RT-IDX)
           MOVE WS-RT-A-PAX(WS-RT-IDX)    TO WS-PCT-ACTUAL
           MOVE WS-RT-BA-PAX(WS-RT-IDX)   TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-PAX

           MOVE WS-RT-A-REVENUE(WS-RT-IDX)  TO WS-DET-REVENUE
           MOVE WS-RT-BA-REVENUE(WS-RT-IDX) TO WS-DET-BUD-REVENUE
           COMPUTE WS-DET-VAR-REVENUE =
               WS-RT-A-REVENUE(WS-RT-IDX)
               - WS-RT-BA-REVENUE(WS-RT-IDX)
           MOVE WS-RT-A-REVENUE(WS-RT-IDX)  TO WS-PCT-ACTUAL
           MOVE WS-RT-BA-REVENUE(WS-RT-IDX) TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-REVENUE

           MOVE ZERO TO WS-LOAD-FACTOR
           IF WS-RT-A-SEATS(WS-RT-IDX) > ZERO
               COMPUTE WS-LOAD-FACTOR ROUNDED =
                   WS-RT-A-PAX-CAP(WS-RT-IDX) * 100
                   / WS-RT-A-SEATS(WS-RT-IDX)
           END-IF
           MOVE WS-LOAD-FACTOR TO WS-DET-LF
           MOVE ZERO TO WS-DET-BUD-LF
           IF WS-RT-BA-MONTHS(WS-RT-IDX) > ZERO
               COMPUTE WS-DET-BUD-LF ROUNDED =
                   WS-RT-BA-LF-SUM(WS-RT-IDX)
                   / WS-RT-BA-MONTHS(WS-RT-IDX)
           END-IF
           MOVE WS-DETAIL-LINE TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD

           ADD WS-RT-M-PAX(WS-RT-IDX)      TO WS-GT-M-PAX
           ADD WS-RT-M-PAX-CAP(WS-RT-IDX)  TO WS-GT-M-PAX-CAP
           ADD WS-RT-M-SEATS(WS-RT-IDX)    TO WS-GT-M-SEATS
           ADD WS-RT-M-REVENUE(WS-RT-IDX)  TO WS-GT-M-REVENUE
           ADD WS-RT-A-PAX(WS-RT-IDX)      TO WS-GT-A-PAX
           ADD WS-RT-A-PAX-CAP(WS-RT-IDX)  TO WS-GT-A-PAX-CAP
           ADD WS-RT-A-SEATS(WS-RT-IDX)    TO WS-GT-A-SEATS
           ADD WS-RT-A-REVENUE(WS-RT-IDX)  TO WS-GT-A-REVENUE
           ADD WS-RT-BM-PAX(WS-RT-IDX)     TO WS-GT-BM-PAX
           ADD WS-RT-BM-REVENUE(WS-RT-IDX) TO WS-GT-BM-REVENUE
           ADD WS-RT-BA-PAX(WS-RT-IDX)     TO WS-GT-BA-PAX
           ADD WS-RT-BA-REVENUE(WS-RT-IDX) TO WS-GT-BA-REVENUE.

      ******************************************************************
      *    DESVIO EM PERCENTAGEM DO ORCAMENTO; SEM ORCAMENTO NAO HA
      *    PERCENTAGEM (N/D) NEM MARCA
      ******************************************************************
       5500-VARIANCE-PERCENT.
           MOVE 'N' TO WS-PCT-OFF
           IF WS-PCT-BUDGET = ZERO
               MOVE '    N/D' TO WS-PCT-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-VALUE ROUNDED =
               (WS-PCT-ACTUAL - WS-PCT-BUDGET) * 100 / WS-PCT-BUDGET
               ON SIZE ERROR
                   MOVE 9999,9 TO WS-PCT-VALUE
           END-COMPUTE
           MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT  TO WS-PCT-TEXT
           IF WS-PCT-VALUE > SP-BUDGET-TOLERANCE-PCT
               OR WS-PCT-VALUE < ZERO - SP-BUDGET-TOLERANCE-PCT
               MOVE 'Y' TO WS-PCT-OFF
           END-IF.

       6000-WRITE-REPORT-FOOTER.
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           MOVE SPACES   TO WS-DET-ORIGIN
           MOVE SPACE    TO WS-DET-DASH
           MOVE SPACES   TO WS-DET-DEST
           MOVE 'MES'    TO WS-DET-PERIOD
           MOVE SPACES   TO WS-DET-FLAG
           MOVE SPACES   TO WS-DET-NOTE
           MOVE WS-GT-M-PAX  TO WS-DET-PAX
           MOVE WS-GT-BM-PAX TO WS-DET-BUD-PAX
           COMPUTE WS-DET-VAR-PAX = WS-GT-M-PAX - WS-GT-BM-PAX
           MOVE WS-GT-M-PAX  TO WS-PCT-ACTUAL
           MOVE WS-GT-BM-PAX TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-PAX
           MOVE WS-GT-M-REVENUE  TO WS-DET-REVENUE
           MOVE WS-GT-BM-REVENUE TO WS-DET-BUD-REVENUE
           COMPUTE WS-DET-VAR-REVENUE =
               WS-GT-M-REVENUE - WS-GT-BM-REVENUE
           MOVE WS-GT-M-REVENUE  TO WS-PCT-ACTUAL
           MOVE WS-GT-BM-REVENUE TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-REVENUE
           MOVE ZERO TO WS-LOAD-FACTOR
           IF WS-GT-M-SEATS > ZERO
               COMPUTE WS-LOAD-FACTOR ROUNDED =
                   WS-GT-M-PAX-CAP * 100 / WS-GT-M-SEATS
           END-IF
           MOVE WS-LOAD-FACTOR TO WS-DET-LF
           MOVE ZERO TO WS-DET-BUD-LF
           MOVE WS-DETAIL-LINE TO BUDGET-REPORT-RECORD
      *    NAO HA FATOR ORCAMENTADO DA REDE: A COLUNA FICA EM BRANCO
           MOVE SPACES TO BUDGET-REPORT-RECORD(104:5)
           MOVE 'REDE   ' TO BUDGET-REPORT-RECORD(1:7)
           WRITE BUDGET-REPORT-RECORD

           MOVE 'ANO'    TO WS-DET-PERIOD
           MOVE WS-GT-A-PAX  TO WS-DET-PAX
           MOVE WS-GT-BA-PAX TO WS-DET-BUD-PAX
           COMPUTE WS-DET-VAR-PAX = WS-GT-A-PAX - WS-GT-BA-PAX
           MOVE WS-GT-A-PAX  TO WS-PCT-ACTUAL
           MOVE WS-GT-BA-PAX TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-PAX
           MOVE WS-GT-A-REVENUE  TO WS-DET-REVENUE
           MOVE WS-GT-BA-REVENUE TO WS-DET-BUD-REVENUE
           COMPUTE WS-DET-VAR-REVENUE =
               WS-GT-A-REVENUE - WS-GT-BA-REVENUE
           MOVE WS-GT-A-REVENUE  TO WS-PCT-ACTUAL
           MOVE WS-GT-BA-REVENUE TO WS-PCT-BUDGET
           PERFORM 5500-VARIANCE-PERCENT
           MOVE WS-PCT-TEXT TO WS-DET-PCT-REVENUE
           MOVE ZERO TO WS-LOAD-FACTOR
           IF WS-GT-A-SEATS > ZERO
               COMPUTE WS-LOAD-FACTOR ROUNDED =
                   WS-GT-A-PAX-CAP * 100 / WS-GT-A-SEATS
           END-IF
           MOVE WS-LOAD-FACTOR TO WS-DET-LF
           MOVE WS-DETAIL-LINE TO BUDGET-REPORT-RECORD
           MOVE SPACES TO BUDGET-REPORT-RECORD(1:7)
           MOVE SPACES TO BUDGET-REPORT-RECORD(104:5)
           WRITE BUDGET-REPORT-RECORD

           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           MOVE WS-GT-FLAGGED TO WS-DISP-COUNT
           MOVE SPACES TO BUDGET-REPORT-RECORD
           STRING 'ROTAS FORA DA TOLERANCIA NO MES: '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
           IF WS-UNMATCHED-SALES > ZERO
               MOVE WS-UNMATCHED-SALES TO WS-DISP-COUNT
               MOVE SPACES TO BUDGET-REPORT-RECORD
               STRING 'MOVIMENTOS DO ANO SEM PARTIDA NO ARQUIVO (VOOS '
                      DELIMITED BY SIZE
                      'AINDA NAO FECHADOS): ' DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO BUDGET-REPORT-RECORD
               WRITE BUDGET-REPORT-RECORD
           END-IF.
