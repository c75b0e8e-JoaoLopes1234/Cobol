       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROUTPROF.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    ROUTPROF - RENTABILIDADE MENSAL POR ROTA. O FLASHRPT DA A
      *    RECEITA DE CADA VOO, MAS NAO DIZ QUE ROTAS PERDEM DINHEIRO.
      *    PARA AS PARTIDAS DO MES FECHADAS PELO DAYCLOSE
      *    (flight-history.txt), POR ROTA:
      *    - RECEITA DO EXTRATO DO PERIODO (period-sales.txt) DOS
      *      VOOS DO MES: VENDAS E TAXAS COBRADAS (COMO O INVOICE AS
      *      FATURA) MENOS ANULACOES, REEMBOLSOS E ESTORNOS
      *    - PASSAGEIROS TRANSPORTADOS (ARQUIVO DE PASSAGEIROS, SEM
      *      BEBES AO COLO, NO-SHOWS, NEGADOS NEM OPCOES) E O FATOR DE
      *      OCUPACAO CONTRA A CAPACIDADE ARQUIVADA PELO DAYCLOSE (EM
      *      ARQUIVOS ANTIGOS, OS LUGARES DO MAPA DO TIPO DE AVIAO)
      *    - CUSTO DAS PARTIDAS PELO MESTRE DE CUSTOS OPERACIONAIS
      *      (OPCOST, ROTA+TIPO OU O PADRAO DA ROTA) MAIS AS
      *      COMPENSACOES PAGAS (DBC E COMP)
      *    - RECEITA E CUSTO POR LUGAR-KM OFERECIDO (DISTANCIA DO
      *      ROUTDIST), FATOR DE OCUPACAO DE EQUILIBRIO E A MARCA DAS
      *      ROTAS ABAIXO DELE
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O ANTERIOR).
      *    SAIDA EM route-profit-report.txt. NENHUM MESTRE E ALTERADO
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

           SELECT OPERATING-COST-FILE ASSIGN TO
               "PASSAGEM/FILE/operating-cost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-COST-KEY
               FILE STATUS IS WS-COST-STATUS.

           SELECT ROUTE-DISTANCE-FILE ASSIGN TO
               "PASSAGEM/FILE/route-distances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ROUTE-KEY
               FILE STATUS IS WS-DIST-STATUS.

           SELECT SEAT-MAP-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY
               FILE STATUS IS WS-MAP-STATUS.

           SELECT ROUTE-PROFIT-FILE ASSIGN TO
               "PASSAGEM/FILE/route-profit-report.txt"
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

       FD OPERATING-COST-FILE.
           COPY OPCOST.

       FD ROUTE-DISTANCE-FILE.
           COPY ROUTDIST.

       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD ROUTE-PROFIT-FILE.
       01 ROUTE-PROFIT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-COST-STATUS        PIC X(2).
       01 WS-DIST-STATUS        PIC X(2).
       01 WS-MAP-STATUS         PIC X(2).
       01 WS-MAP-OPEN           PIC X(1) VALUE 'N'.
           88 B-MAP-OPEN        VALUE 'Y'.

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

      ******************************************************************
      *    ROTAS DO MES, COM A DISTANCIA E OS ACUMULADOS. OS LUGARES
      *    E OS PASSAGEIROS PARA O FATOR DE OCUPACAO SO CONTAM NAS
      *    PARTIDAS COM CAPACIDADE CONHECIDA
      ******************************************************************
       01 WS-ROUTE-TABLE.
           05 WS-RT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-RT-ENTRY OCCURS 300 TIMES.
               10 WS-RT-ORIGIN      PIC X(3).
               10 WS-RT-DEST        PIC X(3).
               10 WS-RT-KM          PIC 9(5).
               10 WS-RT-FLIGHTS     PIC 9(4).
               10 WS-RT-NO-CAPACITY PIC 9(4).
               10 WS-RT-NO-COST     PIC 9(4).
               10 WS-RT-SEATS       PIC 9(7).
               10 WS-RT-ASK         PIC 9(12).
               10 WS-RT-PAX         PIC 9(7).
               10 WS-RT-PAX-CAP     PIC 9(7).
               10 WS-RT-REVENUE     PIC S9(10)V99.
               10 WS-RT-COST        PIC 9(10)V99.
           05 WS-RT-IDX             PIC 9(3).
           05 WS-RT-HIT             PIC 9(3).

      ******************************************************************
      *    PARTIDAS DO MES: A ROTA DE CADA UMA E SE A CAPACIDADE E
      *    CONHECIDA, PARA SITUAR OS PASSAGEIROS E AS VENDAS
      ******************************************************************
       01 WS-FLIGHT-TABLE.
           05 WS-FT-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-FT-ENTRY OCCURS 3000 TIMES.
               10 WS-FT-FLIGHT      PIC X(6).
               10 WS-FT-DATE        PIC X(8).
               10 WS-FT-ROUTE       PIC 9(3).
               10 WS-FT-HAS-CAP     PIC X(1).
           05 WS-FT-IDX             PIC 9(4).
           05 WS-FT-HIT             PIC 9(4).

      ******************************************************************
      *    LUGARES DO MAPA POR TIPO DE AVIAO (ARQUIVOS ANTERIORES A
      *    CAPACIDADE ARQUIVADA), CONTADOS UMA VEZ POR TIPO
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
           05 WS-FLIGHT-COST        PIC 9(8)V99.
           05 WS-COST-FOUND         PIC X(1).
               88 B-COST-FOUND      VALUE 'Y'.
           05 WS-KEY-FLIGHT         PIC X(6).
           05 WS-KEY-DATE           PIC X(8).
           05 WS-LOAD-FACTOR        PIC 9(3)V9.
           05 WS-BREAK-EVEN         PIC 9(5)V9.
           05 WS-RASK               PIC 9(3)V9(4).
           05 WS-CASK               PIC 9(3)V9(4).
           05 WS-RESULT             PIC S9(10)V99.

       01 WS-TOTALS.
           05 WS-GT-FLIGHTS         PIC 9(5) VALUE ZERO.
           05 WS-GT-PAX             PIC 9(7) VALUE ZERO.
           05 WS-GT-PAX-CAP         PIC 9(7) VALUE ZERO.
           05 WS-GT-SEATS           PIC 9(8) VALUE ZERO.
           05 WS-GT-ASK             PIC 9(13) VALUE ZERO.
           05 WS-GT-REVENUE         PIC S9(11)V99 VALUE ZERO.
           05 WS-GT-COST            PIC 9(11)V99 VALUE ZERO.
           05 WS-GT-BELOW           PIC 9(3) VALUE ZERO.
           05 WS-UNMATCHED-SALES    PIC 9(6) VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 WS-DET-ORIGIN         PIC X(3).
           05 FILLER                PIC X(1) VALUE '-'.
           05 WS-DET-DEST           PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-FLIGHTS        PIC Z(3)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-PAX            PIC Z(5)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-LF             PIC ZZ9,9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-REVENUE        PIC -Z(8)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-COST           PIC Z(8)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-RESULT         PIC -Z(8)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-KM             PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-RASK           PIC Z9,9999.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-CASK           PIC Z9,9999.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-BREAK-EVEN     PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-FLAG           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DET-NOTE           PIC X(24).

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-BREAK-EVEN    PIC ZZZ9,9.
           05 WS-DISP-COUNT         PIC Z(4)9.
           05 WS-DISP-ROUTES        PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD

           OPEN INPUT OPERATING-COST-FILE
           IF WS-COST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE CUSTOS ("
                       WS-COST-STATUS ") - CORRER PRIMEIRO O "
                       "OPCSTLOD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ROUTE-DISTANCE-FILE
           IF WS-DIST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE DISTANCIAS ("
                       WS-DIST-STATUS ") - CORRER PRIMEIRO O "
                       "RDISTLOD"
               CLOSE OPERATING-COST-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    SEM MAPA DE LUGARES SO FICAM DE FORA OS VOOS ARQUIVADOS
      *    ANTES DE A CAPACIDADE SEGUIR NO HISTORICO
           OPEN INPUT SEAT-MAP-FILE
           IF WS-MAP-STATUS = '00'
               MOVE 'Y' TO WS-MAP-OPEN
           END-IF

           PERFORM 2000-LOAD-MONTH-FLIGHTS
           PERFORM 3000-COUNT-PASSENGERS
           PERFORM 4000-APPLY-SALES

           OPEN OUTPUT ROUTE-PROFIT-FILE
           PERFORM 5000-WRITE-REPORT-HEADER
           PERFORM 5100-WRITE-ONE-ROUTE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           PERFORM 6000-WRITE-REPORT-FOOTER

           CLOSE OPERATING-COST-FILE
                 ROUTE-DISTANCE-FILE
                 ROUTE-PROFIT-FILE
           IF B-MAP-OPEN
               CLOSE SEAT-MAP-FILE
           END-IF

           MOVE WS-RT-COUNT TO WS-DISP-ROUTES
           MOVE WS-GT-BELOW TO WS-DISP-COUNT
           DISPLAY "RENTABILIDADE POR ROTA DE " WS-REPORT-MONTH
                   " EMITIDA EM route-profit-report.txt - "
                   WS-DISP-ROUTES " ROTA(S), " WS-DISP-COUNT
                   " ABAIXO DO EQUILIBRIO"
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

      ******************************************************************
      *    PARTIDAS DO MES NO ARQUIVO DE VOOS: ROTA, CAPACIDADE,
      *    LUGARES-KM E CUSTO DE CADA UMA
      ******************************************************************
       2000-LOAD-MONTH-FLIGHTS.
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       MOVE FH-FLIGHT-DATA TO HIST-FLIGHT
                       IF HF-FLIGHT-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 2100-STORE-MONTH-FLIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE.

       2100-STORE-MONTH-FLIGHT.
           IF WS-FT-COUNT >= 3000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-FIND-ROUTE
           IF WS-RT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FT-COUNT
           MOVE HF-FLIGHT-NUMBER TO WS-FT-FLIGHT(WS-FT-COUNT)
           MOVE HF-FLIGHT-DATE   TO WS-FT-DATE(WS-FT-COUNT)
           MOVE WS-RT-HIT        TO WS-FT-ROUTE(WS-FT-COUNT)
           ADD 1 TO WS-RT-FLIGHTS(WS-RT-HIT)

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
               ADD WS-CAPACITY TO WS-RT-SEATS(WS-RT-HIT)
               COMPUTE WS-RT-ASK(WS-RT-HIT) = WS-RT-ASK(WS-RT-HIT)
                   + WS-CAPACITY * WS-RT-KM(WS-RT-HIT)
           ELSE
               MOVE 'N' TO WS-FT-HAS-CAP(WS-FT-COUNT)
               ADD 1 TO WS-RT-NO-CAPACITY(WS-RT-HIT)
           END-IF

           PERFORM 2400-FLIGHT-COST
           IF B-COST-FOUND
               ADD WS-FLIGHT-COST TO WS-RT-COST(WS-RT-HIT)
           ELSE
               ADD 1 TO WS-RT-NO-COST(WS-RT-HIT)
           END-IF.

       2200-FIND-ROUTE.
           MOVE ZERO TO WS-RT-HIT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-HIT > ZERO
               IF WS-RT-ORIGIN(WS-RT-IDX) = HF-ORIGIN
                   AND WS-RT-DEST(WS-RT-IDX) = HF-DESTINATION
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
           MOVE HF-ORIGIN      TO WS-RT-ORIGIN(WS-RT-HIT)
           MOVE HF-DESTINATION TO WS-RT-DEST(WS-RT-HIT)
           MOVE HF-ORIGIN      TO RD-ORIGIN
           MOVE HF-DESTINATION TO RD-DESTINATION
           READ ROUTE-DISTANCE-FILE
               INVALID KEY
                   MOVE ZERO TO WS-RT-KM(WS-RT-HIT)
               NOT INVALID KEY
                   MOVE RD-DISTANCE-KM TO WS-RT-KM(WS-RT-HIT)
           END-READ.

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
      *    CUSTO DA PARTIDA: LINHA DA ROTA PARA O TIPO DO VOO OU, SEM
      *    ELA, O PADRAO DA ROTA (TIPO EM BRANCO)
      ******************************************************************
       2400-FLIGHT-COST.
           MOVE 'Y' TO WS-COST-FOUND
           MOVE ZERO TO WS-FLIGHT-COST
           MOVE HF-ORIGIN        TO OC-ORIGIN
           MOVE HF-DESTINATION   TO OC-DESTINATION
           MOVE HF-AIRCRAFT-TYPE TO OC-AIRCRAFT-TYPE
           READ OPERATING-COST-FILE
               INVALID KEY
                   MOVE SPACES TO OC-AIRCRAFT-TYPE
                   READ OPERATING-COST-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-COST-FOUND
                   END-READ
           END-READ
           IF NOT B-COST-FOUND
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FLIGHT-COST ROUNDED =
               OC-BLOCK-MINUTES * OC-BLOCK-HOUR-COST / 60
               + OC-FLIGHT-COST + OC-CREW-COST + OC-FUEL-COST
               + OC-HANDLING-COST + OC-AIRPORT-CHARGES.

      ******************************************************************
      *    PASSAGEIROS TRANSPORTADOS NAS PARTIDAS DO MES
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
           IF HP-FLIGHT-DATE(1:6) NOT = WS-REPORT-MONTH
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
           ADD 1 TO WS-RT-PAX(WS-RT-HIT)
           IF WS-FT-HAS-CAP(WS-FT-HIT) = 'Y'
               ADD 1 TO WS-RT-PAX-CAP(WS-RT-HIT)
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
      *    MOVIMENTOS DO PERIODO DOS VOOS DO MES: O QUE O INVOICE
      *    FATURA SOMA, O QUE CREDITA (E OS ESTORNOS) ABATE; AS
      *    COMPENSACOES AO PASSAGEIRO SAO CUSTO DA ROTA
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
           IF DS-FLIGHT-DATE(1:6) NOT = WS-REPORT-MONTH
               OR DS-TICKET-TOTAL IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE DS-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE DS-FLIGHT-DATE   TO WS-KEY-DATE
           PERFORM 3200-FIND-FLIGHT
           IF WS-FT-HIT = ZERO
               ADD 1 TO WS-UNMATCHED-SALES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-ROUTE(WS-FT-HIT) TO WS-RT-HIT

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
                   ADD DS-TICKET-TOTAL TO WS-RT-REVENUE(WS-RT-HIT)
               WHEN 'CANCEL'
               WHEN 'CHGREF'
               WHEN 'CORR-'
               WHEN 'TAXREF'
               WHEN 'CHBACK'
                   SUBTRACT DS-TICKET-TOTAL
                       FROM WS-RT-REVENUE(WS-RT-HIT)
               WHEN 'DBC'
               WHEN 'COMP'
                   ADD DS-TICKET-TOTAL TO WS-RT-COST(WS-RT-HIT)
      *        PRODUTOS AUXILIARES ('ANC'/'ANR' + PRODUTO)
               WHEN OTHER
                   IF B-DS-ANCILLARY-SALE
                       ADD DS-TICKET-TOTAL TO WS-RT-REVENUE(WS-RT-HIT)
                   END-IF
                   IF B-DS-ANCILLARY-REFUND
                       SUBTRACT DS-TICKET-TOTAL
                           FROM WS-RT-REVENUE(WS-RT-HIT)
                   END-IF
           END-EVALUATE.

       5000-WRITE-REPORT-HEADER.
           MOVE SPACES TO ROUTE-PROFIT-RECORD
           STRING '===== RENTABILIDADE POR ROTA - PARTIDAS DE '
                  DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (EMITIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO ROUTE-PROFIT-RECORD
           WRITE ROUTE-PROFIT-RECORD
           IF B-TABLE-FULL
               MOVE '*** MAIS DE 300 ROTAS OU 3000 PARTIDAS NO MES - '
                   TO ROUTE-PROFIT-RECORD
               MOVE 'RELATORIO INCOMPLETO ***'
                   TO ROUTE-PROFIT-RECORD(50:24)
               WRITE ROUTE-PROFIT-RECORD
           END-IF
           MOVE SPACES TO ROUTE-PROFIT-RECORD
           WRITE ROUTE-PROFIT-RECORD
           MOVE 'ROTA    VOOS    PAX   LF%       RECEITA        '
               TO ROUTE-PROFIT-RECORD
           MOVE 'CUSTO     RESULTADO    KM   R/LKM   C/LKM LF EQ. '
               TO ROUTE-PROFIT-RECORD(48:50)
           MOVE 'MARCA    NOTA' TO ROUTE-PROFIT-RECORD(97:13)
           WRITE ROUTE-PROFIT-RECORD.

      ******************************************************************
      *    LINHA DA ROTA. O FATOR DE OCUPACAO DE EQUILIBRIO E O FATOR
      *    REAL VEZES CUSTO/RECEITA (A RECEITA MEDIA POR PASSAGEIRO
      *    MANTEM-SE); A ROTA ESTA ABAIXO DELE QUANDO O CUSTO PASSA A
      *    RECEITA. SEM CUSTO CARREGADO A ROTA NAO E AVALIADA
      ******************************************************************
       5100-WRITE-ONE-ROUTE.
           MOVE SPACES TO WS-DET-FLAG
           MOVE SPACES TO WS-DET-NOTE
           MOVE ZERO TO WS-LOAD-FACTOR
           MOVE ZERO TO WS-RASK
           MOVE ZERO TO WS-CASK

           IF WS-RT-SEATS(WS-RT-IDX) > ZERO
               COMPUTE WS-LOAD-FACTOR ROUNDED =
                   WS-RT-PAX-CAP(WS-RT-IDX) * 100
                   / WS-RT-SEATS(WS-RT-IDX)
           END-IF
           IF WS-RT-ASK(WS-RT-IDX) > ZERO
               IF WS-RT-REVENUE(WS-RT-IDX) > ZERO
                   COMPUTE WS-RASK ROUNDED =
                       WS-RT-REVENUE(WS-RT-IDX) / WS-RT-ASK(WS-RT-IDX)
               END-IF
               COMPUTE WS-CASK ROUNDED =
                   WS-RT-COST(WS-RT-IDX) / WS-RT-ASK(WS-RT-IDX)
           END-IF
           COMPUTE WS-RESULT =
               WS-RT-REVENUE(WS-RT-IDX) - WS-RT-COST(WS-RT-IDX)

           MOVE 'N/D' TO WS-DET-BREAK-EVEN
           IF WS-RT-NO-COST(WS-RT-IDX) = WS-RT-FLIGHTS(WS-RT-IDX)
               MOVE 'SEM CUSTO CARREGADO' TO WS-DET-NOTE
           ELSE
               IF WS-RT-REVENUE(WS-RT-IDX) > ZERO
                   AND WS-LOAD-FACTOR > ZERO
                   COMPUTE WS-BREAK-EVEN ROUNDED =
                       WS-LOAD-FACTOR * WS-RT-COST(WS-RT-IDX)
                       / WS-RT-REVENUE(WS-RT-IDX)
                   MOVE WS-BREAK-EVEN TO WS-DISP-BREAK-EVEN
                   MOVE WS-DISP-BREAK-EVEN TO WS-DET-BREAK-EVEN
               END-IF
               IF WS-RESULT < ZERO
                   MOVE '*ABAIXO*' TO WS-DET-FLAG
                   ADD 1 TO WS-GT-BELOW
               END-IF
               EVALUATE TRUE
                   WHEN WS-RT-NO-COST(WS-RT-IDX) > ZERO
                       MOVE 'CUSTO PARCIAL' TO WS-DET-NOTE
                   WHEN WS-RT-KM(WS-RT-IDX) = ZERO
                       MOVE 'SEM DISTANCIA (ROUTDIST)' TO WS-DET-NOTE
                   WHEN WS-RT-NO-CAPACITY(WS-RT-IDX) > ZERO
                       MOVE 'VOOS SEM CAPACIDADE' TO WS-DET-NOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           MOVE WS-RT-ORIGIN(WS-RT-IDX)  TO WS-DET-ORIGIN
           MOVE WS-RT-DEST(WS-RT-IDX)    TO WS-DET-DEST
           MOVE WS-RT-FLIGHTS(WS-RT-IDX) TO WS-DET-FLIGHTS
           MOVE WS-RT-PAX(WS-RT-IDX)     TO WS-DET-PAX
           MOVE WS-LOAD-FACTOR           TO WS-DET-LF
           MOVE WS-RT-REVENUE(WS-RT-IDX) TO WS-DET-REVENUE
           MOVE WS-RT-COST(WS-RT-IDX)    TO WS-DET-COST
           MOVE WS-RESULT                TO WS-DET-RESULT
           MOVE WS-RT-KM(WS-RT-IDX)      TO WS-DET-KM
           MOVE WS-RASK                  TO WS-DET-RASK
           MOVE WS-CASK                  TO WS-DET-CASK
           MOVE WS-DETAIL-LINE TO ROUTE-PROFIT-RECORD
           WRITE ROUTE-PROFIT-RECORD

           ADD WS-RT-FLIGHTS(WS-RT-IDX) TO WS-GT-FLIGHTS
           ADD WS-RT-PAX(WS-RT-IDX)     TO WS-GT-PAX
           ADD WS-RT-PAX-CAP(WS-RT-IDX) TO WS-GT-PAX-CAP
           ADD WS-RT-SEATS(WS-RT-IDX)   TO WS-GT-SEATS
           ADD WS-RT-ASK(WS-RT-IDX)     TO WS-GT-ASK
           ADD WS-RT-REVENUE(WS-RT-IDX) TO WS-GT-REVENUE
           ADD WS-RT-COST(WS-RT-IDX)    TO WS-GT-COST.

       6000-WRITE-REPORT-FOOTER.
           MOVE ZERO TO WS-LOAD-FACTOR
           MOVE ZERO TO WS-RASK
           MOVE ZERO TO WS-CASK
           IF WS-GT-SEATS > ZERO
               COMPUTE WS-LOAD-FACTOR ROUNDED =
                   WS-GT-PAX-CAP * 100 / WS-GT-SEATS
           END-IF
           IF WS-GT-ASK > ZERO
               IF WS-GT-REVENUE > ZERO
                   COMPUTE WS-RASK ROUNDED = WS-GT-REVENUE / WS-GT-ASK
               END-IF
               COMPUTE WS-CASK ROUNDED = WS-GT-COST / WS-GT-ASK
           END-IF
           MOVE 'N/D' TO WS-DET-BREAK-EVEN
           IF WS-GT-REVENUE > ZERO AND WS-LOAD-FACTOR > ZERO
               COMPUTE WS-BREAK-EVEN ROUNDED =
                   WS-LOAD-FACTOR * WS-GT-COST / WS-GT-REVENUE
               MOVE WS-BREAK-EVEN TO WS-DISP-BREAK-EVEN
               MOVE WS-DISP-BREAK-EVEN TO WS-DET-BREAK-EVEN
           END-IF
           COMPUTE WS-RESULT = WS-GT-REVENUE - WS-GT-COST

           MOVE SPACES TO ROUTE-PROFIT-RECORD
           WRITE ROUTE-PROFIT-RECORD
           MOVE WS-GT-FLIGHTS  TO WS-DET-FLIGHTS
           MOVE WS-GT-PAX      TO WS-DET-PAX
           MOVE WS-LOAD-FACTOR TO WS-DET-LF
           MOVE WS-GT-REVENUE  TO WS-DET-REVENUE
           MOVE WS-GT-COST     TO WS-DET-COST
           MOVE WS-RESULT      TO WS-DET-RESULT
           MOVE ZERO           TO WS-DET-KM
           MOVE WS-RASK        TO WS-DET-RASK
           MOVE WS-CASK        TO WS-DET-CASK
           MOVE SPACES         TO WS-DET-FLAG
           MOVE SPACES         TO WS-DET-NOTE
           MOVE WS-DETAIL-LINE TO ROUTE-PROFIT-RECORD
           MOVE 'REDE   ' TO ROUTE-PROFIT-RECORD(1:7)
           WRITE ROUTE-PROFIT-RECORD

           MOVE SPACES TO ROUTE-PROFIT-RECORD
           WRITE ROUTE-PROFIT-RECORD
           MOVE WS-GT-BELOW TO WS-DISP-COUNT
           MOVE SPACES TO ROUTE-PROFIT-RECORD
           STRING 'ROTAS ABAIXO DO FATOR DE OCUPACAO DE EQUILIBRIO: '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO ROUTE-PROFIT-RECORD
           WRITE ROUTE-PROFIT-RECORD
           IF WS-UNMATCHED-SALES > ZERO
               MOVE WS-UNMATCHED-SALES TO WS-DISP-COUNT
               MOVE SPACES TO ROUTE-PROFIT-RECORD
               STRING 'MOVIMENTOS DO MES SEM PARTIDA NO ARQUIVO (VOOS '
                      DELIMITED BY SIZE
                      'AINDA NAO FECHADOS): ' DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO ROUTE-PROFIT-RECORD
               WRITE ROUTE-PROFIT-RECORD
           END-IF
           MOVE 'R/LKM E C/LKM = RECEITA E CUSTO (EUROS) POR LUGAR-KM '
               TO ROUTE-PROFIT-RECORD
           MOVE 'OFERECIDO; LF EQ. = FATOR DE OCUPACAO DE EQUILIBRIO'
               TO ROUTE-PROFIT-RECORD(54:51)
           WRITE ROUTE-PROFIT-RECORD.
