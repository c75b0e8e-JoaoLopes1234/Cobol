       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTLSETL.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    INTLSETL - LIQUIDACAO MENSAL INTERLINE/CODESHARE COM AS
      *    COMPANHIAS PARCEIRAS (MESTRE PARTNER). UM CUPAO E UM TROCO
      *    VOADO NO MES NUM VOO CUJA COMPANHIA OPERADORA OU COMERCIAL E
      *    UMA PARCEIRA (FM-OPERATING-CARRIER / FM-MARKETING-CARRIER):
      *    - OPERADO PELA PARCEIRA: DEVEMOS-LHE A PARTE DA TARIFA (P)
      *    - OPERADO POR NOS E VENDIDO COM O CODIGO DA PARCEIRA: ELA
      *      DEVE-NOS A PARTE DA TARIFA (R)
      *    A TARIFA E A DO EXTRATO DO PERIODO (period-sales.txt, COM O
      *    HISTORICO DOS PERIODOS FECHADOS ATE AO MES), SEM BAGAGEM NEM
      *    LUGAR, COMO NO GLPOST. NUM PERCURSO COM ESCALAS (ITINRY) A
      *    TARIFA DE TODAS AS PERNAS E SOMADA E RATEADA PELOS KM DE
      *    CADA PERNA NO MESTRE DE DISTANCIAS (ROUTDIST); FORA DE UM
      *    PERCURSO, OU SEM DISTANCIA PARA ALGUMA PERNA, O TROCO FICA
      *    COM A SUA PROPRIA TARIFA.
      *    POR PARCEIRA GRAVA interline-CC-AAAAMM.txt (LAYOUT INTLSET)
      *    E CONCILIA A FATURACAO QUE ELA ENVIOU (interline-billing.
      *    txt, LAYOUT INTLBILL) CUPAO A CUPAO, ASSINALANDO OS
      *    DIFERENDOS. O RESUMO E OS DIFERENDOS SAEM EM
      *    interline-settlement-report.txt.
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O ANTERIOR).
      *    RETURN-CODE 2 COM DIFERENDOS OU LINHAS DE FATURACAO
      *    REJEITADAS, 4 COM TABELAS CHEIAS. NENHUM MESTRE E ALTERADO
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

           SELECT OPTIONAL PERIOD-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/period-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INTERLINE-BILLING-FILE ASSIGN TO
               "PASSAGEM/FILE/interline-billing.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT ITINERARY-FILE ASSIGN TO
               "PASSAGEM/FILE/itinerary.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-JOURNEY-LEG-KEY
               FILE STATUS IS WS-ITINERARY-STATUS.

           SELECT ROUTE-DISTANCE-FILE ASSIGN TO
               "PASSAGEM/FILE/route-distances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ROUTE-KEY
               FILE STATUS IS WS-DIST-STATUS.

           SELECT PARTNER-CARRIER-FILE ASSIGN TO
               "PASSAGEM/FILE/partner-carriers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CARRIER-CODE
               FILE STATUS IS WS-PARTNER-STATUS.

      *    UM FICHEIRO DE LIQUIDACAO POR PARCEIRA, COM O NOME MONTADO
      *    EM WS-SETTLE-PATH ANTES DE CADA OPEN
           SELECT INTERLINE-SETTLE-FILE ASSIGN USING WS-SETTLE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.

           SELECT INTERLINE-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/interline-settlement-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-HISTORY-FILE.
       01 FLIGHT-HISTORY-RECORD.
           05 FH-CLOSE-DATE         PIC 9(8).
           05 FH-FLIGHT-DATA        PIC X(80).

       FD PERIOD-SALES-FILE.
           COPY DAILYSAL.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD INTERLINE-BILLING-FILE.
           COPY INTLBILL.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD ITINERARY-FILE.
           COPY ITINRY.

       FD ROUTE-DISTANCE-FILE.
           COPY ROUTDIST.

       FD PARTNER-CARRIER-FILE.
           COPY PARTNER.

       FD INTERLINE-SETTLE-FILE.
           COPY INTLSET.

       FD INTERLINE-REPORT-FILE.
       01 INTERLINE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-ITINERARY-STATUS   PIC X(2).
       01 WS-DIST-STATUS        PIC X(2).
       01 WS-PARTNER-STATUS     PIC X(2).
       01 WS-SETTLE-STATUS      PIC X(2).
       01 WS-SETTLE-PATH        PIC X(64).

       01 WS-FLIGHT-OPEN        PIC X(1) VALUE 'N'.
           88 B-FLIGHT-OPEN     VALUE 'Y'.
       01 WS-ITINERARY-OPEN     PIC X(1) VALUE 'N'.
           88 B-ITINERARY-OPEN  VALUE 'Y'.

       COPY SITEPARM.

      ******************************************************************
      *    VISTA DO VOO ARQUIVADO NO LAYOUT CANONICO
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
      *    PARCEIRAS DO MESTRE (E AS QUE SO APARECEM NUM VOO OU NA
      *    FATURACAO), COM OS TOTAIS DO MES DE CADA UMA
      ******************************************************************
       01 WS-PARTNER-TABLE.
           05 WS-PT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-PT-ENTRY OCCURS 50 TIMES.
               10 WS-PT-CODE        PIC X(2).
               10 WS-PT-NAME        PIC X(30).
               10 WS-PT-BILLED      PIC X(1).
               10 WS-PT-COUPONS     PIC 9(5).
               10 WS-PT-OWED-TO     PIC S9(9)V99.
               10 WS-PT-OWED-BY     PIC S9(9)V99.
               10 WS-PT-DISPUTES    PIC 9(5).
               10 WS-PT-DISPUTED    PIC 9(9)V99.
           05 WS-PT-IDX             PIC 9(3).
           05 WS-PT-HIT             PIC 9(3).

      ******************************************************************
      *    PARTIDAS DO MES COM UMA PARCEIRA COMO COMERCIAL OU OPERADORA
      ******************************************************************
       01 WS-FLIGHT-TABLE.
           05 WS-FT-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-FT-ENTRY OCCURS 3000 TIMES.
               10 WS-FT-FLIGHT      PIC X(6).
               10 WS-FT-DATE        PIC X(8).
               10 WS-FT-ORIGIN      PIC X(3).
               10 WS-FT-DEST        PIC X(3).
               10 WS-FT-MKT         PIC X(2).
               10 WS-FT-OPR         PIC X(2).
           05 WS-FT-IDX             PIC 9(4).
           05 WS-FT-HIT             PIC 9(4).

      ******************************************************************
      *    PERCURSOS COM ESCALAS QUE PASSAM POR UMA PARTIDA DA TABELA
      *    ACIMA, E TODAS AS SUAS PERNAS (QUALQUER QUE SEJA A DATA)
      ******************************************************************
       01 WS-JOURNEY-TABLE.
           05 WS-JN-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-JN-ENTRY OCCURS 2000 TIMES.
               10 WS-JN-REF         PIC X(6).
               10 WS-JN-FARE        PIC S9(8)V99.
               10 WS-JN-KM          PIC 9(6).
               10 WS-JN-KM-OK       PIC X(1).
           05 WS-JN-IDX             PIC 9(4).
           05 WS-JN-HIT             PIC 9(4).

       01 WS-LEG-TABLE.
           05 WS-LG-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-LG-ENTRY OCCURS 6000 TIMES.
               10 WS-LG-JOURNEY     PIC 9(4).
               10 WS-LG-FLIGHT      PIC X(6).
               10 WS-LG-DATE        PIC X(8).
               10 WS-LG-TICKET      PIC 9(4).
               10 WS-LG-TICKET-NUMBER PIC 9(13).
               10 WS-LG-ORIGIN      PIC X(3).
               10 WS-LG-DEST        PIC X(3).
               10 WS-LG-MKT         PIC X(2).
               10 WS-LG-OPR         PIC X(2).
               10 WS-LG-KM          PIC 9(5).
               10 WS-LG-FARE        PIC S9(8)V99.
               10 WS-LG-RESOLVED    PIC X(1).
           05 WS-LG-IDX             PIC 9(4).
           05 WS-LG-HIT             PIC 9(4).

      ******************************************************************
      *    CUPOES DO MES POR PARCEIRA, SENTIDO, VOO, DATA E BILHETE: A
      *    VENDA E O CANCELAMENTO DO MESMO BILHETE SOMAM NO MESMO CUPAO
      ******************************************************************
       01 WS-COUPON-TABLE.
           05 WS-CP-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-CP-ENTRY OCCURS 5000 TIMES.
               10 WS-CP-PARTNER     PIC 9(3).
               10 WS-CP-DIRECTION   PIC X(1).
               10 WS-CP-TICKET-NUMBER PIC 9(13).
               10 WS-CP-FLIGHT      PIC X(6).
               10 WS-CP-DATE        PIC X(8).
               10 WS-CP-ORIGIN      PIC X(3).
               10 WS-CP-DEST        PIC X(3).
               10 WS-CP-KM          PIC 9(5).
               10 WS-CP-PCT         PIC 9(3)V99.
               10 WS-CP-AMOUNT      PIC S9(7)V99.
               10 WS-CP-BILLED      PIC S9(7)V99.
               10 WS-CP-BILLED-FLAG PIC X(1).
               10 WS-CP-DISPUTE     PIC X(1).
           05 WS-CP-IDX             PIC 9(4).
           05 WS-CP-HIT             PIC 9(4).

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-FH-EOF             PIC X(1) VALUE 'N'.
               88 B-FH-EOF          VALUE 'Y'.
           05 WS-FM-EOF             PIC X(1) VALUE 'N'.
               88 B-FM-EOF          VALUE 'Y'.
           05 WS-IT-EOF             PIC X(1) VALUE 'N'.
               88 B-IT-EOF          VALUE 'Y'.
           05 WS-DS-EOF             PIC X(1) VALUE 'N'.
               88 B-DS-EOF          VALUE 'Y'.
           05 WS-IB-EOF             PIC X(1) VALUE 'N'.
               88 B-IB-EOF          VALUE 'Y'.
           05 WS-PC-EOF             PIC X(1) VALUE 'N'.
               88 B-PC-EOF          VALUE 'Y'.

       01 WS-CALC-WORK.
           05 WS-KEY-FLIGHT         PIC X(6).
           05 WS-KEY-DATE           PIC X(8).
           05 WS-KEY-TICKET         PIC 9(4).
           05 WS-KEY-MKT            PIC X(2).
           05 WS-KEY-OPR            PIC X(2).
           05 WS-KEY-PARTNER        PIC X(2).
           05 WS-KEY-DIRECTION      PIC X(1).
           05 WS-KEY-TICKET-NUMBER  PIC 9(13).
           05 WS-KEY-ORIGIN         PIC X(3).
           05 WS-KEY-DEST           PIC X(3).
           05 WS-KEY-KM             PIC 9(5).
           05 WS-KEY-PCT            PIC 9(3)V99.
           05 WS-FARE-AMOUNT        PIC S9(8)V99.
           05 WS-SHARE-AMOUNT       PIC S9(8)V99.
           05 WS-BILLED-AMOUNT      PIC S9(8)V99.
           05 WS-DIFF-AMOUNT        PIC S9(8)V99.
           05 WS-UNRESOLVED         PIC 9(4) VALUE ZERO.

       01 WS-TOTALS.
           05 WS-GT-COUPONS         PIC 9(6) VALUE ZERO.
           05 WS-GT-DISPUTES        PIC 9(6) VALUE ZERO.
           05 WS-GT-FILES           PIC 9(3) VALUE ZERO.
           05 WS-LEGS-UNRESOLVED    PIC 9(6) VALUE ZERO.
           05 WS-LEGS-NO-DISTANCE   PIC 9(6) VALUE ZERO.
           05 WS-BILL-REJECTED      PIC 9(6) VALUE ZERO.

       01 WS-SUMMARY-LINE.
           05 WS-SUM-CODE           PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-NAME           PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-COUPONS        PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-OWED-TO        PIC -Z(8)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-OWED-BY        PIC -Z(8)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-NET            PIC -Z(8)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-BILLED         PIC X(3).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-DISPUTES       PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-DISPUTED       PIC Z(8)9,99.

       01 WS-DISPUTE-LINE.
           05 WS-DSP-CODE           PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-DIRECTION      PIC X(1).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-TICKET-NUMBER  PIC 9(13).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-FLIGHT         PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-DATE           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-AMOUNT         PIC -Z(6)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-BILLED         PIC -Z(6)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DSP-REASON         PIC X(40).

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT         PIC Z(5)9.
           05 WS-DISP-FILES         PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD
           PERFORM 0050-LOAD-SITE-PARAMS

           OPEN INPUT PARTNER-CARRIER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE PARCEIRAS ("
                       WS-PARTNER-STATUS ") - CORRER PRIMEIRO O "
                       "PARTLOAD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ROUTE-DISTANCE-FILE
           IF WS-DIST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE DISTANCIAS ("
                       WS-DIST-STATUS ") - CORRER PRIMEIRO O "
                       "RDISTLOD"
               CLOSE PARTNER-CARRIER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    SEM MESTRE DE VOOS FICAM SO AS PARTIDAS JA ARQUIVADAS; SEM
      *    PERCURSOS CADA TROCO FICA COM A SUA PROPRIA TARIFA
           OPEN INPUT FLIGHT-MASTER-FILE
           IF WS-FLIGHT-STATUS = '00'
               MOVE 'Y' TO WS-FLIGHT-OPEN
           END-IF
           OPEN INPUT ITINERARY-FILE
           IF WS-ITINERARY-STATUS = '00'
               MOVE 'Y' TO WS-ITINERARY-OPEN
           END-IF

           PERFORM 1500-LOAD-PARTNERS
           PERFORM 2000-LOAD-MONTH-FLIGHTS
           PERFORM 3000-LOAD-JOURNEYS
           PERFORM 3500-RESOLVE-LEGS
           PERFORM 4000-APPLY-SALES
           PERFORM 5000-PRORATE-JOURNEYS
           PERFORM 6000-RECONCILE-BILLING
           PERFORM 6500-FIND-DISPUTES
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT

           PERFORM 7000-WRITE-SETTLEMENT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT

           OPEN OUTPUT INTERLINE-REPORT-FILE
           PERFORM 8000-WRITE-REPORT-HEADER
           PERFORM 8100-WRITE-ONE-PARTNER
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
           PERFORM 8200-WRITE-DISPUTES
           PERFORM 8900-WRITE-REPORT-FOOTER

           CLOSE PARTNER-CARRIER-FILE
                 ROUTE-DISTANCE-FILE
                 INTERLINE-REPORT-FILE
           IF B-FLIGHT-OPEN
               CLOSE FLIGHT-MASTER-FILE
           END-IF
           IF B-ITINERARY-OPEN
               CLOSE ITINERARY-FILE
           END-IF

           MOVE WS-GT-FILES    TO WS-DISP-FILES
           MOVE WS-GT-DISPUTES TO WS-DISP-COUNT
           DISPLAY "LIQUIDACAO INTERLINE DE " WS-REPORT-MONTH
                   " - " WS-DISP-FILES " FICHEIRO(S) DE PARCEIRA, "
                   WS-DISP-COUNT " DIFERENDO(S) EM "
                   "interline-settlement-report.txt"
           IF WS-GT-DISPUTES > ZERO OR WS-BILL-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
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
                           IF SP-LINE-KEY = 'OWN-CARRIER'
                               MOVE SP-LINE-VALUE TO SP-OWN-CARRIER
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
           END-IF.

      ******************************************************************
      *    PARCEIRAS DO MESTRE, ATIVAS OU JA SEM ACORDO (OS VOOS DO MES
      *    MARCADOS COM ELAS CONTINUAM A LIQUIDAR)
      ******************************************************************
       1500-LOAD-PARTNERS.
           PERFORM UNTIL B-PC-EOF
               READ PARTNER-CARRIER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PC-EOF
                   NOT AT END
                       MOVE PC-CARRIER-CODE TO WS-KEY-PARTNER
                       PERFORM 1600-FIND-PARTNER
                       IF WS-PT-HIT > ZERO
                           MOVE PC-NAME TO WS-PT-NAME(WS-PT-HIT)
                       END-IF
               END-READ
           END-PERFORM.

       1600-FIND-PARTNER.
           MOVE ZERO TO WS-PT-HIT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-PT-HIT > ZERO
               IF WS-PT-CODE(WS-PT-IDX) = WS-KEY-PARTNER
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM
           IF WS-PT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-PT-COUNT >= 50
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PT-COUNT
           MOVE WS-PT-COUNT TO WS-PT-HIT
           INITIALIZE WS-PT-ENTRY(WS-PT-HIT)
           MOVE WS-KEY-PARTNER TO WS-PT-CODE(WS-PT-HIT)
           MOVE 'FORA DO MESTRE DE PARCEIRAS'
               TO WS-PT-NAME(WS-PT-HIT)
           MOVE 'N' TO WS-PT-BILLED(WS-PT-HIT).

      ******************************************************************
      *    PARTIDAS DO MES COM PARCEIRA: AS ARQUIVADAS E AS AINDA NO
      *    MESTRE DE VOOS
      ******************************************************************
       2000-LOAD-MONTH-FLIGHTS.
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       MOVE FH-FLIGHT-DATA TO HIST-FLIGHT
                       PERFORM 2050-CLEAR-OLD-CARRIERS
                       IF HF-FLIGHT-DATE(1:6) = WS-REPORT-MONTH
                           AND (HF-MARKETING-CARRIER NOT = SPACES
                           OR HF-OPERATING-CARRIER NOT = SPACES)
                           PERFORM 2100-STORE-MONTH-FLIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE

           IF NOT B-FLIGHT-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-FM-EOF
               READ FLIGHT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       MOVE FLIGHT-MASTER-RECORD TO HIST-FLIGHT
                       IF HF-FLIGHT-DATE(1:6) = WS-REPORT-MONTH
                           AND (HF-MARKETING-CARRIER NOT = SPACES
                           OR HF-OPERATING-CARRIER NOT = SPACES)
                           PERFORM 2100-STORE-MONTH-FLIGHT
                       END-IF
               END-READ
           END-PERFORM.

      *    ARQUIVO DE ANTES DO CODESHARE: NO LUGAR DAS COMPANHIAS VEM
      *    A CAPACIDADE DO VOO (VOO PROPRIO)
       2050-CLEAR-OLD-CARRIERS.
           IF HF-MARKETING-CARRIER IS NUMERIC
               AND HF-OPERATING-CARRIER IS NUMERIC
               MOVE SPACES TO HF-MARKETING-CARRIER
               MOVE SPACES TO HF-OPERATING-CARRIER
           END-IF.

       2100-STORE-MONTH-FLIGHT.
           MOVE HF-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE HF-FLIGHT-DATE   TO WS-KEY-DATE
           PERFORM 2200-FIND-FLIGHT
           IF WS-FT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-COUNT >= 3000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FT-COUNT
           MOVE HF-FLIGHT-NUMBER     TO WS-FT-FLIGHT(WS-FT-COUNT)
           MOVE HF-FLIGHT-DATE       TO WS-FT-DATE(WS-FT-COUNT)
           MOVE HF-ORIGIN            TO WS-FT-ORIGIN(WS-FT-COUNT)
           MOVE HF-DESTINATION       TO WS-FT-DEST(WS-FT-COUNT)
           MOVE HF-MARKETING-CARRIER TO WS-FT-MKT(WS-FT-COUNT)
           MOVE HF-OPERATING-CARRIER TO WS-FT-OPR(WS-FT-COUNT).

       2200-FIND-FLIGHT.
           MOVE ZERO TO WS-FT-HIT
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT OR WS-FT-HIT > ZERO
               IF WS-FT-FLIGHT(WS-FT-IDX) = WS-KEY-FLIGHT
                   AND WS-FT-DATE(WS-FT-IDX) = WS-KEY-DATE
                   MOVE WS-FT-IDX TO WS-FT-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      *    PERCURSOS QUE PASSAM POR UMA PARTIDA DO MES COM PARCEIRA
      *    (PRIMEIRA PASSAGEM) E TODAS AS PERNAS DESSES PERCURSOS
      *    (SEGUNDA PASSAGEM)
      ******************************************************************
       3000-LOAD-JOURNEYS.
           IF NOT B-ITINERARY-OPEN OR WS-FT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-IT-EOF
               READ ITINERARY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-IT-EOF
                   NOT AT END
                       MOVE IT-FLIGHT-NUMBER TO WS-KEY-FLIGHT
                       MOVE IT-FLIGHT-DATE   TO WS-KEY-DATE
                       PERFORM 2200-FIND-FLIGHT
                       IF WS-FT-HIT > ZERO
                           PERFORM 3100-STORE-JOURNEY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JN-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO IT-JOURNEY-LEG-KEY
           START ITINERARY-FILE KEY IS NOT LESS THAN IT-JOURNEY-LEG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-IT-EOF
           PERFORM UNTIL B-IT-EOF
               READ ITINERARY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-IT-EOF
                   NOT AT END
                       PERFORM 3200-STORE-LEG
               END-READ
           END-PERFORM.

       3100-STORE-JOURNEY.
           MOVE ZERO TO WS-JN-HIT
           PERFORM VARYING WS-JN-IDX FROM 1 BY 1
               UNTIL WS-JN-IDX > WS-JN-COUNT OR WS-JN-HIT > ZERO
               IF WS-JN-REF(WS-JN-IDX) = IT-JOURNEY-REF
                   MOVE WS-JN-IDX TO WS-JN-HIT
               END-IF
           END-PERFORM
           IF WS-JN-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-JN-COUNT >= 2000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JN-COUNT
           MOVE IT-JOURNEY-REF TO WS-JN-REF(WS-JN-COUNT)
           MOVE ZERO           TO WS-JN-FARE(WS-JN-COUNT)
           MOVE ZERO           TO WS-JN-KM(WS-JN-COUNT)
           MOVE 'Y'            TO WS-JN-KM-OK(WS-JN-COUNT).

       3200-STORE-LEG.
           MOVE ZERO TO WS-JN-HIT
           PERFORM VARYING WS-JN-IDX FROM 1 BY 1
               UNTIL WS-JN-IDX > WS-JN-COUNT OR WS-JN-HIT > ZERO
               IF WS-JN-REF(WS-JN-IDX) = IT-JOURNEY-REF
                   MOVE WS-JN-IDX TO WS-JN-HIT
               END-IF
           END-PERFORM
           IF WS-JN-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LG-COUNT >= 6000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LG-COUNT
           INITIALIZE WS-LG-ENTRY(WS-LG-COUNT)
           MOVE WS-JN-HIT        TO WS-LG-JOURNEY(WS-LG-COUNT)
           MOVE IT-FLIGHT-NUMBER TO WS-LG-FLIGHT(WS-LG-COUNT)
           MOVE IT-FLIGHT-DATE   TO WS-LG-DATE(WS-LG-COUNT)
           MOVE IT-TICKET        TO WS-LG-TICKET(WS-LG-COUNT)
           MOVE 'N'              TO WS-LG-RESOLVED(WS-LG-COUNT).

      ******************************************************************
      *    ROTA E COMPANHIAS DE CADA PERNA: DA TABELA DO MES, DO
      *    MESTRE DE VOOS OU, EM ULTIMO CASO, DO ARQUIVO; DEPOIS OS KM
      *    DA ROTA (NUM SENTIDO OU NO OUTRO)
      ******************************************************************
       3500-RESOLVE-LEGS.
           IF WS-LG-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-UNRESOLVED
           PERFORM 3510-RESOLVE-ONE-LEG
               VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT

           IF WS-UNRESOLVED > ZERO
               MOVE 'N' TO WS-FH-EOF
               OPEN INPUT FLIGHT-HISTORY-FILE
               PERFORM UNTIL B-FH-EOF OR WS-UNRESOLVED = ZERO
                   READ FLIGHT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-FH-EOF
                       NOT AT END
                           MOVE FH-FLIGHT-DATA TO HIST-FLIGHT
                           PERFORM 2050-CLEAR-OLD-CARRIERS
                           PERFORM 3530-MATCH-ARCHIVED-LEG
                               VARYING WS-LG-IDX FROM 1 BY 1
                               UNTIL WS-LG-IDX > WS-LG-COUNT
                   END-READ
               END-PERFORM
               CLOSE FLIGHT-HISTORY-FILE
           END-IF
           MOVE WS-UNRESOLVED TO WS-LEGS-UNRESOLVED

           PERFORM 3550-LEG-DISTANCE
               VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT.

       3510-RESOLVE-ONE-LEG.
           MOVE WS-LG-FLIGHT(WS-LG-IDX) TO WS-KEY-FLIGHT
           MOVE WS-LG-DATE(WS-LG-IDX)   TO WS-KEY-DATE
           PERFORM 2200-FIND-FLIGHT
           IF WS-FT-HIT > ZERO
               MOVE WS-FT-ORIGIN(WS-FT-HIT) TO WS-LG-ORIGIN(WS-LG-IDX)
               MOVE WS-FT-DEST(WS-FT-HIT)   TO WS-LG-DEST(WS-LG-IDX)
               MOVE WS-FT-MKT(WS-FT-HIT)    TO WS-LG-MKT(WS-LG-IDX)
               MOVE WS-FT-OPR(WS-FT-HIT)    TO WS-LG-OPR(WS-LG-IDX)
               MOVE 'Y' TO WS-LG-RESOLVED(WS-LG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF B-FLIGHT-OPEN
               MOVE WS-KEY-FLIGHT TO FM-FLIGHT-NUMBER
               MOVE WS-KEY-DATE   TO FM-FLIGHT-DATE
               READ FLIGHT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FM-ORIGIN TO WS-LG-ORIGIN(WS-LG-IDX)
                       MOVE FM-DESTINATION TO WS-LG-DEST(WS-LG-IDX)
                       MOVE FM-MARKETING-CARRIER
                           TO WS-LG-MKT(WS-LG-IDX)
                       MOVE FM-OPERATING-CARRIER
                           TO WS-LG-OPR(WS-LG-IDX)
                       MOVE 'Y' TO WS-LG-RESOLVED(WS-LG-IDX)
                       EXIT PARAGRAPH
               END-READ
           END-IF
           ADD 1 TO WS-UNRESOLVED.

       3530-MATCH-ARCHIVED-LEG.
           IF WS-LG-RESOLVED(WS-LG-IDX) = 'N'
               AND WS-LG-FLIGHT(WS-LG-IDX) = HF-FLIGHT-NUMBER
               AND WS-LG-DATE(WS-LG-IDX) = HF-FLIGHT-DATE
               MOVE HF-ORIGIN            TO WS-LG-ORIGIN(WS-LG-IDX)
               MOVE HF-DESTINATION       TO WS-LG-DEST(WS-LG-IDX)
               MOVE HF-MARKETING-CARRIER TO WS-LG-MKT(WS-LG-IDX)
               MOVE HF-OPERATING-CARRIER TO WS-LG-OPR(WS-LG-IDX)
               MOVE 'Y' TO WS-LG-RESOLVED(WS-LG-IDX)
               SUBTRACT 1 FROM WS-UNRESOLVED
           END-IF.

      *    SEM ROTA OU SEM DISTANCIA NUMA PERNA, O PERCURSO NAO E
      *    RATEADO (CADA TROCO FICA COM A SUA TARIFA)
       3550-LEG-DISTANCE.
           MOVE WS-LG-JOURNEY(WS-LG-IDX) TO WS-JN-HIT
           IF WS-LG-RESOLVED(WS-LG-IDX) = 'N'
               MOVE 'N' TO WS-JN-KM-OK(WS-JN-HIT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LG-ORIGIN(WS-LG-IDX) TO WS-KEY-ORIGIN
           MOVE WS-LG-DEST(WS-LG-IDX)   TO WS-KEY-DEST
           PERFORM 3600-ROUTE-KM
           MOVE WS-KEY-KM TO WS-LG-KM(WS-LG-IDX)
           IF WS-KEY-KM = ZERO
               ADD 1 TO WS-LEGS-NO-DISTANCE
               MOVE 'N' TO WS-JN-KM-OK(WS-JN-HIT)
           ELSE
               ADD WS-KEY-KM TO WS-JN-KM(WS-JN-HIT)
           END-IF.

       3600-ROUTE-KM.
           MOVE ZERO TO WS-KEY-KM
           MOVE WS-KEY-ORIGIN TO RD-ORIGIN
           MOVE WS-KEY-DEST   TO RD-DESTINATION
           READ ROUTE-DISTANCE-FILE
               INVALID KEY
                   MOVE WS-KEY-DEST   TO RD-ORIGIN
                   MOVE WS-KEY-ORIGIN TO RD-DESTINATION
                   READ ROUTE-DISTANCE-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ
           IF RD-DISTANCE-KM IS NUMERIC
               MOVE RD-DISTANCE-KM TO WS-KEY-KM
           END-IF.

      ******************************************************************
      *    TARIFA DOS MOVIMENTOS DO EXTRATO: SOMA NA PERNA DO PERCURSO
      *    OU, FORA DE UM PERCURSO, VAI DIRETA AO CUPAO DA PARTIDA DO
      *    MES COM PARCEIRA
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
           IF DS-TICKET-TOTAL IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FARE-AMOUNT =
               DS-TICKET-TOTAL - DS-BAG-REVENUE - DS-SEAT-REVENUE
           IF WS-FARE-AMOUNT < ZERO
               MOVE ZERO TO WS-FARE-AMOUNT
           END-IF
           EVALUATE DS-TXN-CODE
               WHEN 'NEW'
               WHEN 'CONFRM'
               WHEN 'INFANT'
               WHEN 'WLCHG'
                   CONTINUE
               WHEN 'CANCEL'
                   COMPUTE WS-FARE-AMOUNT = ZERO - WS-FARE-AMOUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE DS-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE DS-FLIGHT-DATE   TO WS-KEY-DATE
           MOVE DS-TICKET        TO WS-KEY-TICKET
           PERFORM 4200-FIND-LEG
           IF WS-LG-HIT > ZERO
               ADD WS-FARE-AMOUNT TO WS-LG-FARE(WS-LG-HIT)
               MOVE WS-LG-JOURNEY(WS-LG-HIT) TO WS-JN-HIT
               ADD WS-FARE-AMOUNT TO WS-JN-FARE(WS-JN-HIT)
               IF DS-TICKET-NUMBER IS NUMERIC
                   AND DS-TICKET-NUMBER > ZERO
                   MOVE DS-TICKET-NUMBER
                       TO WS-LG-TICKET-NUMBER(WS-LG-HIT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-FIND-FLIGHT
           IF WS-FT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-MKT(WS-FT-HIT) TO WS-KEY-MKT
           MOVE WS-FT-OPR(WS-FT-HIT) TO WS-KEY-OPR
           PERFORM 5200-SET-DIRECTION
           IF WS-KEY-DIRECTION = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE DS-TICKET-NUMBER     TO WS-KEY-TICKET-NUMBER
           MOVE WS-FT-ORIGIN(WS-FT-HIT) TO WS-KEY-ORIGIN
           MOVE WS-FT-DEST(WS-FT-HIT)   TO WS-KEY-DEST
           PERFORM 3600-ROUTE-KM
           MOVE 100 TO WS-KEY-PCT
           MOVE WS-FARE-AMOUNT TO WS-SHARE-AMOUNT
           PERFORM 5300-ADD-COUPON.

       4200-FIND-LEG.
           MOVE ZERO TO WS-LG-HIT
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT OR WS-LG-HIT > ZERO
               IF WS-LG-FLIGHT(WS-LG-IDX) = WS-KEY-FLIGHT
                   AND WS-LG-DATE(WS-LG-IDX) = WS-KEY-DATE
                   AND WS-LG-TICKET(WS-LG-IDX) = WS-KEY-TICKET
                   MOVE WS-LG-IDX TO WS-LG-HIT
               END-IF
           END-PERFORM.

      ******************************************************************
      *    RATEIO DOS PERCURSOS: CADA PERNA DO MES COM PARCEIRA FICA
      *    COM A TARIFA DO PERCURSO VEZES OS SEUS KM SOBRE OS KM DO
      *    PERCURSO
      ******************************************************************
       5000-PRORATE-JOURNEYS.
           PERFORM 5100-PRORATE-ONE-LEG
               VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT.

       5100-PRORATE-ONE-LEG.
           IF WS-LG-DATE(WS-LG-IDX)(1:6) NOT = WS-REPORT-MONTH
               OR WS-LG-RESOLVED(WS-LG-IDX) = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LG-MKT(WS-LG-IDX) TO WS-KEY-MKT
           MOVE WS-LG-OPR(WS-LG-IDX) TO WS-KEY-OPR
           PERFORM 5200-SET-DIRECTION
           IF WS-KEY-DIRECTION = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LG-JOURNEY(WS-LG-IDX) TO WS-JN-HIT
           MOVE WS-LG-FLIGHT(WS-LG-IDX)  TO WS-KEY-FLIGHT
           MOVE WS-LG-DATE(WS-LG-IDX)    TO WS-KEY-DATE
           MOVE WS-LG-TICKET-NUMBER(WS-LG-IDX) TO WS-KEY-TICKET-NUMBER
           MOVE WS-LG-ORIGIN(WS-LG-IDX)  TO WS-KEY-ORIGIN
           MOVE WS-LG-DEST(WS-LG-IDX)    TO WS-KEY-DEST
           MOVE WS-LG-KM(WS-LG-IDX)      TO WS-KEY-KM
           IF WS-JN-KM-OK(WS-JN-HIT) = 'Y'
               AND WS-JN-KM(WS-JN-HIT) > ZERO
               COMPUTE WS-SHARE-AMOUNT ROUNDED =
                   WS-JN-FARE(WS-JN-HIT) * WS-LG-KM(WS-LG-IDX)
                   / WS-JN-KM(WS-JN-HIT)
               COMPUTE WS-KEY-PCT ROUNDED =
                   WS-LG-KM(WS-LG-IDX) * 100 / WS-JN-KM(WS-JN-HIT)
           ELSE
               MOVE WS-LG-FARE(WS-LG-IDX) TO WS-SHARE-AMOUNT
               MOVE 100 TO WS-KEY-PCT
           END-IF
           PERFORM 5300-ADD-COUPON.

      *    OPERADO POR UMA PARCEIRA: DEVEMOS-LHE (P); OPERADO POR NOS
      *    E VENDIDO COM O CODIGO DE UMA PARCEIRA: DEVE-NOS (R)
       5200-SET-DIRECTION.
           MOVE SPACE  TO WS-KEY-DIRECTION
           MOVE SPACES TO WS-KEY-PARTNER
           IF WS-KEY-OPR NOT = SPACES
               AND WS-KEY-OPR NOT = SP-OWN-CARRIER
               MOVE 'P'        TO WS-KEY-DIRECTION
               MOVE WS-KEY-OPR TO WS-KEY-PARTNER
           ELSE
               IF WS-KEY-MKT NOT = SPACES
                   AND WS-KEY-MKT NOT = SP-OWN-CARRIER
                   MOVE 'R'        TO WS-KEY-DIRECTION
                   MOVE WS-KEY-MKT TO WS-KEY-PARTNER
               END-IF
           END-IF.

       5300-ADD-COUPON.
           PERFORM 1600-FIND-PARTNER
           IF WS-PT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 5400-FIND-COUPON
           IF WS-CP-HIT = ZERO
               PERFORM 5500-NEW-COUPON
               IF WS-CP-HIT = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-SHARE-AMOUNT TO WS-CP-AMOUNT(WS-CP-HIT).

       5400-FIND-COUPON.
           MOVE ZERO TO WS-CP-HIT
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT OR WS-CP-HIT > ZERO
               IF WS-CP-PARTNER(WS-CP-IDX) = WS-PT-HIT
                   AND WS-CP-DIRECTION(WS-CP-IDX) = WS-KEY-DIRECTION
                   AND WS-CP-FLIGHT(WS-CP-IDX) = WS-KEY-FLIGHT
                   AND WS-CP-DATE(WS-CP-IDX) = WS-KEY-DATE
                   AND WS-CP-TICKET-NUMBER(WS-CP-IDX) =
                       WS-KEY-TICKET-NUMBER
                   MOVE WS-CP-IDX TO WS-CP-HIT
               END-IF
           END-PERFORM.

       5500-NEW-COUPON.
           IF WS-CP-COUNT >= 5000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE WS-CP-COUNT TO WS-CP-HIT
           INITIALIZE WS-CP-ENTRY(WS-CP-HIT)
           MOVE WS-PT-HIT            TO WS-CP-PARTNER(WS-CP-HIT)
           MOVE WS-KEY-DIRECTION     TO WS-CP-DIRECTION(WS-CP-HIT)
           MOVE WS-KEY-TICKET-NUMBER TO WS-CP-TICKET-NUMBER(WS-CP-HIT)
           MOVE WS-KEY-FLIGHT        TO WS-CP-FLIGHT(WS-CP-HIT)
           MOVE WS-KEY-DATE          TO WS-CP-DATE(WS-CP-HIT)
           MOVE WS-KEY-ORIGIN        TO WS-CP-ORIGIN(WS-CP-HIT)
           MOVE WS-KEY-DEST          TO WS-CP-DEST(WS-CP-HIT)
           MOVE WS-KEY-KM            TO WS-CP-KM(WS-CP-HIT)
           MOVE WS-KEY-PCT           TO WS-CP-PCT(WS-CP-HIT)
           MOVE 'N'                  TO WS-CP-BILLED-FLAG(WS-CP-HIT)
           MOVE SPACE                TO WS-CP-DISPUTE(WS-CP-HIT).

      ******************************************************************
      *    FATURACAO DAS PARCEIRAS DO MES: CADA LINHA CONTRA O CUPAO
      *    DA MESMA PARCEIRA, SENTIDO, VOO, DATA E BILHETE; SEM CUPAO
      *    NOSSO FICA UM CUPAO SO FATURADO (DIFERENDO D)
      ******************************************************************
       6000-RECONCILE-BILLING.
           OPEN INPUT INTERLINE-BILLING-FILE
           PERFORM UNTIL B-IB-EOF
               READ INTERLINE-BILLING-FILE
                   AT END
                       MOVE 'Y' TO WS-IB-EOF
                   NOT AT END
                       IF IB-MONTH = WS-REPORT-MONTH
                           PERFORM 6100-APPLY-ONE-BILLING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTERLINE-BILLING-FILE.

       6100-APPLY-ONE-BILLING.
           IF IB-CARRIER-CODE = SPACES
               OR (NOT B-IB-PAYABLE AND NOT B-IB-RECEIVABLE)
               OR IB-TICKET-NUMBER IS NOT NUMERIC
               OR IB-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-BILL-REJECTED
               DISPLAY "LINHA DE FATURACAO REJEITADA: "
                       INTERLINE-BILLING-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE IB-CARRIER-CODE TO WS-KEY-PARTNER
           PERFORM 1600-FIND-PARTNER
           IF WS-PT-HIT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-PT-BILLED(WS-PT-HIT)
           MOVE IB-AMOUNT TO WS-BILLED-AMOUNT
           IF B-IB-CREDIT
               COMPUTE WS-BILLED-AMOUNT = ZERO - WS-BILLED-AMOUNT
           END-IF

           MOVE IB-DIRECTION     TO WS-KEY-DIRECTION
           MOVE IB-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE IB-FLIGHT-DATE   TO WS-KEY-DATE
           MOVE IB-TICKET-NUMBER TO WS-KEY-TICKET-NUMBER
           PERFORM 5400-FIND-COUPON
           IF WS-CP-HIT = ZERO
               MOVE SPACES TO WS-KEY-ORIGIN
               MOVE SPACES TO WS-KEY-DEST
               MOVE ZERO   TO WS-KEY-KM
               MOVE ZERO   TO WS-KEY-PCT
               PERFORM 5500-NEW-COUPON
               IF WS-CP-HIT = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'D' TO WS-CP-DISPUTE(WS-CP-HIT)
           END-IF
           MOVE 'Y' TO WS-CP-BILLED-FLAG(WS-CP-HIT)
           ADD WS-BILLED-AMOUNT TO WS-CP-BILLED(WS-CP-HIT).

      ******************************************************************
      *    DIFERENDOS DE CADA CUPAO E TOTAIS DA PARCEIRA. SEM
      *    FATURACAO DA PARCEIRA NO MES NAO HA CONCILIACAO
      ******************************************************************
       6500-FIND-DISPUTES.
           MOVE WS-CP-PARTNER(WS-CP-IDX) TO WS-PT-HIT
           IF WS-PT-BILLED(WS-PT-HIT) = 'S'
               AND WS-CP-DISPUTE(WS-CP-IDX) = SPACE
               IF WS-CP-BILLED-FLAG(WS-CP-IDX) = 'N'
                   MOVE 'N' TO WS-CP-DISPUTE(WS-CP-IDX)
               ELSE
                   IF WS-CP-BILLED(WS-CP-IDX) NOT =
                       WS-CP-AMOUNT(WS-CP-IDX)
                       MOVE 'V' TO WS-CP-DISPUTE(WS-CP-IDX)
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-PT-COUPONS(WS-PT-HIT)
           ADD 1 TO WS-GT-COUPONS
           IF WS-CP-DIRECTION(WS-CP-IDX) = 'P'
               ADD WS-CP-AMOUNT(WS-CP-IDX) TO WS-PT-OWED-TO(WS-PT-HIT)
           ELSE
               ADD WS-CP-AMOUNT(WS-CP-IDX) TO WS-PT-OWED-BY(WS-PT-HIT)
           END-IF
           IF WS-CP-DISPUTE(WS-CP-IDX) NOT = SPACE
               ADD 1 TO WS-PT-DISPUTES(WS-PT-HIT)
               ADD 1 TO WS-GT-DISPUTES
               COMPUTE WS-DIFF-AMOUNT =
                   WS-CP-AMOUNT(WS-CP-IDX) - WS-CP-BILLED(WS-CP-IDX)
               IF WS-DIFF-AMOUNT < ZERO
                   COMPUTE WS-DIFF-AMOUNT = ZERO - WS-DIFF-AMOUNT
               END-IF
               ADD WS-DIFF-AMOUNT TO WS-PT-DISPUTED(WS-PT-HIT)
           END-IF.

      ******************************************************************
      *    FICHEIRO DE LIQUIDACAO DA PARCEIRA (SO PARA AS QUE TEM
      *    CUPOES NO MES): CABECALHO, CUPOES E TOTAIS
      ******************************************************************
       7000-WRITE-SETTLEMENT.
           IF WS-PT-COUPONS(WS-PT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SETTLE-PATH
           STRING 'PASSAGEM/FILE/interline-' DELIMITED BY SIZE
                  WS-PT-CODE(WS-PT-IDX) DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-SETTLE-PATH
           OPEN OUTPUT INTERLINE-SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR " WS-SETTLE-PATH ": "
                       WS-SETTLE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GT-FILES

           MOVE SPACES TO INTERLINE-SETTLE-RECORD
           SET B-IS-HEADER TO TRUE
           MOVE SP-OWN-CARRIER        TO IS-H-OWN-CARRIER
           MOVE WS-PT-CODE(WS-PT-IDX) TO IS-H-PARTNER
           MOVE WS-PT-NAME(WS-PT-IDX) TO IS-H-PARTNER-NAME
           MOVE WS-REPORT-MONTH       TO IS-H-MONTH
           MOVE WS-TODAY(1:8)         TO IS-H-RUN-DATE
           MOVE WS-PT-BILLED(WS-PT-IDX) TO IS-H-BILLING-RECEIVED
           WRITE INTERLINE-SETTLE-RECORD

           PERFORM 7100-WRITE-ONE-COUPON
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT

           MOVE SPACES TO INTERLINE-SETTLE-RECORD
           SET B-IS-TOTAL TO TRUE
           MOVE WS-PT-COUPONS(WS-PT-IDX)  TO IS-T-COUPONS
           MOVE WS-PT-OWED-TO(WS-PT-IDX)  TO IS-T-OWED-TO-PARTNER
           MOVE WS-PT-OWED-BY(WS-PT-IDX)  TO IS-T-OWED-BY-PARTNER
           COMPUTE IS-T-NET =
               WS-PT-OWED-BY(WS-PT-IDX) - WS-PT-OWED-TO(WS-PT-IDX)
           MOVE WS-PT-DISPUTES(WS-PT-IDX) TO IS-T-DISPUTES
           MOVE WS-PT-DISPUTED(WS-PT-IDX) TO IS-T-DISPUTED-AMOUNT
           WRITE INTERLINE-SETTLE-RECORD
           CLOSE INTERLINE-SETTLE-FILE.

       7100-WRITE-ONE-COUPON.
           IF WS-CP-PARTNER(WS-CP-IDX) NOT = WS-PT-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INTERLINE-SETTLE-RECORD
           SET B-IS-DETAIL TO TRUE
           MOVE WS-CP-DIRECTION(WS-CP-IDX) TO IS-D-DIRECTION
           MOVE WS-CP-TICKET-NUMBER(WS-CP-IDX) TO IS-D-TICKET-NUMBER
           MOVE WS-CP-FLIGHT(WS-CP-IDX)    TO IS-D-FLIGHT-NUMBER
           MOVE WS-CP-DATE(WS-CP-IDX)      TO IS-D-FLIGHT-DATE
           MOVE WS-CP-ORIGIN(WS-CP-IDX)    TO IS-D-ORIGIN
           MOVE WS-CP-DEST(WS-CP-IDX)      TO IS-D-DESTINATION
           MOVE WS-CP-KM(WS-CP-IDX)        TO IS-D-LEG-KM
           MOVE WS-CP-PCT(WS-CP-IDX)       TO IS-D-PRORATE-PCT
           MOVE WS-CP-AMOUNT(WS-CP-IDX)    TO IS-D-AMOUNT
           MOVE WS-CP-BILLED(WS-CP-IDX)    TO IS-D-BILLED
           MOVE WS-CP-DISPUTE(WS-CP-IDX)   TO IS-D-DISPUTE
           WRITE INTERLINE-SETTLE-RECORD.

      ******************************************************************
      *    RELATORIO: UMA LINHA POR PARCEIRA E A LISTA DOS DIFERENDOS
      ******************************************************************
       8000-WRITE-REPORT-HEADER.
           MOVE SPACES TO INTERLINE-REPORT-RECORD
           STRING '===== LIQUIDACAO INTERLINE - CUPOES VOADOS EM '
                  DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (EMITIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD
           IF B-TABLE-FULL
               MOVE '*** TABELAS CHEIAS (PARCEIRAS, PARTIDAS, PERCURSOS'
                   TO INTERLINE-REPORT-RECORD
               MOVE ' OU CUPOES) - LIQUIDACAO INCOMPLETA ***'
                   TO INTERLINE-REPORT-RECORD(51:39)
               WRITE INTERLINE-REPORT-RECORD
           END-IF
           MOVE SPACES TO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD
           MOVE 'CC PARCEIRA                       CUPOES'
               TO INTERLINE-REPORT-RECORD
           MOVE ' DEVIDO A PARC. DEVIDO P/ PARC.          SALDO'
               TO INTERLINE-REPORT-RECORD(41:46)
           MOVE ' FAT DIFER.      VALOR DIF.'
               TO INTERLINE-REPORT-RECORD(87:27)
           WRITE INTERLINE-REPORT-RECORD.

       8100-WRITE-ONE-PARTNER.
           IF WS-PT-COUPONS(WS-PT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PT-CODE(WS-PT-IDX)     TO WS-SUM-CODE
           MOVE WS-PT-NAME(WS-PT-IDX)     TO WS-SUM-NAME
           MOVE WS-PT-COUPONS(WS-PT-IDX)  TO WS-SUM-COUPONS
           MOVE WS-PT-OWED-TO(WS-PT-IDX)  TO WS-SUM-OWED-TO
           MOVE WS-PT-OWED-BY(WS-PT-IDX)  TO WS-SUM-OWED-BY
           COMPUTE WS-SUM-NET =
               WS-PT-OWED-BY(WS-PT-IDX) - WS-PT-OWED-TO(WS-PT-IDX)
           IF WS-PT-BILLED(WS-PT-IDX) = 'S'
               MOVE 'SIM' TO WS-SUM-BILLED
           ELSE
               MOVE 'NAO' TO WS-SUM-BILLED
           END-IF
           MOVE WS-PT-DISPUTES(WS-PT-IDX) TO WS-SUM-DISPUTES
           MOVE WS-PT-DISPUTED(WS-PT-IDX) TO WS-SUM-DISPUTED
           MOVE WS-SUMMARY-LINE TO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD.

       8200-WRITE-DISPUTES.
           MOVE SPACES TO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD
           IF WS-GT-DISPUTES = ZERO
               MOVE 'SEM DIFERENDOS COM A FATURACAO DAS PARCEIRAS'
                   TO INTERLINE-REPORT-RECORD
               WRITE INTERLINE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE 'DIFERENDOS (S = P: DEVEMOS A PARCEIRA, R: A PARCEIRA'
               TO INTERLINE-REPORT-RECORD
           MOVE ' DEVE-NOS)' TO INTERLINE-REPORT-RECORD(53:10)
           WRITE INTERLINE-REPORT-RECORD
           MOVE 'CC S BILHETE       VOO    DATA          NOSSO VALOR'
               TO INTERLINE-REPORT-RECORD
           MOVE '    FATURADO MOTIVO'
               TO INTERLINE-REPORT-RECORD(53:19)
           WRITE INTERLINE-REPORT-RECORD
           PERFORM 8210-WRITE-ONE-DISPUTE
               VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > WS-CP-COUNT.

       8210-WRITE-ONE-DISPUTE.
           IF WS-CP-DISPUTE(WS-CP-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CP-PARTNER(WS-CP-IDX) TO WS-PT-HIT
           MOVE WS-PT-CODE(WS-PT-HIT)    TO WS-DSP-CODE
           MOVE WS-CP-DIRECTION(WS-CP-IDX) TO WS-DSP-DIRECTION
           MOVE WS-CP-TICKET-NUMBER(WS-CP-IDX)
               TO WS-DSP-TICKET-NUMBER
           MOVE WS-CP-FLIGHT(WS-CP-IDX)  TO WS-DSP-FLIGHT
           MOVE WS-CP-DATE(WS-CP-IDX)    TO WS-DSP-DATE
           MOVE WS-CP-AMOUNT(WS-CP-IDX)  TO WS-DSP-AMOUNT
           MOVE WS-CP-BILLED(WS-CP-IDX)  TO WS-DSP-BILLED
           EVALUATE WS-CP-DISPUTE(WS-CP-IDX)
               WHEN 'V'
                   MOVE 'VALOR DIFERENTE DO APURADO'
                       TO WS-DSP-REASON
               WHEN 'D'
                   MOVE 'FATURADO PELA PARCEIRA, DESCONHECIDO'
                       TO WS-DSP-REASON
               WHEN 'N'
                   MOVE 'APURADO E NAO FATURADO PELA PARCEIRA'
                       TO WS-DSP-REASON
           END-EVALUATE
           MOVE WS-DISPUTE-LINE TO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD
           DISPLAY "DIFERENDO " WS-DSP-CODE " " WS-DSP-DIRECTION " "
                   WS-DSP-TICKET-NUMBER " " WS-DSP-FLIGHT " "
                   WS-DSP-DATE " - " WS-DSP-REASON.

       8900-WRITE-REPORT-FOOTER.
           MOVE SPACES TO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD
           MOVE WS-GT-COUPONS TO WS-DISP-COUNT
           STRING 'CUPOES DO MES: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO INTERLINE-REPORT-RECORD
           WRITE INTERLINE-REPORT-RECORD
           IF WS-LEGS-UNRESOLVED > ZERO
               MOVE WS-LEGS-UNRESOLVED TO WS-DISP-COUNT
               MOVE SPACES TO INTERLINE-REPORT-RECORD
               STRING 'PERNAS DE PERCURSO SEM PARTIDA NO MESTRE NEM NO '
                      DELIMITED BY SIZE
                      'ARQUIVO (PERCURSO NAO RATEADO): '
                      DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO INTERLINE-REPORT-RECORD
               WRITE INTERLINE-REPORT-RECORD
           END-IF
           IF WS-LEGS-NO-DISTANCE > ZERO
               MOVE WS-LEGS-NO-DISTANCE TO WS-DISP-COUNT
               MOVE SPACES TO INTERLINE-REPORT-RECORD
               STRING 'PERNAS SEM DISTANCIA NO ROUTDIST (PERCURSO NAO '
                      DELIMITED BY SIZE
                      'RATEADO): ' DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO INTERLINE-REPORT-RECORD
               WRITE INTERLINE-REPORT-RECORD
           END-IF
           IF WS-BILL-REJECTED > ZERO
               MOVE WS-BILL-REJECTED TO WS-DISP-COUNT
               MOVE SPACES TO INTERLINE-REPORT-RECORD
               STRING 'LINHAS DE FATURACAO REJEITADAS: '
                      DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO INTERLINE-REPORT-RECORD
               WRITE INTERLINE-REPORT-RECORD
           END-IF.
