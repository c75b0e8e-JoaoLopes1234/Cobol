       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVBKFCST.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    OVBKFCST - PREVISAO DE OVERBOOKING: A MARGEM SI-OVERBOOK-PCT
      *    ERA DIGITADA A MAO POR VOO+CLASSE, O MESMO PALPITE PARA UMA
      *    SEGUNDA DE MANHA DE NEGOCIOS E UM SABADO DE LAZER. ESTE JOB
      *    CALCULA SOBRE O ARQUIVO DO DAYCLOSE (VOOS FECHADOS NA
      *    JANELA MOVEL SP-OVBK-WINDOW-DAYS) AS TAXAS DE NO-SHOW
      *    (PM-STATUS 'N') E DE EMBARQUE NEGADO POR ROTA, DIA DA
      *    SEMANA E CLASSE, E RECOMENDA UMA MARGEM PARA CADA VOO+CLASSE
      *    FUTURO DO INVENTARIO (ATE SP-OVBK-HORIZON-DAYS DIAS):
      *    - MARGEM TEORICA = NO-SHOWS / PASSAGEIROS QUE APARECERAM,
      *      A QUE ENCHE O AVIAO EM MEDIA; RECOMENDA-SE
      *      SP-OVBK-PRUDENCE-PCT DELA, ATE SP-OVBK-MAX-PCT
      *    - GRUPOS COM MENOS DE SP-OVBK-MIN-PAX PASSAGEIROS NA JANELA
      *      FICAM COM A MARGEM ATUAL
      *    - O CUSTO DE EMBARQUE NEGADO DE CADA MARGEM E A COMPENSACAO
      *      MEDIA POR PARTIDA QUE ELA TERIA CUSTADO NAS PARTIDAS
      *      HISTORICAS DO GRUPO, COM A TAXA DE COMPARECIMENTO DE CADA
      *      UMA E A CAPACIDADE DO VOO FUTURO
      *    OS EMBARQUES NEGADOS VEM DAS COMPENSACOES DBC DO EXTRATO DO
      *    PERIODO (period-sales.txt): O DENYBRD MUDA O PASSAGEIRO
      *    NEGADO PARA O VOO DE REACOMODACAO, PELO QUE NO ARQUIVO ELE
      *    JA NAO ESTA NO VOO ONDE FOI NEGADO. O BILHETE DE 13 DIGITOS
      *    LIGA O DBC AO PASSAGEIRO ARQUIVADO (E A SUA CLASSE); SEM
      *    LIGACAO VALE O ESTADO 'D' DO PROPRIO ARQUIVO.
      *    PARAMETRO OPCIONAL: DATA DE REFERENCIA AAAAMMDD (POR
      *    OMISSAO, HOJE). SAIDAS: overbook-report.txt (MARGEM ATUAL
      *    AO LADO DA RECOMENDADA E OS CUSTOS) E A FILA
      *    overbook-recommendations.txt (VER OVBKREC) COM AS MARGENS
      *    QUE MUDAM, PARA APROVACAO NO OVBKAPRV.cbl. NENHUM MESTRE E
      *    ALTERADO AQUI
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SEATINV-STATUS.

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

           SELECT OVERBOOK-REC-FILE ASSIGN TO
               "PASSAGEM/FILE/overbook-recommendations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OVERBOOK-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/overbook-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD FLIGHT-HISTORY-FILE.
       01 FLIGHT-HISTORY-RECORD.
           05 FH-CLOSE-DATE         PIC 9(8).
           05 FH-FLIGHT-DATA        PIC X(80).

       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD PERIOD-SALES-FILE.
           COPY DAILYSAL.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD OVERBOOK-REC-FILE.
           COPY OVBKREC.

       FD OVERBOOK-REPORT-FILE.
       01 OVERBOOK-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).

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
       01 WS-REF-DATE           PIC 9(8).
       01 WS-WINDOW-START       PIC 9(8).
       01 WS-HORIZON-END        PIC 9(8).
       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

      ******************************************************************
      *    PARTIDAS FECHADAS NA JANELA, COM A ROTA E O DIA DA SEMANA
      *    (1 = SEGUNDA), PARA SITUAR CADA PASSAGEIRO ARQUIVADO
      ******************************************************************
       01 WS-FLIGHT-TABLE.
           05 WS-FT-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-FT-ENTRY OCCURS 3000 TIMES.
               10 WS-FT-FLIGHT      PIC X(6).
               10 WS-FT-DATE        PIC X(8).
               10 WS-FT-ORIGIN      PIC X(3).
               10 WS-FT-DEST        PIC X(3).
               10 WS-FT-WEEKDAY     PIC 9(1).
           05 WS-FT-IDX             PIC 9(4).
           05 WS-FT-FOUND           PIC X(1).
               88 B-FT-FOUND        VALUE 'Y'.

      ******************************************************************
      *    COMPENSACOES POR EMBARQUE NEGADO (DBC) DO PERIODO, NO VOO
      *    ONDE O EMBARQUE FOI NEGADO
      ******************************************************************
       01 WS-DBC-TABLE.
           05 WS-DB-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-DB-ENTRY OCCURS 1000 TIMES.
               10 WS-DB-FLIGHT      PIC X(6).
               10 WS-DB-DATE        PIC X(8).
               10 WS-DB-TICKET-NUMBER PIC 9(13).
               10 WS-DB-MATCHED     PIC X(1).
           05 WS-DB-IDX             PIC 9(4).
           05 WS-DB-HIT             PIC 9(4).
           05 WS-DB-AMOUNT-SUM      PIC 9(8)V99 VALUE ZERO.
           05 WS-DB-AMOUNT-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-DB-UNMATCHED       PIC 9(4) VALUE ZERO.

      ******************************************************************
      *    PARTIDA HISTORICA POR CLASSE: PASSAGEIROS COM BILHETE,
      *    NO-SHOWS E EMBARQUES NEGADOS, E O GRUPO A QUE PERTENCE
      ******************************************************************
       01 WS-INSTANCE-TABLE.
           05 WS-IN-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-IN-ENTRY OCCURS 6000 TIMES.
               10 WS-IN-FLIGHT      PIC X(6).
               10 WS-IN-DATE        PIC X(8).
               10 WS-IN-CLASS       PIC X(1).
               10 WS-IN-SEGMENT     PIC 9(3).
               10 WS-IN-BOOKED      PIC 9(4).
               10 WS-IN-NOSHOW      PIC 9(4).
               10 WS-IN-DENIED      PIC 9(4).
           05 WS-IN-IDX             PIC 9(4).
           05 WS-IN-FOUND           PIC X(1).
               88 B-IN-FOUND        VALUE 'Y'.

      ******************************************************************
      *    GRUPOS ROTA + DIA DA SEMANA + CLASSE, COM A MARGEM
      *    RECOMENDADA QUANDO A AMOSTRA CHEGA
      ******************************************************************
       01 WS-SEGMENT-TABLE.
           05 WS-SG-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-SG-ENTRY OCCURS 600 TIMES.
               10 WS-SG-ORIGIN      PIC X(3).
               10 WS-SG-DEST        PIC X(3).
               10 WS-SG-WEEKDAY     PIC 9(1).
               10 WS-SG-CLASS       PIC X(1).
               10 WS-SG-FLIGHTS     PIC 9(4).
               10 WS-SG-BOOKED      PIC 9(5).
               10 WS-SG-NOSHOW      PIC 9(5).
               10 WS-SG-DENIED      PIC 9(5).
               10 WS-SG-RATED       PIC X(1).
                   88 B-SG-RATED    VALUE 'Y'.
               10 WS-SG-RECOMMEND   PIC 9(2).
               10 WS-SG-NOSHOW-PCT  PIC 9(3)V9.
               10 WS-SG-DENIED-PCT  PIC 9(3)V9.
           05 WS-SG-IDX             PIC 9(3).
           05 WS-SG-FOUND           PIC X(1).
               88 B-SG-FOUND        VALUE 'Y'.

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-FH-EOF             PIC X(1) VALUE 'N'.
               88 B-FH-EOF          VALUE 'Y'.
           05 WS-PH-EOF             PIC X(1) VALUE 'N'.
               88 B-PH-EOF          VALUE 'Y'.
           05 WS-DS-EOF             PIC X(1) VALUE 'N'.
               88 B-DS-EOF          VALUE 'Y'.
           05 WS-FM-EOF             PIC X(1) VALUE 'N'.
               88 B-FM-EOF          VALUE 'Y'.

       01 WS-KEY-WORK.
           05 WS-KEY-FLIGHT         PIC X(6).
           05 WS-KEY-DATE           PIC X(8).
           05 WS-KEY-CLASS          PIC X(1).
           05 WS-KEY-ORIGIN         PIC X(3).
           05 WS-KEY-DEST           PIC X(3).
           05 WS-WEEKDAY            PIC 9(1).
           05 WS-CLASS-TABLE        PIC X(3) VALUE 'EJP'.
           05 WS-CLASS-REDEF REDEFINES WS-CLASS-TABLE.
               10 WS-CLASS-ENTRY    PIC X(1) OCCURS 3 TIMES.
           05 WS-CLASS-IDX          PIC 9(1).

       01 WS-FORECAST-WORK.
           05 WS-SHOWS              PIC 9(5).
           05 WS-THEORY-PCT         PIC 9(5)V99.
           05 WS-RECOMMEND-PCT      PIC 9(5)V99.
           05 WS-DENIED-COMP        PIC 9(4)V99.
           05 WS-COST-PCT           PIC 9(2).
           05 WS-COST-CAPACITY      PIC 9(4).
           05 WS-COST-ALLOWANCE     PIC 9(5).
           05 WS-COST-SHOWS         PIC 9(5).
           05 WS-COST-DENIED-SUM    PIC 9(7).
           05 WS-COST-DEPARTURES    PIC 9(5).
           05 WS-COST-RESULT        PIC 9(6)V99.
           05 WS-COST-CURRENT       PIC 9(6)V99.
           05 WS-COST-RECOMMEND     PIC 9(6)V99.
           05 WS-FINAL-PCT          PIC 9(2).

       01 WS-TOTALS.
           05 WS-FLIGHTS-STUDIED    PIC 9(5) VALUE ZERO.
           05 WS-QUEUED-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-UNCHANGED-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-NO-DATA-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-DISPLAY-FIELDS.
           05 WS-WEEKDAY-NAME       PIC X(3).
           05 WS-DISP-CAP           PIC Z(3)9.
           05 WS-DISP-SOLD          PIC Z(3)9.
           05 WS-DISP-CURRENT       PIC Z9.
           05 WS-DISP-RECOMMEND     PIC Z9.
           05 WS-DISP-NOSHOW        PIC ZZ9,9.
           05 WS-DISP-DENIED        PIC ZZ9,9.
           05 WS-DISP-PAX           PIC Z(4)9.
           05 WS-DISP-FLIGHTS       PIC Z(3)9.
           05 WS-DISP-COST-CUR      PIC Z(5)9,99.
           05 WS-DISP-COST-REC      PIC Z(5)9,99.
           05 WS-DISP-COMP          PIC Z(3)9,99.
           05 WS-DISP-COUNT         PIC Z(4)9.
           05 WS-DISP-NOTE          PIC X(20).

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE(1:8) IS NUMERIC
               MOVE WS-COMMAND-LINE(1:8) TO WS-REF-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REF-DATE
           END-IF

           PERFORM 0050-LOAD-SITE-PARAMS

           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
               - SP-OVBK-WINDOW-DAYS)
           COMPUTE WS-HORIZON-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
               + SP-OVBK-HORIZON-DAYS)

           PERFORM 1000-LOAD-FLIGHT-HISTORY
           PERFORM 1200-LOAD-DENIED-BOARDINGS
           PERFORM 2000-SCAN-PASSENGER-HISTORY
           PERFORM 3000-RATE-SEGMENTS

           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT SEAT-INVENTORY-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - FM "
                       WS-FLIGHT-STATUS " SI " WS-SEATINV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OVERBOOK-REC-FILE
                OUTPUT OVERBOOK-REPORT-FILE

           PERFORM 4000-WRITE-REPORT-HEADER
           PERFORM 5000-RECOMMEND-UPCOMING
           PERFORM 6000-WRITE-REPORT-FOOTER

           CLOSE FLIGHT-MASTER-FILE
                 SEAT-INVENTORY-FILE
                 OVERBOOK-REC-FILE
                 OVERBOOK-REPORT-FILE

           MOVE WS-QUEUED-COUNT TO WS-DISP-COUNT
           DISPLAY "PREVISAO DE OVERBOOKING EMITIDA EM "
                   "overbook-report.txt - " WS-DISP-COUNT
                   " RECOMENDACAO(OES) PARA APROVACAO (OVBKAPRV)"
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
                           PERFORM 0060-APPLY-SITE-PARAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

       0060-APPLY-SITE-PARAM.
           EVALUATE SP-LINE-KEY
               WHEN 'OVBK-WINDOW-DAYS'
                   COMPUTE SP-OVBK-WINDOW-DAYS =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'OVBK-HORIZON-DAYS'
                   COMPUTE SP-OVBK-HORIZON-DAYS =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'OVBK-MIN-PAX'
                   COMPUTE SP-OVBK-MIN-PAX =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'OVBK-PRUDENCE-PCT'
                   COMPUTE SP-OVBK-PRUDENCE-PCT =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'OVBK-MAX-PCT'
                   COMPUTE SP-OVBK-MAX-PCT =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'OVBK-DENIED-COMP'
                   COMPUTE SP-OVBK-DENIED-COMP =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    PARTIDAS DO ARQUIVO DE VOOS DENTRO DA JANELA MOVEL
      ******************************************************************
       1000-LOAD-FLIGHT-HISTORY.
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       MOVE FH-FLIGHT-DATA TO HIST-FLIGHT
                       IF HF-FLIGHT-DATE IS NUMERIC
                           AND HF-FLIGHT-DATE >= WS-WINDOW-START
                           AND HF-FLIGHT-DATE < WS-REF-DATE
                           PERFORM 1100-STORE-HISTORY-FLIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE.

       1100-STORE-HISTORY-FLIGHT.
           IF WS-FT-COUNT >= 3000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-COUNT
           MOVE HF-FLIGHT-NUMBER TO WS-FT-FLIGHT(WS-FT-COUNT)
           MOVE HF-FLIGHT-DATE   TO WS-FT-DATE(WS-FT-COUNT)
           MOVE HF-ORIGIN        TO WS-FT-ORIGIN(WS-FT-COUNT)
           MOVE HF-DESTINATION   TO WS-FT-DEST(WS-FT-COUNT)
           COMPUTE WS-FT-WEEKDAY(WS-FT-COUNT) =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(HF-FLIGHT-DATE)) - 1, 7) + 1.

      ******************************************************************
      *    COMPENSACOES DBC DO PERIODO: O VOO ONDE O EMBARQUE FOI
      *    NEGADO E O VALOR MEDIO PAGO, QUE E O CUSTO UNITARIO DAS
      *    ESTIMATIVAS (SEM DBC NO PERIODO VALE SP-OVBK-DENIED-COMP)
      ******************************************************************
       1200-LOAD-DENIED-BOARDINGS.
           OPEN INPUT PERIOD-SALES-FILE
           PERFORM UNTIL B-DS-EOF
               READ PERIOD-SALES-FILE
                   AT END
                       MOVE 'Y' TO WS-DS-EOF
                   NOT AT END
                       IF DS-TXN-CODE = 'DBC'
                           PERFORM 1210-STORE-DENIED-BOARDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-SALES-FILE

           IF WS-DB-AMOUNT-COUNT > ZERO
               COMPUTE WS-DENIED-COMP ROUNDED =
                   WS-DB-AMOUNT-SUM / WS-DB-AMOUNT-COUNT
           ELSE
               MOVE SP-OVBK-DENIED-COMP TO WS-DENIED-COMP
           END-IF.

       1210-STORE-DENIED-BOARDING.
           IF DS-TICKET-TOTAL IS NUMERIC
               ADD DS-TICKET-TOTAL TO WS-DB-AMOUNT-SUM
               ADD 1 TO WS-DB-AMOUNT-COUNT
           END-IF
           IF DS-FLIGHT-DATE IS NOT NUMERIC
               OR DS-FLIGHT-DATE < WS-WINDOW-START
               OR DS-FLIGHT-DATE >= WS-REF-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DB-COUNT >= 1000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-COUNT
           MOVE DS-FLIGHT-NUMBER TO WS-DB-FLIGHT(WS-DB-COUNT)
           MOVE DS-FLIGHT-DATE   TO WS-DB-DATE(WS-DB-COUNT)
           IF DS-TICKET-NUMBER IS NUMERIC
               MOVE DS-TICKET-NUMBER TO
                   WS-DB-TICKET-NUMBER(WS-DB-COUNT)
           ELSE
               MOVE ZERO TO WS-DB-TICKET-NUMBER(WS-DB-COUNT)
           END-IF
           MOVE 'N' TO WS-DB-MATCHED(WS-DB-COUNT).

      ******************************************************************
      *    CADA PASSAGEIRO ARQUIVADO (SEM BEBES AO COLO NEM OPCOES NAO
      *    CONFIRMADAS) CONTA NA SUA PARTIDA E CLASSE; O NEGADO CONTA
      *    NO VOO DO DBC, E NO VOO DE REACOMODACAO CONTA COMO QUALQUER
      *    OUTRO PASSAGEIRO DESSE VOO
      ******************************************************************
       2000-SCAN-PASSENGER-HISTORY.
           IF WS-FT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PASSENGER-HISTORY-FILE
           PERFORM 2100-TALLY-ONE-PASSENGER UNTIL B-PH-EOF
           CLOSE PASSENGER-HISTORY-FILE

           PERFORM VARYING WS-DB-IDX FROM 1 BY 1
               UNTIL WS-DB-IDX > WS-DB-COUNT
               IF WS-DB-MATCHED(WS-DB-IDX) = 'N'
                   ADD 1 TO WS-DB-UNMATCHED
               END-IF
           END-PERFORM.

       2100-TALLY-ONE-PASSENGER.
           READ PASSENGER-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-PH-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE PH-PASSENGER-DATA TO HIST-PASSENGER
           IF B-HP-INFANT OR B-HP-HELD-OPT
               EXIT PARAGRAPH
           END-IF
           MOVE HP-SEAT(1:1) TO WS-KEY-CLASS
           IF WS-KEY-CLASS NOT = 'E' AND WS-KEY-CLASS NOT = 'J'
               AND WS-KEY-CLASS NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-DB-HIT
           IF HP-TICKET-NUMBER IS NUMERIC
               AND HP-TICKET-NUMBER > ZERO
               PERFORM VARYING WS-DB-IDX FROM 1 BY 1
                   UNTIL WS-DB-IDX > WS-DB-COUNT OR WS-DB-HIT > ZERO
                   IF WS-DB-TICKET-NUMBER(WS-DB-IDX) =
                       HP-TICKET-NUMBER
                       AND WS-DB-MATCHED(WS-DB-IDX) = 'N'
                       MOVE WS-DB-IDX TO WS-DB-HIT
                   END-IF
               END-PERFORM
           END-IF

           IF WS-DB-HIT > ZERO
               MOVE 'Y' TO WS-DB-MATCHED(WS-DB-HIT)
               MOVE WS-DB-FLIGHT(WS-DB-HIT) TO WS-KEY-FLIGHT
               MOVE WS-DB-DATE(WS-DB-HIT)   TO WS-KEY-DATE
               PERFORM 2200-LOCATE-INSTANCE
               IF B-IN-FOUND
                   ADD 1 TO WS-IN-BOOKED(WS-IN-IDX)
                   ADD 1 TO WS-IN-DENIED(WS-IN-IDX)
               END-IF
               IF WS-DB-FLIGHT(WS-DB-HIT) = HP-FLIGHT-NUMBER
                   AND WS-DB-DATE(WS-DB-HIT) = HP-FLIGHT-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE HP-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE HP-FLIGHT-DATE   TO WS-KEY-DATE
           PERFORM 2200-LOCATE-INSTANCE
           IF NOT B-IN-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IN-BOOKED(WS-IN-IDX)
           EVALUATE TRUE
               WHEN B-HP-NO-SHOW
                   ADD 1 TO WS-IN-NOSHOW(WS-IN-IDX)
               WHEN B-HP-DENIED AND WS-DB-HIT = ZERO
                   ADD 1 TO WS-IN-DENIED(WS-IN-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    PARTIDA+CLASSE DE WS-KEY-FLIGHT/DATE/CLASS NA TABELA DE
      *    PARTIDAS HISTORICAS, CRIADA (COM O SEU GRUPO) NA PRIMEIRA
      *    VEZ. FORA DA JANELA, B-IN-FOUND FICA DESLIGADO
      ******************************************************************
       2200-LOCATE-INSTANCE.
           MOVE 'N' TO WS-IN-FOUND
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT OR B-IN-FOUND
               IF WS-IN-FLIGHT(WS-IN-IDX) = WS-KEY-FLIGHT
                   AND WS-IN-DATE(WS-IN-IDX) = WS-KEY-DATE
                   AND WS-IN-CLASS(WS-IN-IDX) = WS-KEY-CLASS
                   MOVE 'Y' TO WS-IN-FOUND
                   SUBTRACT 1 FROM WS-IN-IDX
               END-IF
           END-PERFORM
           IF B-IN-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FT-FOUND
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT OR B-FT-FOUND
               IF WS-FT-FLIGHT(WS-FT-IDX) = WS-KEY-FLIGHT
                   AND WS-FT-DATE(WS-FT-IDX) = WS-KEY-DATE
                   MOVE 'Y' TO WS-FT-FOUND
                   SUBTRACT 1 FROM WS-FT-IDX
               END-IF
           END-PERFORM
           IF NOT B-FT-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-COUNT >= 6000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FT-ORIGIN(WS-FT-IDX)  TO WS-KEY-ORIGIN
           MOVE WS-FT-DEST(WS-FT-IDX)    TO WS-KEY-DEST
           MOVE WS-FT-WEEKDAY(WS-FT-IDX) TO WS-WEEKDAY
           PERFORM 2300-FIND-SEGMENT
           IF NOT B-SG-FOUND
               PERFORM 2310-ADD-SEGMENT
           END-IF
           IF NOT B-SG-FOUND
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IN-COUNT
           MOVE WS-IN-COUNT   TO WS-IN-IDX
           MOVE WS-KEY-FLIGHT TO WS-IN-FLIGHT(WS-IN-IDX)
           MOVE WS-KEY-DATE   TO WS-IN-DATE(WS-IN-IDX)
           MOVE WS-KEY-CLASS  TO WS-IN-CLASS(WS-IN-IDX)
           MOVE WS-SG-IDX     TO WS-IN-SEGMENT(WS-IN-IDX)
           MOVE ZERO TO WS-IN-BOOKED(WS-IN-IDX)
           MOVE ZERO TO WS-IN-NOSHOW(WS-IN-IDX)
           MOVE ZERO TO WS-IN-DENIED(WS-IN-IDX)
           ADD 1 TO WS-SG-FLIGHTS(WS-SG-IDX)
           MOVE 'Y' TO WS-IN-FOUND.

       2300-FIND-SEGMENT.
           MOVE 'N' TO WS-SG-FOUND
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT OR B-SG-FOUND
               IF WS-SG-ORIGIN(WS-SG-IDX) = WS-KEY-ORIGIN
                   AND WS-SG-DEST(WS-SG-IDX) = WS-KEY-DEST
                   AND WS-SG-WEEKDAY(WS-SG-IDX) = WS-WEEKDAY
                   AND WS-SG-CLASS(WS-SG-IDX) = WS-KEY-CLASS
                   MOVE 'Y' TO WS-SG-FOUND
                   SUBTRACT 1 FROM WS-SG-IDX
               END-IF
           END-PERFORM.

       2310-ADD-SEGMENT.
           IF WS-SG-COUNT >= 600
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SG-COUNT
           MOVE WS-SG-COUNT   TO WS-SG-IDX
           MOVE WS-KEY-ORIGIN TO WS-SG-ORIGIN(WS-SG-IDX)
           MOVE WS-KEY-DEST   TO WS-SG-DEST(WS-SG-IDX)
           MOVE WS-WEEKDAY    TO WS-SG-WEEKDAY(WS-SG-IDX)
           MOVE WS-KEY-CLASS  TO WS-SG-CLASS(WS-SG-IDX)
           MOVE ZERO TO WS-SG-FLIGHTS(WS-SG-IDX)
           MOVE ZERO TO WS-SG-BOOKED(WS-SG-IDX)
           MOVE ZERO TO WS-SG-NOSHOW(WS-SG-IDX)
           MOVE ZERO TO WS-SG-DENIED(WS-SG-IDX)
           MOVE ZERO TO WS-SG-RECOMMEND(WS-SG-IDX)
           MOVE ZERO TO WS-SG-NOSHOW-PCT(WS-SG-IDX)
           MOVE ZERO TO WS-SG-DENIED-PCT(WS-SG-IDX)
           MOVE 'N' TO WS-SG-RATED(WS-SG-IDX)
           MOVE 'Y' TO WS-SG-FOUND.

      ******************************************************************
      *    TAXAS E MARGEM RECOMENDADA DE CADA GRUPO: A MARGEM TEORICA
      *    (NO-SHOWS SOBRE OS QUE APARECERAM) VENDE EM MEDIA O AVIAO
      *    CHEIO; A PRUDENCIA DEIXA FOLGA PARA AS PARTIDAS COM MENOS
      *    NO-SHOWS DO QUE A MEDIA
      ******************************************************************
       3000-RATE-SEGMENTS.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT
               MOVE WS-IN-SEGMENT(WS-IN-IDX) TO WS-SG-IDX
               ADD WS-IN-BOOKED(WS-IN-IDX) TO WS-SG-BOOKED(WS-SG-IDX)
               ADD WS-IN-NOSHOW(WS-IN-IDX) TO WS-SG-NOSHOW(WS-SG-IDX)
               ADD WS-IN-DENIED(WS-IN-IDX) TO WS-SG-DENIED(WS-SG-IDX)
           END-PERFORM

           PERFORM 3100-RATE-ONE-SEGMENT
               VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT.

       3100-RATE-ONE-SEGMENT.
           IF WS-SG-BOOKED(WS-SG-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SG-NOSHOW-PCT(WS-SG-IDX) ROUNDED =
               WS-SG-NOSHOW(WS-SG-IDX) * 100 / WS-SG-BOOKED(WS-SG-IDX)
           COMPUTE WS-SG-DENIED-PCT(WS-SG-IDX) ROUNDED =
               WS-SG-DENIED(WS-SG-IDX) * 100 / WS-SG-BOOKED(WS-SG-IDX)

           IF WS-SG-BOOKED(WS-SG-IDX) < SP-OVBK-MIN-PAX
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SHOWS =
               WS-SG-BOOKED(WS-SG-IDX) - WS-SG-NOSHOW(WS-SG-IDX)
           IF WS-SHOWS = ZERO
               MOVE SP-OVBK-MAX-PCT TO WS-RECOMMEND-PCT
           ELSE
               COMPUTE WS-THEORY-PCT =
                   WS-SG-NOSHOW(WS-SG-IDX) * 100 / WS-SHOWS
               COMPUTE WS-RECOMMEND-PCT =
                   WS-THEORY-PCT * SP-OVBK-PRUDENCE-PCT / 100
           END-IF
           IF WS-RECOMMEND-PCT > SP-OVBK-MAX-PCT
               MOVE SP-OVBK-MAX-PCT TO WS-RECOMMEND-PCT
           END-IF
           MOVE WS-RECOMMEND-PCT TO WS-SG-RECOMMEND(WS-SG-IDX)
           MOVE 'Y' TO WS-SG-RATED(WS-SG-IDX).

       4000-WRITE-REPORT-HEADER.
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING '===== PREVISAO DE OVERBOOKING - REFERENCIA '
                  DELIMITED BY SIZE
                  WS-REF-DATE DELIMITED BY SIZE
                  ' - HISTORICO DE ' DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-REF-DATE DELIMITED BY SIZE
                  ', VOOS ATE ' DELIMITED BY SIZE
                  WS-HORIZON-END DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE WS-DENIED-COMP TO WS-DISP-COMP
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING 'COMPENSACAO POR EMBARQUE NEGADO USADA NOS CUSTOS: '
                  DELIMITED BY SIZE
                  WS-DISP-COMP DELIMITED BY SIZE
                  ' EUROS (CUSTO = COMPENSACAO MEDIA POR PARTIDA)'
                  DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD
           MOVE 'VOO    DATA     C ROTA    DIA  CAP VEND ATUAL REC  ' &
                'NOSHOW% NEGADO%  PAX PART  CUSTO ATUAL   CUSTO REC ' &
                'NOTA' TO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD.

      ******************************************************************
      *    VOOS FUTUROS DO MESTRE ATE AO HORIZONTE: CADA CLASSE COM
      *    INVENTARIO RECEBE A MARGEM DO SEU GRUPO
      ******************************************************************
       5000-RECOMMEND-UPCOMING.
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
           PERFORM UNTIL B-FM-EOF
               READ FLIGHT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       IF FM-FLIGHT-DATE IS NUMERIC
                           AND FM-FLIGHT-DATE >= WS-REF-DATE
                           AND FM-FLIGHT-DATE <= WS-HORIZON-END
                           PERFORM 5100-RECOMMEND-ONE-FLIGHT
                       END-IF
               END-READ
           END-PERFORM.

       5100-RECOMMEND-ONE-FLIGHT.
           MOVE FM-ORIGIN      TO WS-KEY-ORIGIN
           MOVE FM-DESTINATION TO WS-KEY-DEST
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(FM-FLIGHT-DATE)) - 1, 7) + 1
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE FM-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
               MOVE FM-FLIGHT-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5200-RECOMMEND-ONE-CLASS
               END-READ
           END-PERFORM.

       5200-RECOMMEND-ONE-CLASS.
           ADD 1 TO WS-FLIGHTS-STUDIED
           IF SI-OVERBOOK-PCT IS NOT NUMERIC
               MOVE ZERO TO SI-OVERBOOK-PCT
           END-IF
           MOVE SI-SEAT-CLASS TO WS-KEY-CLASS
           PERFORM 2300-FIND-SEGMENT

           MOVE ZERO TO WS-COST-CURRENT
           MOVE ZERO TO WS-COST-RECOMMEND
           MOVE SI-OVERBOOK-PCT TO WS-FINAL-PCT
           IF B-SG-FOUND
               MOVE SI-SEATS-CAPACITY TO WS-COST-CAPACITY
               MOVE SI-OVERBOOK-PCT TO WS-COST-PCT
               PERFORM 5300-COST-AT-LEVEL
               MOVE WS-COST-RESULT TO WS-COST-CURRENT
               IF B-SG-RATED(WS-SG-IDX)
                   MOVE WS-SG-RECOMMEND(WS-SG-IDX) TO WS-FINAL-PCT
                   MOVE WS-FINAL-PCT TO WS-COST-PCT
                   PERFORM 5300-COST-AT-LEVEL
                   MOVE WS-COST-RESULT TO WS-COST-RECOMMEND
               ELSE
                   MOVE WS-COST-CURRENT TO WS-COST-RECOMMEND
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT B-SG-FOUND
                   MOVE 'SEM HISTORICO' TO WS-DISP-NOTE
                   ADD 1 TO WS-NO-DATA-COUNT
               WHEN NOT B-SG-RATED(WS-SG-IDX)
                   MOVE 'AMOSTRA CURTA' TO WS-DISP-NOTE
                   ADD 1 TO WS-NO-DATA-COUNT
               WHEN WS-FINAL-PCT = SI-OVERBOOK-PCT
                   MOVE 'SEM ALTERACAO' TO WS-DISP-NOTE
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN OTHER
                   MOVE 'PARA APROVACAO' TO WS-DISP-NOTE
                   ADD 1 TO WS-QUEUED-COUNT
                   PERFORM 5400-WRITE-RECOMMENDATION
           END-EVALUATE
           PERFORM 5500-WRITE-REPORT-LINE.

      ******************************************************************
      *    CUSTO ESPERADO DE EMBARQUE NEGADO POR PARTIDA COM A MARGEM
      *    WS-COST-PCT E A CAPACIDADE WS-COST-CAPACITY: EM CADA PARTIDA
      *    HISTORICA DO GRUPO, VENDIDO O LIMITE DA MARGEM, APARECE A
      *    FRACAO QUE APARECEU NESSA PARTIDA; OS QUE PASSAM DA
      *    CAPACIDADE SAO NEGADOS E COMPENSADOS
      ******************************************************************
       5300-COST-AT-LEVEL.
           MOVE ZERO TO WS-COST-RESULT
           MOVE ZERO TO WS-COST-DENIED-SUM
           MOVE ZERO TO WS-COST-DEPARTURES
           COMPUTE WS-COST-ALLOWANCE =
               WS-COST-CAPACITY +
               (WS-COST-CAPACITY * WS-COST-PCT / 100)
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
               UNTIL WS-IN-IDX > WS-IN-COUNT
               IF WS-IN-SEGMENT(WS-IN-IDX) = WS-SG-IDX
                   AND WS-IN-BOOKED(WS-IN-IDX) > ZERO
                   ADD 1 TO WS-COST-DEPARTURES
                   COMPUTE WS-COST-SHOWS ROUNDED =
                       WS-COST-ALLOWANCE *
                       (WS-IN-BOOKED(WS-IN-IDX)
                        - WS-IN-NOSHOW(WS-IN-IDX))
                       / WS-IN-BOOKED(WS-IN-IDX)
                   IF WS-COST-SHOWS > WS-COST-CAPACITY
                       COMPUTE WS-COST-DENIED-SUM =
                           WS-COST-DENIED-SUM + WS-COST-SHOWS
                           - WS-COST-CAPACITY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COST-DEPARTURES > ZERO
               COMPUTE WS-COST-RESULT ROUNDED =
                   WS-COST-DENIED-SUM * WS-DENIED-COMP
                   / WS-COST-DEPARTURES
           END-IF.

       5400-WRITE-RECOMMENDATION.
           MOVE 'P'                 TO OR-STATUS
           MOVE ZERO                TO OR-DECISION-DATE
           MOVE SPACES              TO OR-DECISION-OPER
           MOVE WS-REF-DATE         TO OR-RUN-DATE
           MOVE SI-FLIGHT-NUMBER    TO OR-FLIGHT-NUMBER
           MOVE SI-FLIGHT-DATE      TO OR-FLIGHT-DATE
           MOVE SI-SEAT-CLASS       TO OR-SEAT-CLASS
           MOVE FM-ORIGIN           TO OR-ORIGIN
           MOVE FM-DESTINATION      TO OR-DESTINATION
           MOVE WS-WEEKDAY          TO OR-WEEKDAY
           MOVE SI-SEATS-CAPACITY   TO OR-CAPACITY
           MOVE SI-SEATS-SOLD       TO OR-SEATS-SOLD
           MOVE SI-OVERBOOK-PCT     TO OR-CURRENT-PCT
           MOVE WS-FINAL-PCT        TO OR-RECOMMEND-PCT
           MOVE WS-SG-NOSHOW-PCT(WS-SG-IDX) TO OR-NOSHOW-PCT
           MOVE WS-SG-DENIED-PCT(WS-SG-IDX) TO OR-DENIED-PCT
           MOVE WS-SG-BOOKED(WS-SG-IDX)     TO OR-SAMPLE-PAX
           MOVE WS-SG-FLIGHTS(WS-SG-IDX)    TO OR-SAMPLE-FLIGHTS
           MOVE WS-COST-CURRENT     TO OR-COST-CURRENT
           MOVE WS-COST-RECOMMEND   TO OR-COST-RECOMMEND
           WRITE OVERBOOK-REC-RECORD.

       5500-WRITE-REPORT-LINE.
           EVALUATE WS-WEEKDAY
               WHEN 1 MOVE 'SEG' TO WS-WEEKDAY-NAME
               WHEN 2 MOVE 'TER' TO WS-WEEKDAY-NAME
               WHEN 3 MOVE 'QUA' TO WS-WEEKDAY-NAME
               WHEN 4 MOVE 'QUI' TO WS-WEEKDAY-NAME
               WHEN 5 MOVE 'SEX' TO WS-WEEKDAY-NAME
               WHEN 6 MOVE 'SAB' TO WS-WEEKDAY-NAME
               WHEN OTHER MOVE 'DOM' TO WS-WEEKDAY-NAME
           END-EVALUATE
           MOVE SI-SEATS-CAPACITY TO WS-DISP-CAP
           MOVE SI-SEATS-SOLD     TO WS-DISP-SOLD
           MOVE SI-OVERBOOK-PCT   TO WS-DISP-CURRENT
           MOVE WS-FINAL-PCT      TO WS-DISP-RECOMMEND
           MOVE WS-COST-CURRENT   TO WS-DISP-COST-CUR
           MOVE WS-COST-RECOMMEND TO WS-DISP-COST-REC
           IF B-SG-FOUND
               MOVE WS-SG-NOSHOW-PCT(WS-SG-IDX) TO WS-DISP-NOSHOW
               MOVE WS-SG-DENIED-PCT(WS-SG-IDX) TO WS-DISP-DENIED
               MOVE WS-SG-BOOKED(WS-SG-IDX)     TO WS-DISP-PAX
               MOVE WS-SG-FLIGHTS(WS-SG-IDX)    TO WS-DISP-FLIGHTS
           ELSE
               MOVE ZERO TO WS-DISP-NOSHOW
               MOVE ZERO TO WS-DISP-DENIED
               MOVE ZERO TO WS-DISP-PAX
               MOVE ZERO TO WS-DISP-FLIGHTS
           END-IF

           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING SI-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SI-FLIGHT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SI-SEAT-CLASS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FM-ORIGIN DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FM-DESTINATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-WEEKDAY-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-CAP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-SOLD DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-DISP-CURRENT DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-DISP-RECOMMEND DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-DISP-NOSHOW DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WS-DISP-DENIED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-PAX DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-FLIGHTS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-COST-CUR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-COST-REC DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-NOTE DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD.

       6000-WRITE-REPORT-FOOTER.
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE WS-FLIGHTS-STUDIED TO WS-DISP-COUNT
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING 'VOO+CLASSE ESTUDADOS: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE WS-QUEUED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING 'RECOMENDACOES PARA APROVACAO (OVBKAPRV): '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE WS-UNCHANGED-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING 'MARGEM ATUAL JA IGUAL A RECOMENDADA: '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE WS-NO-DATA-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING 'SEM HISTORICO OU AMOSTRA CURTA (MARGEM MANTIDA): '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           MOVE WS-DB-UNMATCHED TO WS-DISP-COUNT
           MOVE SPACES TO OVERBOOK-REPORT-RECORD
           STRING 'DBC DA JANELA SEM PASSAGEIRO NO ARQUIVO (FORA DAS '
                  DELIMITED BY SIZE
                  'TAXAS): ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OVERBOOK-REPORT-RECORD
           WRITE OVERBOOK-REPORT-RECORD

           IF B-TABLE-FULL
               MOVE '*** TABELAS EM MEMORIA CHEIAS - PARTE DO ' &
                    'HISTORICO FICOU FORA; ENCURTAR OVBK-WINDOW-DAYS' &
                    ' ***' TO OVERBOOK-REPORT-RECORD
               WRITE OVERBOOK-REPORT-RECORD
           END-IF.
