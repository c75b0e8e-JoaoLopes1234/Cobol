       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAXSTAT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PAXSTAT - DECLARACAO ESTATISTICA MENSAL DE PASSAGEIROS PARA
      *    A AUTORIDADE DA AVIACAO CIVIL E PARA O INSTITUTO DE
      *    ESTATISTICA, ATE AQUI MONTADA A MAO A PARTIR DAS LISTAGENS
      *    DO MANIFEST. CORRE SOBRE O ARQUIVO DO DAYCLOSE (flight-
      *    history.txt E passenger-history.txt) E CONTA SO QUEM
      *    EMBARCOU (PM-STATUS 'G'), NOS VOOS DO MES OPERADOS POR NOS:
      *    OS TROCOS OPERADOS POR UMA PARCEIRA SAO DECLARADOS POR ELA.
      *    UM VOO CONTA COMO OPERADO SE TEM PARTIDA REAL CARIMBADA OU
      *    PASSAGEIROS EMBARCADOS (UM VOO CANCELADO NAO TEM NENHUMA DAS
      *    DUAS); OS LUGARES OFERECIDOS SAO A CAPACIDADE ARQUIVADA COM
      *    O VOO OU, NOS ARQUIVOS MAIS ANTIGOS, A DO MAPA DE LUGARES.
      *    O PAIS DE CADA AEROPORTO VEM DO MESTRE AIRPORT.
      *    GRAVA stats-aviation-AAAAMM.txt E stats-tourism-AAAAMM.txt
      *    (LAYOUT STATRTN) E A PAGINA DE CONTROLO EM passenger-
      *    statistics-report.txt, ONDE O TOTAL DE EMBARCADOS DO MES
      *    TEM DE BATER COM A SOMA DAS ROTAS, DOS PARES DE PAISES, DAS
      *    NACIONALIDADES E DOS TIPOS DE PASSAGEIRO.
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O ANTERIOR).
      *    RETURN-CODE 2 COM AEROPORTOS FORA DO MESTRE OU EMBARCADOS
      *    SEM O VOO NO ARQUIVO, 4 SE O CONTROLO NAO BATER OU COM
      *    TABELAS CHEIAS (AS DECLARACOES NAO DEVEM SEGUIR)
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

           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

           SELECT SEAT-MAP-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY
               FILE STATUS IS WS-MAP-STATUS.

      *    UMA DECLARACAO POR ENTIDADE, COM O NOME MONTADO EM
      *    WS-RETURN-PATH ANTES DE CADA OPEN
           SELECT STATISTICS-RETURN-FILE ASSIGN USING WS-RETURN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT STATISTICS-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-statistics-report.txt"
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

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD STATISTICS-RETURN-FILE.
           COPY STATRTN.

       FD STATISTICS-REPORT-FILE.
       01 STATISTICS-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AIRPORT-STATUS     PIC X(2).
       01 WS-MAP-STATUS         PIC X(2).
       01 WS-RETURN-STATUS      PIC X(2).
       01 WS-RETURN-PATH        PIC X(64).
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

      ******************************************************************
      *    PARTIDAS DO MES NO ARQUIVO: AS DAS PARCEIRAS FICAM NA TABELA
      *    SO PARA OS SEUS PASSAGEIROS SEREM POSTOS DE FORA
      ******************************************************************
       01 WS-FLIGHT-TABLE.
           05 WS-FT-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-FT-ENTRY OCCURS 3000 TIMES.
               10 WS-FT-FLIGHT      PIC X(6).
               10 WS-FT-DATE        PIC X(8).
               10 WS-FT-ROUTE       PIC 9(3).
               10 WS-FT-SEATS       PIC 9(4).
               10 WS-FT-PARTNER     PIC X(1).
               10 WS-FT-DEPARTED    PIC X(1).
               10 WS-FT-PAX         PIC 9(4).
           05 WS-FT-IDX             PIC 9(4).
           05 WS-FT-HIT             PIC 9(4).

      ******************************************************************
      *    ROTAS, PARES DE PAISES E NACIONALIDADES COM AS CONTAGENS DO
      *    MES (OS SWAPS TEM O COMPRIMENTO DE UMA ENTRADA, PARA A
      *    ORDENACAO ANTES DE GRAVAR)
      ******************************************************************
       01 WS-ROUTE-TABLE.
           05 WS-RT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-RT-ENTRY OCCURS 300 TIMES.
               10 WS-RT-KEY.
                   15 WS-RT-ORIGIN      PIC X(3).
                   15 WS-RT-DEST        PIC X(3).
               10 WS-RT-ORIGIN-CTRY PIC X(3).
               10 WS-RT-DEST-CTRY   PIC X(3).
               10 WS-RT-FLIGHTS     PIC 9(5).
               10 WS-RT-SEATS       PIC 9(7).
               10 WS-RT-PAX         PIC 9(7).
               10 WS-RT-ADULTS      PIC 9(7).
               10 WS-RT-CHILDREN    PIC 9(7).
               10 WS-RT-INFANTS     PIC 9(7).
               10 WS-RT-TRANSFER    PIC 9(7).
               10 WS-RT-LOCAL       PIC 9(7).
           05 WS-RT-SWAP            PIC X(66).
           05 WS-RT-IDX             PIC 9(3).
           05 WS-RT-IDX2            PIC 9(3).
           05 WS-RT-HIT             PIC 9(3).

       01 WS-COUNTRY-TABLE.
           05 WS-CY-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-CY-ENTRY OCCURS 200 TIMES.
               10 WS-CY-KEY.
                   15 WS-CY-ORIGIN-CTRY PIC X(3).
                   15 WS-CY-DEST-CTRY   PIC X(3).
               10 WS-CY-FLIGHTS     PIC 9(5).
               10 WS-CY-SEATS       PIC 9(7).
               10 WS-CY-PAX         PIC 9(7).
               10 WS-CY-ADULTS      PIC 9(7).
               10 WS-CY-CHILDREN    PIC 9(7).
               10 WS-CY-INFANTS     PIC 9(7).
               10 WS-CY-TRANSFER    PIC 9(7).
               10 WS-CY-LOCAL       PIC 9(7).
           05 WS-CY-SWAP            PIC X(60).
           05 WS-CY-IDX             PIC 9(3).
           05 WS-CY-IDX2            PIC 9(3).
           05 WS-CY-HIT             PIC 9(3).

       01 WS-NATIONALITY-TABLE.
           05 WS-NT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-NT-ENTRY OCCURS 300 TIMES.
               10 WS-NT-NATIONALITY PIC X(11).
               10 WS-NT-PAX         PIC 9(7).
               10 WS-NT-ADULTS      PIC 9(7).
               10 WS-NT-CHILDREN    PIC 9(7).
               10 WS-NT-INFANTS     PIC 9(7).
               10 WS-NT-TRANSFER    PIC 9(7).
               10 WS-NT-LOCAL       PIC 9(7).
           05 WS-NT-SWAP            PIC X(53).
           05 WS-NT-IDX             PIC 9(3).
           05 WS-NT-IDX2            PIC 9(3).
           05 WS-NT-HIT             PIC 9(3).

      ******************************************************************
      *    LUGARES POR TIPO DE AVIAO (MAPA DE LUGARES), LIDOS UMA VEZ
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
       01 WS-CONTROL-OK         PIC X(1) VALUE 'Y'.
           88 B-CONTROL-OK      VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-FH-EOF             PIC X(1) VALUE 'N'.
               88 B-FH-EOF          VALUE 'Y'.
           05 WS-PH-EOF             PIC X(1) VALUE 'N'.
               88 B-PH-EOF          VALUE 'Y'.
           05 WS-MAP-EOF            PIC X(1) VALUE 'N'.
               88 B-MAP-EOF         VALUE 'Y'.

       01 WS-CALC-WORK.
           05 WS-KEY-FLIGHT         PIC X(6).
           05 WS-KEY-DATE           PIC X(8).
           05 WS-KEY-AIRPORT        PIC X(3).
           05 WS-KEY-COUNTRY        PIC X(3).
           05 WS-KEY-NATIONALITY    PIC X(11).
           05 WS-KEY-RETURN-ID      PIC X(3).
           05 WS-CAPACITY           PIC 9(4).
      *    A = ADULTO, C = CRIANCA, B = BEBE
           05 WS-PAX-TYPE           PIC X(1).
               88 B-PAX-ADULT       VALUE 'A'.
               88 B-PAX-CHILD       VALUE 'C'.
               88 B-PAX-INFANT      VALUE 'B'.
           05 WS-PAX-TRANSFER       PIC X(1).
               88 B-PAX-TRANSFER    VALUE 'Y'.
           05 WS-DETAIL-LINES       PIC 9(5).
           05 WS-AVIATION-LINES     PIC 9(5) VALUE ZERO.
           05 WS-TOURISM-LINES      PIC 9(5) VALUE ZERO.
           05 WS-UNKNOWN-NATIONALITY PIC X(11) VALUE 'IGNORADA'.

      ******************************************************************
      *    TOTAIS DO MES, CONTADOS PASSAGEIRO A PASSAGEIRO, E CONTAGENS
      *    DA PAGINA DE CONTROLO
      ******************************************************************
       01 WS-TOTALS.
           05 WS-GT-FLIGHTS         PIC 9(6) VALUE ZERO.
           05 WS-GT-SEATS           PIC 9(8) VALUE ZERO.
           05 WS-GT-PAX             PIC 9(7) VALUE ZERO.
           05 WS-GT-ADULTS          PIC 9(7) VALUE ZERO.
           05 WS-GT-CHILDREN        PIC 9(7) VALUE ZERO.
           05 WS-GT-INFANTS         PIC 9(7) VALUE ZERO.
           05 WS-GT-TRANSFER        PIC 9(7) VALUE ZERO.
           05 WS-GT-LOCAL           PIC 9(7) VALUE ZERO.
           05 WS-GT-STAFF           PIC 9(7) VALUE ZERO.
           05 WS-CT-BOARDED         PIC 9(7) VALUE ZERO.
           05 WS-CT-PARTNER-PAX     PIC 9(7) VALUE ZERO.
           05 WS-CT-NO-FLIGHT       PIC 9(7) VALUE ZERO.
           05 WS-CT-PARTNER-FLIGHTS PIC 9(6) VALUE ZERO.
           05 WS-CT-NOT-OPERATED    PIC 9(6) VALUE ZERO.
           05 WS-CT-NO-CAPACITY     PIC 9(6) VALUE ZERO.
           05 WS-CT-NO-AIRPORT      PIC 9(6) VALUE ZERO.

      *    AS MESMAS GRANDEZAS SOMADAS BLOCO A BLOCO
       01 WS-CROSS-TOTALS.
           05 WS-XR-FLIGHTS         PIC 9(6).
           05 WS-XR-SEATS           PIC 9(8).
           05 WS-XR-PAX             PIC 9(7).
           05 WS-XC-FLIGHTS         PIC 9(6).
           05 WS-XC-SEATS           PIC 9(8).
           05 WS-XC-PAX             PIC 9(7).
           05 WS-XN-PAX             PIC 9(7).
           05 WS-XT-PAX             PIC 9(7).
           05 WS-XL-PAX             PIC 9(7).
           05 WS-XB-PAX             PIC 9(7).

       01 WS-CONTROL-LINE.
           05 WS-CL-LABEL           PIC X(36).
           05 WS-CL-PAX             PIC Z(6)9.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-FLIGHTS         PIC Z(5)9.
           05 WS-CL-FLIGHTS-X REDEFINES WS-CL-FLIGHTS PIC X(6).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-SEATS           PIC Z(7)9.
           05 WS-CL-SEATS-X REDEFINES WS-CL-SEATS PIC X(8).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-CL-STATUS          PIC X(14).

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT         PIC Z(6)9.
           05 WS-DISP-COUNT2        PIC Z(6)9.
           05 WS-DISP-COUNT3        PIC Z(6)9.
           05 WS-DISP-LINES         PIC Z(4)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD
           PERFORM 0050-LOAD-SITE-PARAMS

           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE AEROPORTOS ("
                       WS-AIRPORT-STATUS ") - CORRER PRIMEIRO O "
                       "AIRPLOAD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
      *    SEM MAPA DE LUGARES SO FICAM SEM LUGARES OS VOOS ARQUIVADOS
      *    ANTES DE A CAPACIDADE SEGUIR NO HISTORICO
           OPEN INPUT SEAT-MAP-FILE
           IF WS-MAP-STATUS = '00'
               MOVE 'Y' TO WS-MAP-OPEN
           END-IF

           PERFORM 2000-LOAD-MONTH-FLIGHTS
           PERFORM 3000-COUNT-PASSENGERS
           PERFORM 4000-TALLY-ONE-FLIGHT
               VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
           PERFORM 4500-ADD-COUNTRY-PAIR
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           PERFORM 4800-SORT-TABLES
           PERFORM 5000-CHECK-CONTROL-TOTALS

           PERFORM 6000-WRITE-AVIATION-RETURN
           PERFORM 6500-WRITE-TOURISM-RETURN

           OPEN OUTPUT STATISTICS-REPORT-FILE
           PERFORM 8000-WRITE-REPORT-HEADER
           PERFORM 8100-WRITE-CONTROL-COUNTS
           PERFORM 8200-WRITE-CROSS-CHECK
           PERFORM 8900-WRITE-REPORT-FOOTER

           CLOSE AIRPORT-MASTER-FILE
                 STATISTICS-REPORT-FILE
           IF B-MAP-OPEN
               CLOSE SEAT-MAP-FILE
           END-IF

           MOVE WS-GT-PAX     TO WS-DISP-COUNT
           MOVE WS-GT-FLIGHTS TO WS-DISP-COUNT2
           DISPLAY "DECLARACAO ESTATISTICA DE " WS-REPORT-MONTH
                   " - " WS-DISP-COUNT " PASSAGEIRO(S) EM "
                   WS-DISP-COUNT2 " VOO(S), CONTROLO EM "
                   "passenger-statistics-report.txt"
           IF WS-CT-NO-AIRPORT > ZERO OR WS-CT-NO-FLIGHT > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           IF B-TABLE-FULL OR NOT B-CONTROL-OK
               DISPLAY "*** CONTROLO DA DECLARACAO NAO BATE - NAO "
                       "ENVIAR ***"
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
      *    PARTIDAS DO MES NO ARQUIVO DE VOOS: ROTA, LUGARES E SE
      *    CHEGOU A PARTIR (AS DAS PARCEIRAS SO SAO MARCADAS)
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
                           PERFORM 2100-STORE-MONTH-FLIGHT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE.

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
           PERFORM 3200-FIND-FLIGHT
           IF WS-FT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-COUNT >= 3000
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FT-COUNT
           MOVE HF-FLIGHT-NUMBER TO WS-FT-FLIGHT(WS-FT-COUNT)
           MOVE HF-FLIGHT-DATE   TO WS-FT-DATE(WS-FT-COUNT)
           MOVE ZERO             TO WS-FT-ROUTE(WS-FT-COUNT)
           MOVE ZERO             TO WS-FT-SEATS(WS-FT-COUNT)
           MOVE ZERO             TO WS-FT-PAX(WS-FT-COUNT)
           MOVE 'N'              TO WS-FT-DEPARTED(WS-FT-COUNT)
           IF HF-OPERATING-CARRIER NOT = SPACES
               AND HF-OPERATING-CARRIER NOT = SP-OWN-CARRIER
               MOVE 'Y' TO WS-FT-PARTNER(WS-FT-COUNT)
               ADD 1 TO WS-CT-PARTNER-FLIGHTS
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FT-PARTNER(WS-FT-COUNT)

           PERFORM 2200-FIND-ROUTE
           MOVE WS-RT-HIT TO WS-FT-ROUTE(WS-FT-COUNT)
           IF HF-ACTUAL-DEP-DATE IS NUMERIC
               AND HF-ACTUAL-DEP-DATE > ZERO
               MOVE 'Y' TO WS-FT-DEPARTED(WS-FT-COUNT)
           END-IF

           IF FH-SEATS-CAPACITY IS NUMERIC
               AND FH-SEATS-CAPACITY > ZERO
               MOVE FH-SEATS-CAPACITY TO WS-CAPACITY
           ELSE
               IF FH-OLD-SEATS-CAPACITY IS NUMERIC
                   AND FH-OLD-SEATS-CAPACITY > ZERO
                   MOVE FH-OLD-SEATS-CAPACITY TO WS-CAPACITY
               ELSE
                   PERFORM 2400-MAP-CAPACITY
               END-IF
           END-IF
           MOVE WS-CAPACITY TO WS-FT-SEATS(WS-FT-COUNT).

      ******************************************************************
      *    ROTA DA PARTIDA, COM O PAIS DE CADA PONTA DO MESTRE AIRPORT
      *    (FORA DO MESTRE O PAIS FICA '???' E A ROTA E CONTADA)
      ******************************************************************
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
           MOVE HF-ORIGIN      TO WS-KEY-AIRPORT
           PERFORM 2300-AIRPORT-COUNTRY
           MOVE WS-KEY-COUNTRY TO WS-RT-ORIGIN-CTRY(WS-RT-HIT)
           MOVE HF-DESTINATION TO WS-KEY-AIRPORT
           PERFORM 2300-AIRPORT-COUNTRY
           MOVE WS-KEY-COUNTRY TO WS-RT-DEST-CTRY(WS-RT-HIT).

       2300-AIRPORT-COUNTRY.
           MOVE WS-KEY-AIRPORT TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   MOVE '???' TO WS-KEY-COUNTRY
                   ADD 1 TO WS-CT-NO-AIRPORT
                   DISPLAY "AEROPORTO " WS-KEY-AIRPORT " FORA DO "
                           "MESTRE - PAIS DESCONHECIDO NA DECLARACAO"
               NOT INVALID KEY
                   MOVE AR-COUNTRY-CODE TO WS-KEY-COUNTRY
           END-READ.

      ******************************************************************
      *    LUGARES DO MAPA DO TIPO DE AVIAO DO VOO ARQUIVADO
      ******************************************************************
       2400-MAP-CAPACITY.
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
      *    PASSAGEIROS EMBARCADOS NAS PARTIDAS DO MES: TIPO, TRANSITO
      *    E NACIONALIDADE DE CADA UM. O PESSOAL EMBARCADO E TRANSPORTE
      *    COMO OS OUTROS E ENTRA NAS CONTAS (A PARTE NO CONTROLO)
      ******************************************************************
       3000-COUNT-PASSENGERS.
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
               OR NOT B-HP-BOARDED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-BOARDED
           MOVE HP-FLIGHT-NUMBER TO WS-KEY-FLIGHT
           MOVE HP-FLIGHT-DATE   TO WS-KEY-DATE
           PERFORM 3200-FIND-FLIGHT
           IF WS-FT-HIT = ZERO
               ADD 1 TO WS-CT-NO-FLIGHT
               DISPLAY "EMBARCADO SEM O VOO NO ARQUIVO: "
                       HP-FLIGHT-NUMBER " " HP-FLIGHT-DATE
                       " BILHETE " HP-TICKET
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-PARTNER(WS-FT-HIT) = 'Y'
               ADD 1 TO WS-CT-PARTNER-PAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-PAX(WS-FT-HIT)

      *    BEBE AO COLO OU COM MENOS DE 2 ANOS, CRIANCA ATE AOS 11,
      *    COMO NOS ESCALOES DA TARIFA
           EVALUATE TRUE
               WHEN B-HP-INFANT
                   SET B-PAX-INFANT TO TRUE
               WHEN HP-AGE IS NOT NUMERIC
                   SET B-PAX-ADULT TO TRUE
               WHEN HP-AGE < 2
                   SET B-PAX-INFANT TO TRUE
               WHEN HP-AGE < 12
                   SET B-PAX-CHILD TO TRUE
               WHEN OTHER
                   SET B-PAX-ADULT TO TRUE
           END-EVALUATE
           IF HP-JOURNEY-REF NOT = SPACES
               MOVE 'Y' TO WS-PAX-TRANSFER
           ELSE
               MOVE 'N' TO WS-PAX-TRANSFER
           END-IF

           ADD 1 TO WS-GT-PAX
           EVALUATE TRUE
               WHEN B-PAX-INFANT
                   ADD 1 TO WS-GT-INFANTS
               WHEN B-PAX-CHILD
                   ADD 1 TO WS-GT-CHILDREN
               WHEN OTHER
                   ADD 1 TO WS-GT-ADULTS
           END-EVALUATE
           IF B-PAX-TRANSFER
               ADD 1 TO WS-GT-TRANSFER
           ELSE
               ADD 1 TO WS-GT-LOCAL
           END-IF
           IF B-HP-STAFF
               ADD 1 TO WS-GT-STAFF
           END-IF

           MOVE WS-FT-ROUTE(WS-FT-HIT) TO WS-RT-HIT
           IF WS-RT-HIT > ZERO
               PERFORM 3300-ADD-TO-ROUTE
           END-IF
           IF HP-NATIONALITY = SPACES
               MOVE WS-UNKNOWN-NATIONALITY TO WS-KEY-NATIONALITY
           ELSE
               MOVE HP-NATIONALITY TO WS-KEY-NATIONALITY
           END-IF
           PERFORM 3400-FIND-NATIONALITY
           IF WS-NT-HIT > ZERO
               PERFORM 3500-ADD-TO-NATIONALITY
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

       3300-ADD-TO-ROUTE.
           ADD 1 TO WS-RT-PAX(WS-RT-HIT)
           EVALUATE TRUE
               WHEN B-PAX-INFANT
                   ADD 1 TO WS-RT-INFANTS(WS-RT-HIT)
               WHEN B-PAX-CHILD
                   ADD 1 TO WS-RT-CHILDREN(WS-RT-HIT)
               WHEN OTHER
                   ADD 1 TO WS-RT-ADULTS(WS-RT-HIT)
           END-EVALUATE
           IF B-PAX-TRANSFER
               ADD 1 TO WS-RT-TRANSFER(WS-RT-HIT)
           ELSE
               ADD 1 TO WS-RT-LOCAL(WS-RT-HIT)
           END-IF.

       3400-FIND-NATIONALITY.
           MOVE ZERO TO WS-NT-HIT
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT OR WS-NT-HIT > ZERO
               IF WS-NT-NATIONALITY(WS-NT-IDX) = WS-KEY-NATIONALITY
                   MOVE WS-NT-IDX TO WS-NT-HIT
               END-IF
           END-PERFORM
           IF WS-NT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-NT-COUNT >= 300
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-NT-COUNT
           MOVE WS-NT-COUNT TO WS-NT-HIT
           INITIALIZE WS-NT-ENTRY(WS-NT-HIT)
           MOVE WS-KEY-NATIONALITY TO WS-NT-NATIONALITY(WS-NT-HIT).

       3500-ADD-TO-NATIONALITY.
           ADD 1 TO WS-NT-PAX(WS-NT-HIT)
           EVALUATE TRUE
               WHEN B-PAX-INFANT
                   ADD 1 TO WS-NT-INFANTS(WS-NT-HIT)
               WHEN B-PAX-CHILD
                   ADD 1 TO WS-NT-CHILDREN(WS-NT-HIT)
               WHEN OTHER
                   ADD 1 TO WS-NT-ADULTS(WS-NT-HIT)
           END-EVALUATE
           IF B-PAX-TRANSFER
               ADD 1 TO WS-NT-TRANSFER(WS-NT-HIT)
           ELSE
               ADD 1 TO WS-NT-LOCAL(WS-NT-HIT)
           END-IF.

      ******************************************************************
      *    VOOS OPERADOS E LUGARES OFERECIDOS POR ROTA: SO AS PARTIDAS
      *    PROPRIAS QUE PARTIRAM OU TIVERAM EMBARQUE
      ******************************************************************
       4000-TALLY-ONE-FLIGHT.
           IF WS-FT-PARTNER(WS-FT-IDX) = 'Y'
               OR WS-FT-ROUTE(WS-FT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-DEPARTED(WS-FT-IDX) NOT = 'Y'
               AND WS-FT-PAX(WS-FT-IDX) = ZERO
               ADD 1 TO WS-CT-NOT-OPERATED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-ROUTE(WS-FT-IDX) TO WS-RT-HIT
           ADD 1 TO WS-RT-FLIGHTS(WS-RT-HIT)
           ADD WS-FT-SEATS(WS-FT-IDX) TO WS-RT-SEATS(WS-RT-HIT)
           ADD 1 TO WS-GT-FLIGHTS
           ADD WS-FT-SEATS(WS-FT-IDX) TO WS-GT-SEATS
           IF WS-FT-SEATS(WS-FT-IDX) = ZERO
               ADD 1 TO WS-CT-NO-CAPACITY
           END-IF.

      ******************************************************************
      *    PARES DE PAISES (ORIGEM/DESTINO) A PARTIR DAS ROTAS
      ******************************************************************
       4500-ADD-COUNTRY-PAIR.
           MOVE ZERO TO WS-CY-HIT
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT OR WS-CY-HIT > ZERO
               IF WS-CY-ORIGIN-CTRY(WS-CY-IDX) =
                   WS-RT-ORIGIN-CTRY(WS-RT-IDX)
                   AND WS-CY-DEST-CTRY(WS-CY-IDX) =
                   WS-RT-DEST-CTRY(WS-RT-IDX)
                   MOVE WS-CY-IDX TO WS-CY-HIT
               END-IF
           END-PERFORM
           IF WS-CY-HIT = ZERO
               IF WS-CY-COUNT >= 200
                   MOVE 'Y' TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CY-COUNT
               MOVE WS-CY-COUNT TO WS-CY-HIT
               INITIALIZE WS-CY-ENTRY(WS-CY-HIT)
               MOVE WS-RT-ORIGIN-CTRY(WS-RT-IDX)
                   TO WS-CY-ORIGIN-CTRY(WS-CY-HIT)
               MOVE WS-RT-DEST-CTRY(WS-RT-IDX)
                   TO WS-CY-DEST-CTRY(WS-CY-HIT)
           END-IF
           ADD WS-RT-FLIGHTS(WS-RT-IDX)  TO WS-CY-FLIGHTS(WS-CY-HIT)
           ADD WS-RT-SEATS(WS-RT-IDX)    TO WS-CY-SEATS(WS-CY-HIT)
           ADD WS-RT-PAX(WS-RT-IDX)      TO WS-CY-PAX(WS-CY-HIT)
           ADD WS-RT-ADULTS(WS-RT-IDX)   TO WS-CY-ADULTS(WS-CY-HIT)
           ADD WS-RT-CHILDREN(WS-RT-IDX) TO WS-CY-CHILDREN(WS-CY-HIT)
           ADD WS-RT-INFANTS(WS-RT-IDX)  TO WS-CY-INFANTS(WS-CY-HIT)
           ADD WS-RT-TRANSFER(WS-RT-IDX) TO WS-CY-TRANSFER(WS-CY-HIT)
           ADD WS-RT-LOCAL(WS-RT-IDX)    TO WS-CY-LOCAL(WS-CY-HIT).

      ******************************************************************
      *    ORDENAR AS TRES TABELAS PELA CHAVE, PARA AS DECLARACOES
      *    SAIREM SEMPRE PELA MESMA ORDEM
      ******************************************************************
       4800-SORT-TABLES.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX >= WS-RT-COUNT
               PERFORM VARYING WS-RT-IDX2 FROM WS-RT-IDX BY 1
                   UNTIL WS-RT-IDX2 > WS-RT-COUNT
                   IF WS-RT-KEY(WS-RT-IDX2) < WS-RT-KEY(WS-RT-IDX)
                       MOVE WS-RT-ENTRY(WS-RT-IDX) TO WS-RT-SWAP
                       MOVE WS-RT-ENTRY(WS-RT-IDX2) TO
                           WS-RT-ENTRY(WS-RT-IDX)
                       MOVE WS-RT-SWAP TO WS-RT-ENTRY(WS-RT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX >= WS-CY-COUNT
               PERFORM VARYING WS-CY-IDX2 FROM WS-CY-IDX BY 1
                   UNTIL WS-CY-IDX2 > WS-CY-COUNT
                   IF WS-CY-KEY(WS-CY-IDX2) < WS-CY-KEY(WS-CY-IDX)
                       MOVE WS-CY-ENTRY(WS-CY-IDX) TO WS-CY-SWAP
                       MOVE WS-CY-ENTRY(WS-CY-IDX2) TO
                           WS-CY-ENTRY(WS-CY-IDX)
                       MOVE WS-CY-SWAP TO WS-CY-ENTRY(WS-CY-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX >= WS-NT-COUNT
               PERFORM VARYING WS-NT-IDX2 FROM WS-NT-IDX BY 1
                   UNTIL WS-NT-IDX2 > WS-NT-COUNT
                   IF WS-NT-NATIONALITY(WS-NT-IDX2) <
                       WS-NT-NATIONALITY(WS-NT-IDX)
                       MOVE WS-NT-ENTRY(WS-NT-IDX) TO WS-NT-SWAP
                       MOVE WS-NT-ENTRY(WS-NT-IDX2) TO
                           WS-NT-ENTRY(WS-NT-IDX)
                       MOVE WS-NT-SWAP TO WS-NT-ENTRY(WS-NT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      *    CONTROLO: OS TOTAIS CONTADOS PASSAGEIRO A PASSAGEIRO TEM DE
      *    BATER COM OS EMBARCADOS DO ARQUIVO (MENOS OS POSTOS DE FORA)
      *    E COM A SOMA DE CADA BLOCO DAS DECLARACOES
      ******************************************************************
       5000-CHECK-CONTROL-TOTALS.
           INITIALIZE WS-CROSS-TOTALS
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               ADD WS-RT-FLIGHTS(WS-RT-IDX) TO WS-XR-FLIGHTS
               ADD WS-RT-SEATS(WS-RT-IDX)   TO WS-XR-SEATS
               ADD WS-RT-PAX(WS-RT-IDX)     TO WS-XR-PAX
           END-PERFORM
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT
               ADD WS-CY-FLIGHTS(WS-CY-IDX) TO WS-XC-FLIGHTS
               ADD WS-CY-SEATS(WS-CY-IDX)   TO WS-XC-SEATS
               ADD WS-CY-PAX(WS-CY-IDX)     TO WS-XC-PAX
           END-PERFORM
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT
               ADD WS-NT-PAX(WS-NT-IDX) TO WS-XN-PAX
           END-PERFORM
           COMPUTE WS-XT-PAX =
               WS-GT-ADULTS + WS-GT-CHILDREN + WS-GT-INFANTS
           COMPUTE WS-XL-PAX = WS-GT-TRANSFER + WS-GT-LOCAL
           COMPUTE WS-XB-PAX =
               WS-CT-BOARDED - WS-CT-PARTNER-PAX - WS-CT-NO-FLIGHT

           IF WS-XB-PAX NOT = WS-GT-PAX
               OR WS-XR-PAX NOT = WS-GT-PAX
               OR WS-XC-PAX NOT = WS-GT-PAX
               OR WS-XN-PAX NOT = WS-GT-PAX
               OR WS-XT-PAX NOT = WS-GT-PAX
               OR WS-XL-PAX NOT = WS-GT-PAX
               OR WS-XR-FLIGHTS NOT = WS-GT-FLIGHTS
               OR WS-XC-FLIGHTS NOT = WS-GT-FLIGHTS
               OR WS-XR-SEATS NOT = WS-GT-SEATS
               OR WS-XC-SEATS NOT = WS-GT-SEATS
               MOVE 'N' TO WS-CONTROL-OK
           END-IF.

      ******************************************************************
      *    DECLARACAO DA AUTORIDADE DA AVIACAO CIVIL: ROTAS E PARES DE
      *    PAISES
      ******************************************************************
       6000-WRITE-AVIATION-RETURN.
           MOVE SPACES TO WS-RETURN-PATH
           STRING 'PASSAGEM/FILE/stats-aviation-' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-RETURN-PATH
           OPEN OUTPUT STATISTICS-RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR " WS-RETURN-PATH " ("
                       WS-RETURN-STATUS ")"
               MOVE 'N' TO WS-CONTROL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'AAC' TO WS-KEY-RETURN-ID
           MOVE ZERO TO WS-DETAIL-LINES
           PERFORM 6100-WRITE-RETURN-HEADER
           PERFORM 6200-WRITE-ROUTE-LINE
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
           PERFORM 6300-WRITE-COUNTRY-LINE
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT
           PERFORM 6900-WRITE-RETURN-TOTAL
           CLOSE STATISTICS-RETURN-FILE
           MOVE WS-DETAIL-LINES TO WS-AVIATION-LINES.

       6100-WRITE-RETURN-HEADER.
           MOVE SPACES TO STATISTICS-RETURN-RECORD
           SET B-SR-HEADER TO TRUE
           MOVE WS-KEY-RETURN-ID TO SR-H-RETURN-ID
           MOVE SP-OWN-CARRIER   TO SR-H-OWN-CARRIER
           MOVE WS-REPORT-MONTH  TO SR-H-MONTH
           MOVE WS-TODAY(1:8)    TO SR-H-RUN-DATE
           WRITE STATISTICS-RETURN-RECORD.

      *    SO AS ROTAS COM VOOS OPERADOS NO MES
       6200-WRITE-ROUTE-LINE.
           IF WS-RT-FLIGHTS(WS-RT-IDX) = ZERO
               AND WS-RT-PAX(WS-RT-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATISTICS-RETURN-RECORD
           SET B-SR-ROUTE TO TRUE
           MOVE WS-RT-ORIGIN(WS-RT-IDX)      TO SR-R-ORIGIN
           MOVE WS-RT-DEST(WS-RT-IDX)        TO SR-R-DESTINATION
           MOVE WS-RT-ORIGIN-CTRY(WS-RT-IDX) TO SR-R-ORIGIN-CTRY
           MOVE WS-RT-DEST-CTRY(WS-RT-IDX)   TO SR-R-DEST-CTRY
           MOVE WS-RT-FLIGHTS(WS-RT-IDX)     TO SR-R-FLIGHTS
           MOVE WS-RT-SEATS(WS-RT-IDX)       TO SR-R-SEATS
           MOVE WS-RT-PAX(WS-RT-IDX)         TO SR-R-PASSENGERS
           MOVE WS-RT-ADULTS(WS-RT-IDX)      TO SR-R-ADULTS
           MOVE WS-RT-CHILDREN(WS-RT-IDX)    TO SR-R-CHILDREN
           MOVE WS-RT-INFANTS(WS-RT-IDX)     TO SR-R-INFANTS
           MOVE WS-RT-TRANSFER(WS-RT-IDX)    TO SR-R-TRANSFER
           MOVE WS-RT-LOCAL(WS-RT-IDX)       TO SR-R-POINT-TO-POINT
           WRITE STATISTICS-RETURN-RECORD
           ADD 1 TO WS-DETAIL-LINES.

       6300-WRITE-COUNTRY-LINE.
           IF WS-CY-FLIGHTS(WS-CY-IDX) = ZERO
               AND WS-CY-PAX(WS-CY-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATISTICS-RETURN-RECORD
           SET B-SR-COUNTRY TO TRUE
           MOVE WS-CY-ORIGIN-CTRY(WS-CY-IDX) TO SR-C-ORIGIN-CTRY
           MOVE WS-CY-DEST-CTRY(WS-CY-IDX)   TO SR-C-DEST-CTRY
           MOVE WS-CY-FLIGHTS(WS-CY-IDX)     TO SR-C-FLIGHTS
           MOVE WS-CY-SEATS(WS-CY-IDX)       TO SR-C-SEATS
           MOVE WS-CY-PAX(WS-CY-IDX)         TO SR-C-PASSENGERS
           MOVE WS-CY-ADULTS(WS-CY-IDX)      TO SR-C-ADULTS
           MOVE WS-CY-CHILDREN(WS-CY-IDX)    TO SR-C-CHILDREN
           MOVE WS-CY-INFANTS(WS-CY-IDX)     TO SR-C-INFANTS
           MOVE WS-CY-TRANSFER(WS-CY-IDX)    TO SR-C-TRANSFER
           MOVE WS-CY-LOCAL(WS-CY-IDX)       TO SR-C-POINT-TO-POINT
           WRITE STATISTICS-RETURN-RECORD
           ADD 1 TO WS-DETAIL-LINES.

       6400-WRITE-NATIONALITY-LINE.
           MOVE SPACES TO STATISTICS-RETURN-RECORD
           SET B-SR-NATIONALITY TO TRUE
           MOVE WS-NT-NATIONALITY(WS-NT-IDX) TO SR-N-NATIONALITY
           MOVE WS-NT-PAX(WS-NT-IDX)         TO SR-N-PASSENGERS
           MOVE WS-NT-ADULTS(WS-NT-IDX)      TO SR-N-ADULTS
           MOVE WS-NT-CHILDREN(WS-NT-IDX)    TO SR-N-CHILDREN
           MOVE WS-NT-INFANTS(WS-NT-IDX)     TO SR-N-INFANTS
           MOVE WS-NT-TRANSFER(WS-NT-IDX)    TO SR-N-TRANSFER
           MOVE WS-NT-LOCAL(WS-NT-IDX)       TO SR-N-POINT-TO-POINT
           WRITE STATISTICS-RETURN-RECORD
           ADD 1 TO WS-DETAIL-LINES.

       6900-WRITE-RETURN-TOTAL.
           MOVE SPACES TO STATISTICS-RETURN-RECORD
           SET B-SR-TOTAL TO TRUE
           MOVE WS-DETAIL-LINES TO SR-T-DETAIL-LINES
           MOVE WS-GT-FLIGHTS   TO SR-T-FLIGHTS
           MOVE WS-GT-SEATS     TO SR-T-SEATS
           MOVE WS-GT-PAX       TO SR-T-PASSENGERS
           MOVE WS-GT-ADULTS    TO SR-T-ADULTS
           MOVE WS-GT-CHILDREN  TO SR-T-CHILDREN
           MOVE WS-GT-INFANTS   TO SR-T-INFANTS
           MOVE WS-GT-TRANSFER  TO SR-T-TRANSFER
           MOVE WS-GT-LOCAL     TO SR-T-POINT-TO-POINT
           WRITE STATISTICS-RETURN-RECORD.

      ******************************************************************
      *    DECLARACAO DO INSTITUTO DE ESTATISTICA: PARES DE PAISES E
      *    NACIONALIDADES
      ******************************************************************
       6500-WRITE-TOURISM-RETURN.
           MOVE SPACES TO WS-RETURN-PATH
           STRING 'PASSAGEM/FILE/stats-tourism-' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-RETURN-PATH
           OPEN OUTPUT STATISTICS-RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR " WS-RETURN-PATH " ("
                       WS-RETURN-STATUS ")"
               MOVE 'N' TO WS-CONTROL-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'INE' TO WS-KEY-RETURN-ID
           MOVE ZERO TO WS-DETAIL-LINES
           PERFORM 6100-WRITE-RETURN-HEADER
           PERFORM 6300-WRITE-COUNTRY-LINE
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-COUNT
           PERFORM 6400-WRITE-NATIONALITY-LINE
               VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT
           PERFORM 6900-WRITE-RETURN-TOTAL
           CLOSE STATISTICS-RETURN-FILE
           MOVE WS-DETAIL-LINES TO WS-TOURISM-LINES.

      ******************************************************************
      *    PAGINA DE CONTROLO
      ******************************************************************
       8000-WRITE-REPORT-HEADER.
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '===== DECLARACAO ESTATISTICA DE PASSAGEIROS - '
                  DELIMITED BY SIZE
                  'PAGINA DE CONTROLO DO MES ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (EMITIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           IF B-TABLE-FULL
               MOVE '*** TABELAS CHEIAS (VOOS, ROTAS, PAISES OU'
                   TO STATISTICS-REPORT-RECORD
               MOVE ' NACIONALIDADES) - DECLARACAO INCOMPLETA ***'
                   TO STATISTICS-REPORT-RECORD(43:44)
               WRITE STATISTICS-REPORT-RECORD
           END-IF
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD.

       8100-WRITE-CONTROL-COUNTS.
           MOVE WS-CT-BOARDED TO WS-DISP-COUNT
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING 'EMBARCADOS NO ARQUIVO DO MES ................ '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-CT-PARTNER-PAX     TO WS-DISP-COUNT
           MOVE WS-CT-PARTNER-FLIGHTS TO WS-DISP-COUNT2
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '  DE FORA: VOOS OPERADOS POR PARCEIRAS ...... '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  (' DELIMITED BY SIZE
                  WS-DISP-COUNT2 DELIMITED BY SIZE
                  ' VOOS)' DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-CT-NO-FLIGHT TO WS-DISP-COUNT
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '  DE FORA: VOO FORA DO ARQUIVO DE VOOS ...... '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-GT-PAX TO WS-DISP-COUNT
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING 'PASSAGEIROS DECLARADOS ...................... '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-GT-ADULTS   TO WS-DISP-COUNT
           MOVE WS-GT-CHILDREN TO WS-DISP-COUNT2
           MOVE WS-GT-INFANTS  TO WS-DISP-COUNT3
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '  ADULTOS / CRIANCAS / BEBES ................ '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' /' DELIMITED BY SIZE
                  WS-DISP-COUNT2 DELIMITED BY SIZE
                  ' /' DELIMITED BY SIZE
                  WS-DISP-COUNT3 DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-GT-TRANSFER TO WS-DISP-COUNT
           MOVE WS-GT-LOCAL    TO WS-DISP-COUNT2
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '  EM TRANSITO / PONTO A PONTO ............... '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' /' DELIMITED BY SIZE
                  WS-DISP-COUNT2 DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-GT-STAFF TO WS-DISP-COUNT
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '  DOS QUAIS PESSOAL DA COMPANHIA ............ '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-GT-FLIGHTS TO WS-DISP-COUNT
           MOVE WS-GT-SEATS   TO WS-DISP-COUNT2
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING 'VOOS OPERADOS / LUGARES OFERECIDOS .......... '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' /' DELIMITED BY SIZE
                  WS-DISP-COUNT2 DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-CT-NOT-OPERATED TO WS-DISP-COUNT
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING '  VOOS SEM PARTIDA NEM EMBARQUE (NAO CONTAM)  '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           IF WS-CT-NO-CAPACITY > ZERO
               MOVE WS-CT-NO-CAPACITY TO WS-DISP-COUNT
               MOVE SPACES TO STATISTICS-REPORT-RECORD
               STRING '  VOOS SEM CAPACIDADE CONHECIDA (0 LUGARES) . '
                      DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO STATISTICS-REPORT-RECORD
               WRITE STATISTICS-REPORT-RECORD
           END-IF
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD.

      ******************************************************************
      *    CONFERENCIA: CADA BLOCO DAS DECLARACOES CONTRA OS TOTAIS
      ******************************************************************
       8200-WRITE-CROSS-CHECK.
           MOVE 'CONFERENCIA                         PASSAG.'
               TO STATISTICS-REPORT-RECORD
           MOVE '  VOOS   LUGARES  SITUACAO'
               TO STATISTICS-REPORT-RECORD(46:26)
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'TOTAL DO MES' TO WS-CL-LABEL
           MOVE WS-GT-PAX      TO WS-CL-PAX
           MOVE WS-GT-FLIGHTS  TO WS-CL-FLIGHTS
           MOVE WS-GT-SEATS    TO WS-CL-SEATS
           MOVE SPACES         TO WS-CL-STATUS
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'EMBARCADOS MENOS OS DE FORA' TO WS-CL-LABEL
           MOVE WS-XB-PAX      TO WS-CL-PAX
           MOVE SPACES         TO WS-CL-FLIGHTS-X
           MOVE SPACES         TO WS-CL-SEATS-X
           IF WS-XB-PAX = WS-GT-PAX
               MOVE 'OK' TO WS-CL-STATUS
           ELSE
               MOVE 'NAO CONFERE' TO WS-CL-STATUS
           END-IF
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'SOMA DAS ROTAS' TO WS-CL-LABEL
           MOVE WS-XR-PAX      TO WS-CL-PAX
           MOVE WS-XR-FLIGHTS  TO WS-CL-FLIGHTS
           MOVE WS-XR-SEATS    TO WS-CL-SEATS
           IF WS-XR-PAX = WS-GT-PAX
               AND WS-XR-FLIGHTS = WS-GT-FLIGHTS
               AND WS-XR-SEATS = WS-GT-SEATS
               MOVE 'OK' TO WS-CL-STATUS
           ELSE
               MOVE 'NAO CONFERE' TO WS-CL-STATUS
           END-IF
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'SOMA DOS PARES DE PAISES' TO WS-CL-LABEL
           MOVE WS-XC-PAX      TO WS-CL-PAX
           MOVE WS-XC-FLIGHTS  TO WS-CL-FLIGHTS
           MOVE WS-XC-SEATS    TO WS-CL-SEATS
           IF WS-XC-PAX = WS-GT-PAX
               AND WS-XC-FLIGHTS = WS-GT-FLIGHTS
               AND WS-XC-SEATS = WS-GT-SEATS
               MOVE 'OK' TO WS-CL-STATUS
           ELSE
               MOVE 'NAO CONFERE' TO WS-CL-STATUS
           END-IF
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'SOMA DAS NACIONALIDADES' TO WS-CL-LABEL
           MOVE WS-XN-PAX      TO WS-CL-PAX
           MOVE SPACES         TO WS-CL-FLIGHTS-X
           MOVE SPACES         TO WS-CL-SEATS-X
           IF WS-XN-PAX = WS-GT-PAX
               MOVE 'OK' TO WS-CL-STATUS
           ELSE
               MOVE 'NAO CONFERE' TO WS-CL-STATUS
           END-IF
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'ADULTOS + CRIANCAS + BEBES' TO WS-CL-LABEL
           MOVE WS-XT-PAX      TO WS-CL-PAX
           IF WS-XT-PAX = WS-GT-PAX
               MOVE 'OK' TO WS-CL-STATUS
           ELSE
               MOVE 'NAO CONFERE' TO WS-CL-STATUS
           END-IF
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD

           MOVE 'EM TRANSITO + PONTO A PONTO' TO WS-CL-LABEL
           MOVE WS-XL-PAX      TO WS-CL-PAX
           IF WS-XL-PAX = WS-GT-PAX
               MOVE 'OK' TO WS-CL-STATUS
           ELSE
               MOVE 'NAO CONFERE' TO WS-CL-STATUS
           END-IF
           MOVE WS-CONTROL-LINE TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD.

       8900-WRITE-REPORT-FOOTER.
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           IF B-CONTROL-OK AND NOT B-TABLE-FULL
               MOVE 'CONTROLO CONFERE - DECLARACOES PRONTAS A ENVIAR'
                   TO STATISTICS-REPORT-RECORD
           ELSE
               MOVE '*** CONTROLO NAO CONFERE - NAO ENVIAR ***'
                   TO STATISTICS-REPORT-RECORD
           END-IF
           WRITE STATISTICS-REPORT-RECORD
           IF WS-CT-NO-AIRPORT > ZERO
               MOVE WS-CT-NO-AIRPORT TO WS-DISP-COUNT
               MOVE SPACES TO STATISTICS-REPORT-RECORD
               STRING 'AEROPORTOS FORA DO MESTRE (PAIS ???): '
                      DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO STATISTICS-REPORT-RECORD
               WRITE STATISTICS-REPORT-RECORD
           END-IF
           MOVE WS-AVIATION-LINES TO WS-DISP-LINES
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING 'AVIACAO CIVIL: stats-aviation-' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt - ' DELIMITED BY SIZE
                  WS-DISP-LINES DELIMITED BY SIZE
                  ' LINHA(S) DE DETALHE' DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD
           MOVE WS-TOURISM-LINES TO WS-DISP-LINES
           MOVE SPACES TO STATISTICS-REPORT-RECORD
           STRING 'ESTATISTICA:   stats-tourism-' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  '.txt - ' DELIMITED BY SIZE
                  WS-DISP-LINES DELIMITED BY SIZE
                  ' LINHA(S) DE DETALHE' DELIMITED BY SIZE
                  INTO STATISTICS-REPORT-RECORD
           WRITE STATISTICS-REPORT-RECORD.
