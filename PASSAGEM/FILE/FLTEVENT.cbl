      *      REGERA OS CARTOES DE EMBARQUE DOS PASSAGEIROS AFETADOS
      *      (event-reissue-passes.txt); ATRASOS A PARTIR DO LIMIAR
      *      PAGAM A COMPENSACAO DO ESCALAO DE DISTANCIA DA ROTA
      *      (MESTRE ROUTDIST), COMO OS CANCELAMENTOS. NOS PERCURSOS
      *      COM ESCALAS (ITINRY) AS PERNAS SEGUINTES SAO COMPARADAS
      *      COM A NOVA CHEGADA MAIS O TEMPO MINIMO DE LIGACAO: QUEM
      *      PERDE A LIGACAO SAI NA LISTA DO BALCAO DE TRANSFERENCIAS
      *      (misconnect-list.txt) E A PERNA SEGUINTE PASSA PARA O
      *      PROXIMO VOO COM LUGAR PARA O MESMO DESTINO, COM AS
      *      ETIQUETAS DAS MALAS DESPACHADAS
      *    - CXL <VOO>: LIBERTA INVENTARIO, LUGARES, GRUPO E ETIQUETAS
      *      DE CADA PASSAGEIRO (COMO NO CANCELAMENTO DO LOTE),
      *      REMARCA-OS NO PROXIMO VOO COM O MESMO DESTINO E LUGAR
      *      LISTA DE ESPERA O EXCESSO QUANDO A CABINE E MAIS
      *      PEQUENA) E REEMITE OS CARTOES COM A MARCA DE TROCA DE
      *      AVIAO, COMO O FLUXO DO DELAY
      *    A COMPENSACAO SAI EM VOUCHER DE VIAGEM (MOTIVO 'C') EM VEZ
      *    DE DINHEIRO QUANDO O PASSAGEIRO O ESCOLHEU (VER COMPCHOI);
      *    A COMPENSACAO EM DINHEIRO SEGUE PARA A FILA DE PAGAMENTOS
      *    POR TRANSFERENCIA (VER PAYREQ)
      *    ASSISTENCIA: NO CANCELAMENTO E NO ATRASO LONGO CADA
      *    PASSAGEIRO RECEBE UM VOUCHER DE REFEICAO; QUEM SO VOA NUM
      *    DIA SEGUINTE (ATRASO PARA O DIA SEGUINTE, REMARCACAO NOUTRA
      *    DATA OU SEM VOO) FICA NUM HOTEL CONTRATADO DA ESTACAO DE
      *    PARTIDA (HOTELBLK), POR RESERVA: O GRUPO FICA JUNTO NO
      *    MESMO HOTEL SEMPRE QUE HA QUARTOS PARA TODOS. OS VOUCHERS
      *    NUMERADOS FICAM NO CAREVCH E NA LISTA DO BALCAO DE
      *    ASSISTENCIA (care-desk-list.txt)
      *    CADA EVENTO TRAZ NO FIM A DATA PROGRAMADA DA PARTIDA
      *    AFETADA (O VOO SO E UNICO COM A DATA - VER FLIGHTREC); EM
      *    BRANCO VALE A PROXIMA PARTIDA DO VOO A PARTIR DE HOJE
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/reaccommodation-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COMP-CHOICE-FILE ASSIGN TO
               "PASSAGEM/FILE/compensation-choices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITINERARY-FILE ASSIGN TO
               "PASSAGEM/FILE/itinerary.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-JOURNEY-LEG-KEY
               FILE STATUS IS WS-ITINERARY-STATUS.

           SELECT OPTIONAL MISCONNECT-LIST-FILE ASSIGN TO
               "PASSAGEM/FILE/misconnect-list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/voucher-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT OPTIONAL HOTEL-BLOCK-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-blocks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HOTEL-STATUS.

           SELECT OPTIONAL HOTEL-NIGHT-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-nights.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HN-KEY
               FILE STATUS IS WS-NIGHT-STATUS.

           SELECT OPTIONAL CARE-VOUCHER-FILE ASSIGN TO
               "PASSAGEM/FILE/care-vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-VOUCHER-NUMBER
               FILE STATUS IS WS-CARE-STATUS.

           SELECT OPTIONAL CARE-DESK-LIST-FILE ASSIGN TO
               "PASSAGEM/FILE/care-desk-list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           05 EV-NEW-TIME           PIC 9(4).
      *    SO PARA EVENTOS EQP: O TIPO DE AVIAO QUE PASSA A OPERAR
           05 EV-NEW-AIRCRAFT       PIC X(4).
      *    DATA PROGRAMADA DA PARTIDA AFETADA (AAAAMMDD)
           05 EV-FLIGHT-DATE        PIC X(8).

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.
       FD REACCOM-REPORT-FILE.
       01 REACCOM-REPORT-RECORD     PIC X(80).

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       FD COMP-CHOICE-FILE.
           COPY COMPCHOI.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       FD ITINERARY-FILE.
           COPY ITINRY.

       FD MISCONNECT-LIST-FILE.
       01 MISCONNECT-LIST-RECORD    PIC X(80).

       FD HOTEL-BLOCK-FILE.
           COPY HOTELBLK.

       FD HOTEL-NIGHT-FILE.
           COPY HOTLNGT.

       FD CARE-VOUCHER-FILE.
           COPY CAREVCH.

       FD CARE-DESK-LIST-FILE.
       01 CARE-DESK-LIST-RECORD     PIC X(80).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS       PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-VOUCHER-STATUS     PIC X(2).
       01 WS-ITINERARY-STATUS   PIC X(2).
       01 WS-HOTEL-STATUS       PIC X(2).
       01 WS-NIGHT-STATUS       PIC X(2).
       01 WS-CARE-STATUS        PIC X(2).
       01 WS-ITINERARY-OPEN     PIC X(1) VALUE 'N'.
           88 B-ITINERARY-OPEN  VALUE 'Y'.

       01 WS-EVENT-EOF          PIC X(1) VALUE 'N'.
           88 B-EVENT-EOF       VALUE 'Y'.
           05 WS-EVENT-DATE         PIC X(8).
           05 WS-NEXT-FLIGHT        PIC X(6).
           05 WS-NEXT-DATE          PIC X(8).
           05 WS-RESOLVE-EOF        PIC X(1).

      ******************************************************************
      *    TROCA DE AVIAO: CAMPOS DE TRABALHO DA RECONTAGEM DE
           05 WS-ROUTE-KM           PIC 9(5).
           05 WS-OLD-DEP-DATE       PIC X(8).
           05 WS-OLD-DEP-TIME       PIC 9(4).
           05 WS-NEW-DEP-DATE       PIC X(8).
           05 WS-DELAY-MINUTES      PIC S9(7).
           05 WS-TIME-HH            PIC 9(2).
           05 WS-TIME-MM            PIC 9(2).
           05 WS-DISP-COMP          PIC Z(3)9,99.
           05 WS-DISP-COMP-COUNT    PIC Z(3)9.

      ******************************************************************
      *    ESCOLHAS DE VOUCHER DO BALCAO DE RECLAMACOES, CARREGADAS NO
      *    ARRANQUE, E EMISSAO DO VOUCHER DE COMPENSACAO: A SERIE
      *    SEGUINTE DO MOTIVO 'C' E PROCURADA NO MESTRE NA PRIMEIRA
      *    EMISSAO E AVANCA DEPOIS EM MEMORIA
      ******************************************************************
       01 WS-CHOICE-TABLE.
           05 WS-CH-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-CH-ENTRY OCCURS 500 TIMES.
               10 WS-CH-FLIGHT      PIC X(6).
               10 WS-CH-DATE        PIC X(8).
               10 WS-CH-TICKET      PIC 9(4).
               10 WS-CH-CHOICE      PIC X(1).
               10 WS-CH-PAYEE       PIC X(30).
               10 WS-CH-IBAN        PIC X(34).
           05 WS-CH-IDX             PIC 9(3).
           05 WS-CH-FOUND           PIC 9(3).
       01 WS-CHOICE-EOF         PIC X(1) VALUE 'N'.
           88 B-CHOICE-EOF      VALUE 'Y'.

       01 WS-COMP-VOUCHER.
           05 WS-CHOSE-VOUCHER      PIC X(1).
               88 B-CHOSE-VOUCHER   VALUE 'Y'.
           05 WS-VOUCHER-ISSUED     PIC X(1).
               88 B-VOUCHER-ISSUED  VALUE 'Y'.
           05 WS-VOUCHER-VALID-DAYS PIC 9(3) VALUE 365.
           05 WS-VOUCHER-NEXT       PIC 9(7) VALUE ZERO.
           05 WS-VOUCHER-TRIES      PIC 9(3).
           05 WS-VOUCHER-SCAN-END   PIC X(1).
               88 B-VOUCHER-SCAN-END VALUE 'Y'.
           05 WS-VOUCHER-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-DISP-VOUCHER-COUNT PIC Z(3)9.

       01 WS-EVENT-TOTALS.
           05 WS-MOVED-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-UNPLACED-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-DISP-UNPLACED      PIC Z(3)9.
           05 WS-DISP-REISSUED      PIC Z(3)9.

      ******************************************************************
      *    LIGACOES PERDIDAS NUM ATRASO: A CHEGADA E ESTIMADA PELA
      *    PARTIDA MAIS O TEMPO DE BLOCO (DISTANCIA DA ROTA A
      *    VELOCIDADE DE CRUZEIRO MAIS O TEMPO DE TAXI; SEM DISTANCIA
      *    CARREGADA VALE O BLOCO PADRAO). AS HORAS SAO CONTADAS EM
      *    MINUTOS ABSOLUTOS (DIA JULIANO * 1440 + HHMM) PARA AS
      *    LIGACOES QUE PASSAM A MEIA-NOITE
      ******************************************************************
       01 WS-MISCONNECT-WORK.
           05 WS-MCT-MINUTES        PIC 9(4) VALUE 60.
           05 WS-DEFAULT-BLOCK-MIN  PIC 9(4) VALUE 120.
           05 WS-CRUISE-KMH         PIC 9(4) VALUE 750.
           05 WS-TAXI-MINUTES       PIC 9(4) VALUE 30.
           05 WS-BLOCK-MINUTES      PIC 9(5).
           05 WS-NEW-DEP-TIME       PIC 9(4).
           05 WS-LEG-DEP-DATE       PIC X(8).
           05 WS-LEG-DEP-TIME       PIC 9(4).
           05 WS-LEG-DATE-NUM       PIC 9(8).
           05 WS-LEG-DEP-ABS        PIC 9(9).
           05 WS-ARRIVAL-ABS        PIC 9(9).
           05 WS-READY-ABS          PIC 9(9).
           05 WS-ONWARD-DEP-ABS     PIC 9(9).
           05 WS-BEST-ABS           PIC 9(9).
           05 WS-ABS-DAYS           PIC 9(7).
           05 WS-ABS-REST           PIC 9(4).
           05 WS-SHOW-DATE          PIC 9(8).
           05 WS-SHOW-TIME          PIC 9(4).
           05 WS-SHOW-HH            PIC 9(2).
           05 WS-SHOW-MM            PIC 9(2).
           05 WS-MC-JOURNEY-REF     PIC X(6).
           05 WS-MC-ORIGIN          PIC X(3).
           05 WS-MC-DEST            PIC X(3).
           05 WS-MC-CLASS           PIC X(1).
           05 WS-MC-FLIGHT          PIC X(6).
           05 WS-MC-DATE            PIC X(8).
           05 WS-MC-TIME            PIC 9(4).
           05 WS-MC-NEW-FLIGHT      PIC X(6).
           05 WS-MC-NEW-DATE        PIC X(8).
           05 WS-MC-NEW-TIME        PIC 9(4).
           05 WS-MC-HEADER          PIC X(1).
               88 B-MC-HEADER-DONE  VALUE 'Y'.
           05 WS-MC-CHAIN-END       PIC X(1).
               88 B-MC-CHAIN-END    VALUE 'Y'.
           05 WS-IT-EOF             PIC X(1).
               88 B-IT-EOF          VALUE 'Y'.
           05 WS-MC-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-MC-MOVED-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-MC-UNPLACED-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-DISP-MC            PIC Z(3)9.
           05 WS-DISP-MC-MOVED      PIC Z(3)9.
           05 WS-DISP-MC-UNPLACED   PIC Z(3)9.

      *    PERNAS DO PERCURSO DO PASSAGEIRO, PELA ORDEM DO ITINRY
       01 WS-LEG-TABLE.
           05 WS-LG-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-LG-ENTRY OCCURS 8 TIMES.
               10 WS-LG-SEQ         PIC 9(2).
               10 WS-LG-FLIGHT      PIC X(6).
               10 WS-LG-DATE        PIC X(8).
               10 WS-LG-TICKET      PIC 9(4).
           05 WS-LG-IDX             PIC 9(2).
           05 WS-LG-START           PIC 9(2).

      *    ETIQUETAS DA PERNA REMARCADA, RECOLHIDAS ANTES DE AS ANULAR
      *    E REGRAVAR NA CHAVE DO VOO NOVO
       01 WS-MOVED-BAG-TABLE.
           05 WS-MB-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-MB-IMAGE           PIC X(80) OCCURS 20 TIMES.
           05 WS-MB-IDX             PIC 9(2).

      ******************************************************************
      *    ASSISTENCIA AOS PASSAGEIROS RETIDOS: REFEICAO A PARTIR DE
      *    2 HORAS DE ATRASO (E SEMPRE NO CANCELAMENTO), HOTEL QUANDO
      *    O PASSAGEIRO SO PARTE NUM DIA SEGUINTE. A NOITE DO QUARTO E
      *    A DA DATA PROGRAMADA DA PARTIDA AFETADA. OS PASSAGEIROS
      *    SAO RECOLHIDOS DURANTE O EVENTO E A ASSISTENCIA E DADA NO
      *    FIM, POR RESERVA, DOIS LUGARES POR QUARTO (O BEBE AO COLO
      *    FICA NO QUARTO DO ADULTO). AS OPCOES POR CONFIRMAR E OS
      *    PASSAGEIROS SEM RECEITA (PESSOAL) NAO TEM ASSISTENCIA
      ******************************************************************
       01 WS-CARE-WORK.
           05 WS-CARE-MEAL-MIN      PIC 9(4) VALUE 120.
           05 WS-MEAL-AMOUNT        PIC 9(4)V99 VALUE 15,00.
           05 WS-PAX-PER-ROOM       PIC 9(1) VALUE 2.
           05 WS-CARE-MEAL-DUE      PIC X(1).
               88 B-CARE-MEAL-DUE   VALUE 'Y'.
           05 WS-CARE-HOTEL-DUE     PIC X(1).
               88 B-CARE-HOTEL-DUE  VALUE 'Y'.
           05 WS-CARE-STATION       PIC X(3).
           05 WS-CARE-NIGHT         PIC 9(8).
           05 WS-CARE-NEXT-MEAL     PIC 9(7) VALUE ZERO.
           05 WS-CARE-NEXT-HOTEL    PIC 9(7) VALUE ZERO.
           05 WS-CARE-TYPE          PIC X(1).
           05 WS-CARE-SERIAL        PIC 9(7).
           05 WS-CARE-TRIES         PIC 9(3).
           05 WS-CARE-WRITTEN       PIC X(1).
               88 B-CARE-WRITTEN    VALUE 'Y'.
           05 WS-CV-SCAN-END        PIC X(1).
               88 B-CV-SCAN-END     VALUE 'Y'.
           05 WS-HB-EOF             PIC X(1).
               88 B-HB-EOF          VALUE 'Y'.
           05 WS-GROUP-REF          PIC X(6).
           05 WS-GROUP-GUESTS       PIC 9(3).
           05 WS-GROUP-ROOMS        PIC 9(3).
           05 WS-GROUP-HOTEL        PIC 9(2).
           05 WS-ROOM-HOTEL         PIC 9(2).
           05 WS-ROOM-GUESTS        PIC 9(2).
           05 WS-ROOM-FIRST         PIC 9(3).
           05 WS-COUNT-INFANTS      PIC X(1).
               88 B-COUNT-INFANTS   VALUE 'Y'.
           05 WS-IN-GROUP           PIC X(1).
               88 B-IN-GROUP        VALUE 'Y'.
           05 WS-CARE-MEAL-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-CARE-ROOM-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-CARE-UNHOUSED      PIC 9(4) VALUE ZERO.
           05 WS-DISP-CARE-MEALS    PIC Z(3)9.
           05 WS-DISP-CARE-ROOMS    PIC Z(3)9.
           05 WS-DISP-CARE-UNHOUSED PIC Z(3)9.
           05 WS-DISP-CARE-AMOUNT   PIC Z(3)9,99.
           05 WS-XF-TEXT            PIC X(80).

      *    PASSAGEIROS COM DIREITO A ASSISTENCIA NO EVENTO EM CURSO
       01 WS-CARE-TABLE.
           05 WS-CR-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-CR-ENTRY OCCURS 500 TIMES.
               10 WS-CR-TICKET      PIC 9(4).
               10 WS-CR-NAME        PIC X(14).
               10 WS-CR-BOOKING-REF PIC X(6).
               10 WS-CR-INFANT      PIC X(1).
               10 WS-CR-HOTEL       PIC X(1).
               10 WS-CR-DONE        PIC X(1).
           05 WS-CR-IDX             PIC 9(3).
           05 WS-CR-MEMBER          PIC 9(3).

      *    HOTEIS DA ESTACAO EM CONTRATO NA NOITE, PELA ORDEM DE
      *    PREFERENCIA, COM OS QUARTOS DO BLOCO AINDA LIVRES
       01 WS-HOTEL-TABLE.
           05 WS-HT-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-HT-ENTRY OCCURS 20 TIMES.
               10 WS-HT-CODE        PIC X(6).
               10 WS-HT-NAME        PIC X(30).
               10 WS-HT-RATE        PIC 9(4)V99.
               10 WS-HT-FREE        PIC 9(3).
           05 WS-HT-IDX             PIC 9(2).

       01 WS-REBOOKED-RECORD        PIC X(400).

       01 WS-RETURN-CODE            PIC 9(4) VALUE ZERO.

               STOP RUN
           END-IF

           PERFORM 7300-LOAD-COMP-CHOICES

           OPEN I-O FLIGHT-MASTER-FILE
                I-O PASSENGER-MASTER-FILE
                I-O SEAT-INVENTORY-FILE
                EXTEND COMP-LIST-FILE
                EXTEND REISSUE-PASS-FILE
                EXTEND REACCOM-REPORT-FILE
                I-O VOUCHER-MASTER-FILE
                EXTEND PAYOUT-REQUEST-FILE
                EXTEND MISCONNECT-LIST-FILE
                INPUT HOTEL-BLOCK-FILE
                I-O HOTEL-NIGHT-FILE
                I-O CARE-VOUCHER-FILE
                EXTEND CARE-DESK-LIST-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - FM "
               STOP RUN
           END-IF

      *    SEM FICHEIRO DE PERCURSOS NAO HA LIGACOES A VERIFICAR
           OPEN I-O ITINERARY-FILE
           EVALUATE WS-ITINERARY-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ITINERARY-OPEN
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERRO A ABRIR OS PERCURSOS: "
                           WS-ITINERARY-STATUS
                           " - LIGACOES NAO VERIFICADAS"
                   MOVE 2 TO WS-RETURN-CODE
           END-EVALUATE

           PERFORM 1000-PROCESS-ONE-EVENT UNTIL B-EVENT-EOF

           CLOSE EVENT-FILE
                 COMP-LIST-FILE
                 REISSUE-PASS-FILE
                 REACCOM-REPORT-FILE
                 VOUCHER-MASTER-FILE
                 PAYOUT-REQUEST-FILE
                 MISCONNECT-LIST-FILE
                 HOTEL-BLOCK-FILE
                 HOTEL-NIGHT-FILE
                 CARE-VOUCHER-FILE
                 CARE-DESK-LIST-FILE
           IF B-ITINERARY-OPEN
               CLOSE ITINERARY-FILE
           END-IF

           IF WS-VOUCHER-COUNT > ZERO
               MOVE WS-VOUCHER-COUNT TO WS-DISP-VOUCHER-COUNT
               DISPLAY "COMPENSACOES EM VOUCHER: " WS-DISP-VOUCHER-COUNT
           END-IF
           IF WS-CARE-MEAL-COUNT > ZERO OR WS-CARE-ROOM-COUNT > ZERO
               MOVE WS-CARE-MEAL-COUNT TO WS-DISP-CARE-MEALS
               MOVE WS-CARE-ROOM-COUNT TO WS-DISP-CARE-ROOMS
               DISPLAY "ASSISTENCIA: " WS-DISP-CARE-MEALS
                       " VOUCHER(S) DE REFEICAO, " WS-DISP-CARE-ROOMS
                       " QUARTO(S) DE HOTEL"
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
                   MOVE 'Y' TO WS-EVENT-EOF
               NOT AT END
                   MOVE EV-FLIGHT-NUMBER TO WS-EVENT-FLIGHT
                   MOVE EV-FLIGHT-DATE   TO WS-EVENT-DATE
                   IF WS-EVENT-DATE = SPACES
                       PERFORM 1100-RESOLVE-FLIGHT-DATE
                   END-IF
                   EVALUATE TRUE
                       WHEN B-EV-DELAY
                           PERFORM 2000-PROCESS-DELAY
      ******************************************************************
       2000-PROCESS-DELAY.
           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-EVENT-FLIGHT " NAO EXISTE - "
           MOVE FM-FLIGHT-DATE     TO WS-OLD-DEP-DATE
           MOVE FM-DEPARTURE-TIME  TO WS-OLD-DEP-TIME

      *    A DATA DO MESTRE E A DATA PROGRAMADA DA PARTIDA E FAZ PARTE
      *    DA CHAVE: NAO MUDA COM O ATRASO. A NOVA DATA SO ENTRA NO
      *    CALCULO DO ATRASO E NO CARTAO REEMITIDO
           MOVE FM-FLIGHT-DATE TO WS-NEW-DEP-DATE
           IF EV-NEW-DATE IS NUMERIC AND EV-NEW-DATE > ZERO
               MOVE EV-NEW-DATE TO WS-NEW-DEP-DATE
           END-IF
           IF EV-NEW-TIME IS NUMERIC
               AND EV-NEW-TIME(1:2) < '24'
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE FM-DEPARTURE-TIME TO WS-NEW-DEP-TIME

           PERFORM 7000-SET-DELAY-COMPENSATION
           PERFORM 6000-SET-DELAY-CARE

           MOVE ZERO TO WS-REISSUED-COUNT
           MOVE ZERO TO WS-MC-COUNT
           MOVE ZERO TO WS-MC-MOVED-COUNT
           MOVE ZERO TO WS-MC-UNPLACED-COUNT
           MOVE 'N'  TO WS-MC-HEADER
           PERFORM 5000-COLLECT-FLIGHT-TICKETS
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT
               MOVE WS-EVENT-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE   TO PM-FLIGHT-DATE
               MOVE WS-TK-TICKET(WS-TK-IDX) TO PM-TICKET
               READ PASSENGER-MASTER-FILE
                   INVALID KEY
                       IF B-COMP-DUE AND NOT B-PM-HELD-OPT
                           PERFORM 7200-PAY-ONE-COMPENSATION
                       END-IF
                       IF B-CARE-MEAL-DUE
                           PERFORM 6100-ADD-CARE-PASSENGER
                       END-IF
                       IF B-ITINERARY-OPEN
                           AND PM-JOURNEY-REF NOT = SPACES
                           PERFORM 2200-CHECK-MISCONNECT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-MC-COUNT > ZERO
               MOVE WS-MC-COUNT          TO WS-DISP-MC
               MOVE WS-MC-MOVED-COUNT    TO WS-DISP-MC-MOVED
               MOVE WS-MC-UNPLACED-COUNT TO WS-DISP-MC-UNPLACED
               MOVE SPACES TO MISCONNECT-LIST-RECORD
               STRING 'LIGACOES PERDIDAS: ' DELIMITED BY SIZE
                      WS-DISP-MC DELIMITED BY SIZE
                      '  REMARCADAS: ' DELIMITED BY SIZE
                      WS-DISP-MC-MOVED DELIMITED BY SIZE
                      '  POR COLOCAR: ' DELIMITED BY SIZE
                      WS-DISP-MC-UNPLACED DELIMITED BY SIZE
                      INTO MISCONNECT-LIST-RECORD
               WRITE MISCONNECT-LIST-RECORD
               DISPLAY "LIGACOES PERDIDAS NO VOO " WS-EVENT-FLIGHT
                       ": " WS-DISP-MC " - " WS-DISP-MC-MOVED
                       " REMARCADA(S), " WS-DISP-MC-UNPLACED
                       " POR COLOCAR"
           END-IF

           IF B-CARE-MEAL-DUE
               PERFORM 6200-ISSUE-CARE
           END-IF

           IF B-COMP-DUE
               MOVE WS-COMP-COUNT TO WS-DISP-COMP-COUNT
               DISPLAY "COMPENSACAO DE ATRASO PAGA A "
           STRING 'VOO: ' DELIMITED BY SIZE
                  FM-FLIGHT-NUMBER DELIMITED BY SIZE
                  '  NOVA DATA: ' DELIMITED BY SIZE
                  WS-NEW-DEP-DATE DELIMITED BY SIZE
                  '  NOVA HORA: ' DELIMITED BY SIZE
                  FM-DEPARTURE-TIME DELIMITED BY SIZE
                  '  PORTA: ' DELIMITED BY SIZE
                  INTO REISSUE-PASS-RECORD
           WRITE REISSUE-PASS-RECORD.

      ******************************************************************
      *    LIGACOES DO PASSAGEIRO ATRASADO: AS PERNAS DO PERCURSO A
      *    SEGUIR AO VOO ATRASADO SAO VISTAS POR ORDEM. UMA PERNA QUE
      *    PARTE ANTES DA CHEGADA ESTIMADA MAIS O TEMPO MINIMO DE
      *    LIGACAO E REMARCADA E A CHEGADA DO VOO NOVO PASSA A SER A
      *    REFERENCIA PARA A PERNA SEGUINTE; A PRIMEIRA LIGACAO QUE
      *    AGUENTA (OU UMA PERNA POR COLOCAR) FECHA A CADEIA
      ******************************************************************
       2200-CHECK-MISCONNECT.
           MOVE PM-JOURNEY-REF TO WS-MC-JOURNEY-REF
           PERFORM 2210-LOAD-JOURNEY-LEGS

           MOVE ZERO TO WS-LG-START
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT
               IF WS-LG-FLIGHT(WS-LG-IDX) = WS-EVENT-FLIGHT
                   AND WS-LG-DATE(WS-LG-IDX) = WS-EVENT-DATE
                   COMPUTE WS-LG-START = WS-LG-IDX + 1
               END-IF
           END-PERFORM
           IF WS-LG-START = ZERO OR WS-LG-START > WS-LG-COUNT
               EXIT PARAGRAPH
           END-IF

      *    CHEGADA ESTIMADA DO VOO ATRASADO (O MESTRE AINDA TEM O
      *    REGISTO DO VOO DO EVENTO)
           MOVE WS-NEW-DEP-DATE TO WS-LEG-DEP-DATE
           MOVE WS-NEW-DEP-TIME TO WS-LEG-DEP-TIME
           PERFORM 2230-ESTIMATE-ARRIVAL

           MOVE 'N' TO WS-MC-CHAIN-END
           PERFORM VARYING WS-LG-IDX FROM WS-LG-START BY 1
               UNTIL WS-LG-IDX > WS-LG-COUNT OR B-MC-CHAIN-END
               PERFORM 2220-CHECK-ONWARD-LEG
           END-PERFORM

      *    REPOR O MESTRE NO VOO DO EVENTO: O CARTAO DO PASSAGEIRO
      *    SEGUINTE IMPRIME A PARTIR DELE
           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       2210-LOAD-JOURNEY-LEGS.
           MOVE ZERO TO WS-LG-COUNT
           MOVE SPACE TO WS-IT-EOF
           MOVE WS-MC-JOURNEY-REF TO IT-JOURNEY-REF
           MOVE ZERO TO IT-LEG-SEQ
           START ITINERARY-FILE KEY >= IT-JOURNEY-LEG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IT-EOF
           END-START
           PERFORM UNTIL B-IT-EOF
               READ ITINERARY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-IT-EOF
                   NOT AT END
                       IF IT-JOURNEY-REF NOT = WS-MC-JOURNEY-REF
                           MOVE 'Y' TO WS-IT-EOF
                       ELSE
                           IF WS-LG-COUNT < 8
                               ADD 1 TO WS-LG-COUNT
                               MOVE IT-LEG-SEQ TO
                                   WS-LG-SEQ(WS-LG-COUNT)
                               MOVE IT-FLIGHT-NUMBER TO
                                   WS-LG-FLIGHT(WS-LG-COUNT)
                               MOVE IT-FLIGHT-DATE TO
                                   WS-LG-DATE(WS-LG-COUNT)
                               MOVE IT-TICKET TO
                                   WS-LG-TICKET(WS-LG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    UMA PERNA SEGUINTE: SE PARTE ANTES DE O PASSAGEIRO ESTAR
      *    PRONTO (CHEGADA MAIS TEMPO MINIMO DE LIGACAO) E UMA LIGACAO
      *    PERDIDA - VAI PARA A LISTA E E REMARCADA
      ******************************************************************
       2220-CHECK-ONWARD-LEG.
           MOVE WS-LG-FLIGHT(WS-LG-IDX) TO PM-FLIGHT-NUMBER
           MOVE WS-LG-DATE(WS-LG-IDX)   TO PM-FLIGHT-DATE
           MOVE WS-LG-TICKET(WS-LG-IDX) TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-MC-CHAIN-END
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-LG-FLIGHT(WS-LG-IDX) TO FM-FLIGHT-NUMBER
           MOVE WS-LG-DATE(WS-LG-IDX)   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-MC-CHAIN-END
                   EXIT PARAGRAPH
           END-READ
      *    SEM HORA DE PARTIDA ATRIBUIDA NAO HA COMO JULGAR A LIGACAO
           IF FM-DEPARTURE-TIME = ZERO
               MOVE 'Y' TO WS-MC-CHAIN-END
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-READY-ABS = WS-ARRIVAL-ABS + WS-MCT-MINUTES
           MOVE FM-FLIGHT-DATE    TO WS-LEG-DEP-DATE
           MOVE FM-DEPARTURE-TIME TO WS-LEG-DEP-TIME
           PERFORM 2235-LEG-DEPARTURE-MINUTES
           IF WS-LEG-DEP-ABS >= WS-READY-ABS
               MOVE 'Y' TO WS-MC-CHAIN-END
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MC-COUNT
           MOVE FM-FLIGHT-NUMBER  TO WS-MC-FLIGHT
           MOVE FM-FLIGHT-DATE    TO WS-MC-DATE
           MOVE FM-DEPARTURE-TIME TO WS-MC-TIME
           MOVE FM-ORIGIN         TO WS-MC-ORIGIN
           MOVE FM-DESTINATION    TO WS-MC-DEST
           MOVE PM-SEAT           TO WS-MC-CLASS

           PERFORM 2240-FIND-ONWARD-FLIGHT
           IF WS-MC-NEW-FLIGHT = SPACES
               ADD 1 TO WS-MC-UNPLACED-COUNT
               PERFORM 2270-WRITE-MISCONNECT-LINES
               MOVE 'Y' TO WS-MC-CHAIN-END
               EXIT PARAGRAPH
           END-IF

           PERFORM 2250-MOVE-ONWARD-LEG
           ADD 1 TO WS-MC-MOVED-COUNT
           PERFORM 2270-WRITE-MISCONNECT-LINES

      *    A PERNA SEGUINTE LIGA-SE A CHEGADA DO VOO NOVO
           MOVE WS-MC-NEW-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-MC-NEW-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-MC-CHAIN-END
                   EXIT PARAGRAPH
           END-READ
           MOVE FM-FLIGHT-DATE    TO WS-LEG-DEP-DATE
           MOVE FM-DEPARTURE-TIME TO WS-LEG-DEP-TIME
           PERFORM 2230-ESTIMATE-ARRIVAL.

      ******************************************************************
      *    CHEGADA ESTIMADA DO VOO DO REGISTO DO MESTRE: PARTIDA
      *    (WS-LEG-DEP-DATE/TIME) MAIS O TEMPO DE BLOCO DA ROTA
      ******************************************************************
       2230-ESTIMATE-ARRIVAL.
           PERFORM 2235-LEG-DEPARTURE-MINUTES
           MOVE WS-DEFAULT-BLOCK-MIN TO WS-BLOCK-MINUTES
           MOVE FM-ORIGIN      TO RD-ORIGIN
           MOVE FM-DESTINATION TO RD-DESTINATION
           READ ROUTE-DISTANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RD-DISTANCE-KM > ZERO
                       COMPUTE WS-BLOCK-MINUTES =
                           (RD-DISTANCE-KM * 60 / WS-CRUISE-KMH)
                           + WS-TAXI-MINUTES
                   END-IF
           END-READ
           COMPUTE WS-ARRIVAL-ABS = WS-LEG-DEP-ABS + WS-BLOCK-MINUTES.

       2235-LEG-DEPARTURE-MINUTES.
           MOVE ZERO TO WS-LEG-DEP-ABS
           IF WS-LEG-DEP-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEG-DEP-DATE TO WS-LEG-DATE-NUM
           MOVE WS-LEG-DEP-TIME(1:2) TO WS-TIME-HH
           MOVE WS-LEG-DEP-TIME(3:2) TO WS-TIME-MM
           COMPUTE WS-LEG-DEP-ABS =
               FUNCTION INTEGER-OF-DATE(WS-LEG-DATE-NUM) * 1440
               + (WS-TIME-HH * 60) + WS-TIME-MM.

      ******************************************************************
      *    PROXIMO VOO DA ESCALA PARA O MESMO DESTINO QUE PARTE DEPOIS
      *    DE O PASSAGEIRO ESTAR PRONTO, COM LUGAR LIVRE NA CLASSE DA
      *    PERNA PERDIDA - O MAIS CEDO DE TODOS
      ******************************************************************
       2240-FIND-ONWARD-FLIGHT.
           MOVE SPACES TO WS-MC-NEW-FLIGHT
           MOVE 999999999 TO WS-BEST-ABS
           MOVE SPACE TO WS-FM-EOF
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
                       IF (FM-FLIGHT-NUMBER NOT = WS-MC-FLIGHT
                           OR FM-FLIGHT-DATE NOT = WS-MC-DATE)
                           AND FM-ORIGIN = WS-MC-ORIGIN
                           AND FM-DESTINATION = WS-MC-DEST
                           AND FM-DEPARTURE-TIME > ZERO
                           AND FM-ACTUAL-DEP-DATE = ZERO
                           MOVE FM-FLIGHT-DATE    TO WS-LEG-DEP-DATE
                           MOVE FM-DEPARTURE-TIME TO WS-LEG-DEP-TIME
                           PERFORM 2235-LEG-DEPARTURE-MINUTES
                           IF WS-LEG-DEP-ABS >= WS-READY-ABS
                               AND WS-LEG-DEP-ABS < WS-BEST-ABS
                               PERFORM 2245-CHECK-ONWARD-CAPACITY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2245-CHECK-ONWARD-CAPACITY.
           MOVE FM-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE WS-MC-CLASS      TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-SEATS-SOLD < SI-SEATS-CAPACITY
                       MOVE FM-FLIGHT-NUMBER  TO WS-MC-NEW-FLIGHT
                       MOVE FM-FLIGHT-DATE    TO WS-MC-NEW-DATE
                       MOVE FM-DEPARTURE-TIME TO WS-MC-NEW-TIME
                       MOVE WS-LEG-DEP-ABS    TO WS-BEST-ABS
                   END-IF
           END-READ.

      ******************************************************************
      *    REMARCAR A PERNA PERDIDA COMO NO CANCELAMENTO (3100):
      *    INVENTARIO E LUGAR LIBERTADOS NO VOO PERDIDO, ETIQUETAS
      *    PASSADAS PARA O VOO NOVO, MESTRE DE PASSAGEIROS NA CHAVE DO
      *    VOO NOVO E PERNA DO PERCURSO ATUALIZADA. O REGISTO DO
      *    PASSAGEIRO DA PERNA PERDIDA ESTA LIDO
      ******************************************************************
       2250-MOVE-ONWARD-LEG.
           MOVE WS-MC-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-MC-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT      TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-SEATS-SOLD > ZERO
                       SUBTRACT 1 FROM SI-SEATS-SOLD
                       REWRITE SEAT-INVENTORY-RECORD
                   END-IF
           END-READ

           IF PM-SEAT-NUMBER NOT = SPACES
               MOVE WS-MC-FLIGHT   TO SA-FLIGHT-NUMBER
               MOVE WS-MC-DATE     TO SA-FLIGHT-DATE
               MOVE PM-SEAT-NUMBER TO SA-SEAT-NUMBER
               DELETE SEAT-ASSIGNMENT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF

           PERFORM 2260-MOVE-BAG-TAGS

           MOVE WS-MC-NEW-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-MC-NEW-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT          TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO SI-SEATS-SOLD
                   REWRITE SEAT-INVENTORY-RECORD
           END-READ

      *    O LUGAR FISICO E ESCOLHIDO DE NOVO NO VOO NOVO; O ESTADO
      *    (REGISTADO, RESERVADO) ACOMPANHA O PASSAGEIRO
           MOVE SPACES TO PM-SEAT-NUMBER
           MOVE PASSENGER-MASTER-RECORD TO WS-REBOOKED-RECORD
           MOVE WS-MC-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-MC-DATE   TO PM-FLIGHT-DATE
           DELETE PASSENGER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-REBOOKED-RECORD TO PASSENGER-MASTER-RECORD
           MOVE WS-MC-NEW-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-MC-NEW-DATE   TO PM-FLIGHT-DATE
           WRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   REWRITE PASSENGER-MASTER-RECORD
           END-WRITE

           MOVE WS-MC-JOURNEY-REF     TO IT-JOURNEY-REF
           MOVE WS-LG-SEQ(WS-LG-IDX)  TO IT-LEG-SEQ
           READ ITINERARY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-MC-NEW-FLIGHT TO IT-FLIGHT-NUMBER
                   MOVE WS-MC-NEW-DATE   TO IT-FLIGHT-DATE
                   REWRITE ITINERARY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE WS-MC-NEW-FLIGHT TO WS-LG-FLIGHT(WS-LG-IDX)
           MOVE WS-MC-NEW-DATE   TO WS-LG-DATE(WS-LG-IDX).

      ******************************************************************
      *    ETIQUETAS ATIVAS DA PERNA PERDIDA: ANULADAS NO VOO PERDIDO
      *    (FICA O RASTO) E REGRAVADAS ATIVAS, COM A MESMA SEQUENCIA E
      *    PESO, NA CHAVE DO VOO NOVO. RECOLHIDAS PRIMEIRO PORQUE AS
      *    CHAVES NOVAS ENTRAM NO MESMO FICHEIRO QUE SE ESTA A LER
      ******************************************************************
       2260-MOVE-BAG-TAGS.
           MOVE ZERO TO WS-MB-COUNT
           MOVE SPACE TO WS-BT-EOF
           MOVE WS-MC-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-MC-DATE   TO BT-FLIGHT-DATE
           MOVE PM-TICKET    TO BT-TICKET
           MOVE ZERO         TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BT-EOF
           END-START
           PERFORM UNTIL B-BT-EOF
               READ BAG-TAG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = WS-MC-FLIGHT
                           OR BT-FLIGHT-DATE NOT = WS-MC-DATE
                           OR BT-TICKET NOT = PM-TICKET
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
                           IF B-BT-ACTIVE AND WS-MB-COUNT < 20
                               ADD 1 TO WS-MB-COUNT
                               MOVE BAG-TAG-RECORD TO
                                   WS-MB-IMAGE(WS-MB-COUNT)
                               SET B-BT-VOID TO TRUE
                               REWRITE BAG-TAG-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               MOVE WS-MB-IMAGE(WS-MB-IDX) TO BAG-TAG-RECORD
               MOVE WS-MC-NEW-FLIGHT TO BT-FLIGHT-NUMBER
               MOVE WS-MC-NEW-DATE   TO BT-FLIGHT-DATE
               SET B-BT-ACTIVE TO TRUE
               WRITE BAG-TAG-RECORD
                   INVALID KEY
                       REWRITE BAG-TAG-RECORD
               END-WRITE
           END-PERFORM.

      ******************************************************************
      *    LISTA DO BALCAO DE TRANSFERENCIAS: CABECALHO NA PRIMEIRA
      *    LIGACAO PERDIDA DO ATRASO, DEPOIS DUAS LINHAS POR PERNA -
      *    QUEM E E QUANDO CHEGA; QUE VOO PERDE E PARA ONDE FOI
      ******************************************************************
       2270-WRITE-MISCONNECT-LINES.
           IF NOT B-MC-HEADER-DONE
               MOVE 'Y' TO WS-MC-HEADER
               MOVE SPACES TO MISCONNECT-LIST-RECORD
               STRING '===== ATRASO DO VOO ' DELIMITED BY SIZE
                      WS-EVENT-FLIGHT DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WS-EVENT-DATE DELIMITED BY SIZE
                      ' - LIGACOES PERDIDAS =====' DELIMITED BY SIZE
                      INTO MISCONNECT-LIST-RECORD
               WRITE MISCONNECT-LIST-RECORD
           END-IF

           COMPUTE WS-ABS-DAYS = WS-ARRIVAL-ABS / 1440
           COMPUTE WS-ABS-REST = WS-ARRIVAL-ABS - (WS-ABS-DAYS * 1440)
           COMPUTE WS-SHOW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ABS-DAYS)
           COMPUTE WS-SHOW-HH = WS-ABS-REST / 60
           COMPUTE WS-SHOW-MM = WS-ABS-REST - (WS-SHOW-HH * 60)
           MOVE WS-SHOW-HH TO WS-SHOW-TIME(1:2)
           MOVE WS-SHOW-MM TO WS-SHOW-TIME(3:2)

           MOVE SPACES TO MISCONNECT-LIST-RECORD
           STRING 'BILHETE ' DELIMITED BY SIZE
                  PM-TICKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-NAME DELIMITED BY SIZE
                  ' PERCURSO ' DELIMITED BY SIZE
                  WS-MC-JOURNEY-REF DELIMITED BY SIZE
                  ' CHEGA A ' DELIMITED BY SIZE
                  WS-MC-ORIGIN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SHOW-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SHOW-TIME DELIMITED BY SIZE
                  INTO MISCONNECT-LIST-RECORD
           WRITE MISCONNECT-LIST-RECORD

           MOVE SPACES TO MISCONNECT-LIST-RECORD
           IF WS-MC-NEW-FLIGHT = SPACES
               STRING '    PERDE ' DELIMITED BY SIZE
                      WS-MC-FLIGHT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MC-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MC-TIME DELIMITED BY SIZE
                      ' PARA ' DELIMITED BY SIZE
                      WS-MC-DEST DELIMITED BY SIZE
                      ' - SEM VOO DISPONIVEL, TRATAR NO BALCAO'
                      DELIMITED BY SIZE
                      INTO MISCONNECT-LIST-RECORD
           ELSE
               STRING '    PERDE ' DELIMITED BY SIZE
                      WS-MC-FLIGHT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MC-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MC-TIME DELIMITED BY SIZE
                      ' PARA ' DELIMITED BY SIZE
                      WS-MC-DEST DELIMITED BY SIZE
                      ' -> VOO ' DELIMITED BY SIZE
                      WS-MC-NEW-FLIGHT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MC-NEW-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-MC-NEW-TIME DELIMITED BY SIZE
                      INTO MISCONNECT-LIST-RECORD
           END-IF
           WRITE MISCONNECT-LIST-RECORD.

      ******************************************************************
      *    CANCELAMENTO DO VOO: CADA PASSAGEIRO E LIBERTADO DO
      *    INVENTARIO/LUGAR/ETIQUETAS E REMARCADO NO PROXIMO VOO COM
      ******************************************************************
       3000-PROCESS-CANCEL.
           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-EVENT-FLIGHT " NAO EXISTE - "
           MOVE SPACES TO REACCOM-REPORT-RECORD
           STRING '===== CANCELAMENTO DO VOO ' DELIMITED BY SIZE
                  WS-EVENT-FLIGHT DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-EVENT-DATE DELIMITED BY SIZE
                  ' - REACOMODACAO =====' DELIMITED BY SIZE
                  INTO REACCOM-REPORT-RECORD
           WRITE REACCOM-REPORT-RECORD
           PERFORM 7100-SET-COMP-BY-DISTANCE
           MOVE 'Y' TO WS-COMP-DUE

      *    E A REFEICAO; O HOTEL DEPENDE DA DATA DO VOO DE REACOMODACAO
           MOVE ZERO TO WS-CR-COUNT
           MOVE 'Y' TO WS-CARE-MEAL-DUE
           MOVE FM-ORIGIN TO WS-CARE-STATION
           MOVE FM-FLIGHT-DATE TO WS-CARE-NIGHT

           MOVE ZERO TO WS-MOVED-COUNT
           MOVE ZERO TO WS-UNPLACED-COUNT
           PERFORM 5000-COLLECT-FLIGHT-TICKETS
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT
               MOVE WS-EVENT-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE   TO PM-FLIGHT-DATE
               MOVE WS-TK-TICKET(WS-TK-IDX) TO PM-TICKET
               READ PASSENGER-MASTER-FILE
                   INVALID KEY
                       IF NOT B-PM-HELD-OPT
                           PERFORM 7200-PAY-ONE-COMPENSATION
                       END-IF
      *                O ESTADO DA OPCAO E VISTO ANTES DA REMARCACAO
                       MOVE 'N' TO WS-CARE-HOTEL-DUE
                       PERFORM 6100-ADD-CARE-PASSENGER
                       PERFORM 3100-RELEASE-AND-REBOOK
                       IF WS-CR-MEMBER > ZERO
                           AND (WS-NEXT-FLIGHT = SPACES
                                OR WS-NEXT-DATE > WS-EVENT-DATE)
                           MOVE 'Y' TO WS-CR-HOTEL(WS-CR-MEMBER)
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 6200-ISSUE-CARE

           MOVE WS-MOVED-COUNT    TO WS-DISP-MOVED
           MOVE WS-UNPLACED-COUNT TO WS-DISP-UNPLACED
           MOVE SPACES TO REACCOM-REPORT-RECORD
       3100-RELEASE-AND-REBOOK.
      *    LIBERTAR O INVENTARIO DA CLASSE NO VOO CANCELADO
           MOVE WS-EVENT-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT         TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
      *    LIBERTAR O LUGAR FISICO
           IF PM-SEAT-NUMBER NOT = SPACES
               MOVE WS-EVENT-FLIGHT TO SA-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE   TO SA-FLIGHT-DATE
               MOVE PM-SEAT-NUMBER  TO SA-SEAT-NUMBER
               DELETE SEAT-ASSIGNMENT-FILE
                   INVALID KEY
      *    ANULAR AS ETIQUETAS DE BAGAGEM DO VOO CANCELADO
           MOVE SPACE TO WS-BT-EOF
           MOVE WS-EVENT-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO BT-FLIGHT-DATE
           MOVE PM-TICKET       TO BT-TICKET
           MOVE ZERO            TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = WS-EVENT-FLIGHT
                           OR BT-FLIGHT-DATE NOT = WS-EVENT-DATE
                           OR BT-TICKET NOT = PM-TICKET
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
               WRITE REACCOM-REPORT-RECORD
           ELSE
               MOVE WS-NEXT-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-NEXT-DATE   TO SI-FLIGHT-DATE
               MOVE PM-SEAT        TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
               SET B-PM-BOOKED TO TRUE
               MOVE PASSENGER-MASTER-RECORD TO WS-REBOOKED-RECORD
               MOVE WS-EVENT-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE   TO PM-FLIGHT-DATE
               DELETE PASSENGER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-REBOOKED-RECORD TO PASSENGER-MASTER-RECORD
               MOVE WS-NEXT-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-NEXT-DATE   TO PM-FLIGHT-DATE
               WRITE PASSENGER-MASTER-RECORD
                   INVALID KEY
                       REWRITE PASSENGER-MASTER-RECORD
                      PM-NAME DELIMITED BY SIZE
                      ' -> VOO ' DELIMITED BY SIZE
                      WS-NEXT-FLIGHT DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WS-NEXT-DATE DELIMITED BY SIZE
                      INTO REACCOM-REPORT-RECORD
               WRITE REACCOM-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    PROXIMO VOO COM O MESMO DESTINO, DATA IGUAL OU POSTERIOR E
      *    LUGAR LIVRE NA CLASSE DO PASSAGEIRO - PODE SER O MESMO
      *    NUMERO DE VOO NUMA DATA SEGUINTE, SO NAO A PARTIDA CANCELADA
      ******************************************************************
       3200-FIND-NEXT-FLIGHT.
           MOVE SPACES TO WS-NEXT-FLIGHT
           MOVE HIGH-VALUES TO WS-NEXT-DATE
           MOVE SPACE TO WS-FM-EOF
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
                   AT END
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       IF (FM-FLIGHT-NUMBER NOT = WS-EVENT-FLIGHT
                           OR FM-FLIGHT-DATE NOT = WS-EVENT-DATE)
                           AND FM-DESTINATION = WS-EVENT-DEST
                           AND FM-FLIGHT-DATE >= WS-EVENT-DATE
                           AND FM-FLIGHT-DATE < WS-NEXT-DATE

       3210-CHECK-NEXT-CAPACITY.
           MOVE FM-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT          TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
           END-IF

           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-EVENT-FLIGHT " NAO EXISTE - "
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT
               MOVE WS-EVENT-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE   TO PM-FLIGHT-DATE
               MOVE WS-TK-TICKET(WS-TK-IDX) TO PM-TICKET
               READ PASSENGER-MASTER-FILE
                   INVALID KEY
               END-PERFORM

               MOVE WS-EVENT-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
      *    O LUGAR ANTIGO DEIXOU DE EXISTIR: LIBERTA-LO E PROCURAR
      *    OUTRO DA MESMA CLASSE NO MAPA NOVO
           MOVE WS-EVENT-FLIGHT TO SA-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO SA-FLIGHT-DATE
           MOVE PM-SEAT-NUMBER  TO SA-SEAT-NUMBER
           DELETE SEAT-ASSIGNMENT-FILE
               INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE WS-EVENT-FLIGHT    TO SA-FLIGHT-NUMBER
               MOVE WS-EVENT-DATE      TO SA-FLIGHT-DATE
               MOVE WS-NEW-SEAT-NUMBER TO SA-SEAT-NUMBER
               MOVE PM-TICKET          TO SA-TICKET
               WRITE SEAT-ASSIGNMENT-RECORD
                           IF SM-SEAT-CLASS = WS-WANTED-CLASS
                               MOVE WS-EVENT-FLIGHT TO
                                   SA-FLIGHT-NUMBER
                               MOVE WS-EVENT-DATE TO SA-FLIGHT-DATE
                               MOVE SM-SEAT-NUMBER TO SA-SEAT-NUMBER
                               READ SEAT-ASSIGNMENT-FILE
                                   INVALID KEY
       4400-DOWNGRADE-TO-ECONOMY.
      *    ABATER A CLASSE ANTIGA NO INVENTARIO E OCUPAR A ECONOMICA
           MOVE WS-EVENT-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT         TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   END-IF
           END-READ
           MOVE WS-EVENT-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO SI-FLIGHT-DATE
           MOVE 'E'             TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
           END-REWRITE

           MOVE WS-EVENT-FLIGHT    TO SA-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE      TO SA-FLIGHT-DATE
           MOVE WS-NEW-SEAT-NUMBER TO SA-SEAT-NUMBER
           MOVE PM-TICKET          TO SA-TICKET
           WRITE SEAT-ASSIGNMENT-RECORD
      *    O INVENTARIO E ENTRA NA LISTA DE ESPERA DO VOO+CLASSE,
      *    PARA UM CANCELAMENTO POSTERIOR O REACOMODAR
           MOVE WS-EVENT-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT         TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
           END-READ

           MOVE WS-EVENT-FLIGHT TO WL-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO WL-FLIGHT-DATE
           MOVE PM-SEAT         TO WL-SEAT-CLASS
           MOVE PM-TICKET       TO WL-TICKET
           MOVE SPACE TO WS-WL-WRITTEN
           MOVE SPACES TO REISSUE-PASS-RECORD
           STRING 'VOO: ' DELIMITED BY SIZE
                  WS-EVENT-FLIGHT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-EVENT-DATE DELIMITED BY SIZE
                  '  TIPO NOVO: ' DELIMITED BY SIZE
                  WS-NEW-AIRCRAFT DELIMITED BY SIZE
                  '  LUGAR: ' DELIMITED BY SIZE
      *    FICA A PELO MENOS O LIMIAR DE MINUTOS DA ANTIGA. O ESCALAO
      *    MONETARIO VEM DA DISTANCIA DA ROTA
      ******************************************************************
      ******************************************************************
      *    ASSISTENCIA NO ATRASO: REFEICAO A PARTIR DO LIMIAR DE
      *    MINUTOS E HOTEL NA NOITE DA PARTIDA PROGRAMADA QUANDO A
      *    NOVA PARTIDA E NUM DIA SEGUINTE
      ******************************************************************
       6000-SET-DELAY-CARE.
           MOVE ZERO TO WS-CR-COUNT
           MOVE 'N' TO WS-CARE-MEAL-DUE
           MOVE 'N' TO WS-CARE-HOTEL-DUE
           MOVE FM-ORIGIN TO WS-CARE-STATION

           IF WS-OLD-DEP-DATE IS NOT NUMERIC
               OR EV-NEW-DATE IS NOT NUMERIC
               OR EV-NEW-DATE = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OLD-DEP-DATE TO WS-CARE-NIGHT
           IF WS-DELAY-MINUTES >= WS-CARE-MEAL-MIN
               MOVE 'Y' TO WS-CARE-MEAL-DUE
               IF WS-NEW-DEP-DATE > WS-OLD-DEP-DATE
                   MOVE 'Y' TO WS-CARE-HOTEL-DUE
               END-IF
           END-IF.

      ******************************************************************
      *    PASSAGEIRO DO EVENTO COM DIREITO A ASSISTENCIA. DEVOLVE EM
      *    WS-CR-MEMBER A LINHA DA TABELA (ZERO QUANDO NAO ENTROU)
      ******************************************************************
       6100-ADD-CARE-PASSENGER.
           MOVE ZERO TO WS-CR-MEMBER
           IF B-PM-HELD-OPT OR B-PM-STAFF
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-COUNT NOT < 500
               DISPLAY "TABELA DE ASSISTENCIA CHEIA - BILHETE "
                       PM-TICKET " SEM VOUCHERS DE ASSISTENCIA"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CR-COUNT
           MOVE WS-CR-COUNT       TO WS-CR-MEMBER
           MOVE PM-TICKET         TO WS-CR-TICKET(WS-CR-COUNT)
           MOVE PM-NAME           TO WS-CR-NAME(WS-CR-COUNT)
           MOVE PM-BOOKING-REF    TO WS-CR-BOOKING-REF(WS-CR-COUNT)
           IF B-PM-INFANT
               MOVE 'Y' TO WS-CR-INFANT(WS-CR-COUNT)
           ELSE
               MOVE 'N' TO WS-CR-INFANT(WS-CR-COUNT)
           END-IF
           MOVE WS-CARE-HOTEL-DUE TO WS-CR-HOTEL(WS-CR-COUNT)
           MOVE 'N'               TO WS-CR-DONE(WS-CR-COUNT).

      ******************************************************************
      *    VOUCHERS DE ASSISTENCIA DO EVENTO: UMA REFEICAO POR
      *    PASSAGEIRO (O BEBE AO COLO NAO TEM) E OS QUARTOS DE HOTEL
      *    POR RESERVA. QUEM FICA SEM QUARTO CONTRATADO VAI PARA O
      *    BALCAO E PARA O REGISTO DE EXCECOES
      ******************************************************************
       6200-ISSUE-CARE.
           IF WS-CR-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-CARE-UNHOUSED
           MOVE SPACES TO CARE-DESK-LIST-RECORD
           STRING '===== ASSISTENCIA - VOO ' DELIMITED BY SIZE
                  WS-EVENT-FLIGHT DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-EVENT-DATE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-COMP-EVENT DELIMITED BY SPACE
                  ') ESTACAO ' DELIMITED BY SIZE
                  WS-CARE-STATION DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO CARE-DESK-LIST-RECORD
           WRITE CARE-DESK-LIST-RECORD

           PERFORM 6300-LOAD-STATION-HOTELS

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-INFANT(WS-CR-IDX) NOT = 'Y'
                   PERFORM 6400-ISSUE-MEAL-VOUCHER
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > WS-CR-COUNT
               IF WS-CR-HOTEL(WS-CR-IDX) = 'Y'
                   AND WS-CR-DONE(WS-CR-IDX) = 'N'
                   PERFORM 6500-HOUSE-ONE-GROUP
               END-IF
           END-PERFORM

           MOVE WS-CARE-UNHOUSED TO WS-DISP-CARE-UNHOUSED
           MOVE SPACES TO CARE-DESK-LIST-RECORD
           STRING 'PASSAGEIROS: ' DELIMITED BY SIZE
                  WS-CR-COUNT DELIMITED BY SIZE
                  '  SEM QUARTO CONTRATADO: ' DELIMITED BY SIZE
                  WS-DISP-CARE-UNHOUSED DELIMITED BY SIZE
                  INTO CARE-DESK-LIST-RECORD
           WRITE CARE-DESK-LIST-RECORD

           IF WS-CARE-UNHOUSED > ZERO
               MOVE SPACES TO WS-XF-TEXT
               STRING WS-DISP-CARE-UNHOUSED DELIMITED BY SIZE
                      ' PASSAGEIRO(S) SEM QUARTO CONTRATADO NA '
                      DELIMITED BY SIZE
                      'ESTACAO ' DELIMITED BY SIZE
                      WS-CARE-STATION DELIMITED BY SIZE
                      ' - ALOJAR PELO BALCAO' DELIMITED BY SIZE
                      INTO WS-XF-TEXT
               PERFORM 6700-RAISE-EXCEPTION
               DISPLAY "VOO " WS-EVENT-FLIGHT ": "
                       WS-DISP-CARE-UNHOUSED
                       " PASSAGEIRO(S) SEM QUARTO CONTRATADO"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      *    HOTEIS DA ESTACAO DE PARTIDA ATIVOS E EM CONTRATO NA NOITE,
      *    COM OS QUARTOS QUE O BLOCO AINDA TEM LIVRES (HOTLNGT)
      ******************************************************************
       6300-LOAD-STATION-HOTELS.
           MOVE ZERO TO WS-HT-COUNT
           MOVE 'N' TO WS-HB-EOF
           MOVE WS-CARE-STATION TO HB-STATION
           MOVE ZERO            TO HB-PREF-SEQ
           START HOTEL-BLOCK-FILE KEY IS NOT LESS THAN HB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HB-EOF
           END-START
           PERFORM UNTIL B-HB-EOF
               READ HOTEL-BLOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HB-EOF
                   NOT AT END
                       IF HB-STATION NOT = WS-CARE-STATION
                           MOVE 'Y' TO WS-HB-EOF
                       ELSE
                           IF B-HB-ACTIVE
                               AND HB-VALID-FROM NOT > WS-CARE-NIGHT
                               AND HB-VALID-TO NOT < WS-CARE-NIGHT
                               AND WS-HT-COUNT < 20
                               PERFORM 6310-ADD-STATION-HOTEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       6310-ADD-STATION-HOTEL.
           ADD 1 TO WS-HT-COUNT
           MOVE HB-HOTEL-CODE TO WS-HT-CODE(WS-HT-COUNT)
           MOVE HB-HOTEL-NAME TO WS-HT-NAME(WS-HT-COUNT)
           MOVE HB-ROOM-RATE  TO WS-HT-RATE(WS-HT-COUNT)

           MOVE HB-HOTEL-CODE TO HN-HOTEL-CODE
           MOVE WS-CARE-NIGHT TO HN-NIGHT-DATE
           READ HOTEL-NIGHT-FILE
               INVALID KEY
                   MOVE ZERO TO HN-ROOMS-USED
           END-READ
           IF HN-ROOMS-USED < HB-ROOMS-PER-NIGHT
               COMPUTE WS-HT-FREE(WS-HT-COUNT) =
                   HB-ROOMS-PER-NIGHT - HN-ROOMS-USED
           ELSE
               MOVE ZERO TO WS-HT-FREE(WS-HT-COUNT)
           END-IF.

       6400-ISSUE-MEAL-VOUCHER.
           MOVE SPACES TO CARE-VOUCHER-RECORD
           SET B-CV-MEAL TO TRUE
           MOVE WS-CR-IDX TO WS-ROOM-FIRST
           MOVE 1 TO CV-GUESTS
           MOVE SPACES TO CV-HOTEL-CODE
           MOVE ZERO TO CV-NIGHT-DATE
           MOVE WS-MEAL-AMOUNT TO CV-AMOUNT
           PERFORM 6600-WRITE-CARE-VOUCHER
           IF NOT B-CARE-WRITTEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CARE-MEAL-COUNT
           MOVE CV-AMOUNT TO WS-DISP-CARE-AMOUNT
           MOVE SPACES TO CARE-DESK-LIST-RECORD
           STRING 'REFEICAO ' DELIMITED BY SIZE
                  CV-VOUCHER-NUMBER DELIMITED BY SIZE
                  '  BILHETE ' DELIMITED BY SIZE
                  CV-TICKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CV-PASSENGER-NAME DELIMITED BY SIZE
                  '  VALOR ' DELIMITED BY SIZE
                  WS-DISP-CARE-AMOUNT DELIMITED BY SIZE
                  ' EUR' DELIMITED BY SIZE
                  INTO CARE-DESK-LIST-RECORD
           WRITE CARE-DESK-LIST-RECORD.

      ******************************************************************
      *    QUARTOS DE UMA RESERVA: O HOTEL DO GRUPO E O PRIMEIRO DA
      *    ESTACAO COM QUARTOS PARA TODOS; NAO HAVENDO, CADA QUARTO VAI
      *    PARA O PRIMEIRO HOTEL QUE AINDA TEM UM. UM PASSAGEIRO SEM
      *    RESERVA E UM GRUPO SO DELE
      ******************************************************************
       6500-HOUSE-ONE-GROUP.
           MOVE WS-CR-BOOKING-REF(WS-CR-IDX) TO WS-GROUP-REF

           MOVE 'N' TO WS-COUNT-INFANTS
           MOVE ZERO TO WS-GROUP-GUESTS
           PERFORM VARYING WS-CR-MEMBER FROM WS-CR-IDX BY 1
               UNTIL WS-CR-MEMBER > WS-CR-COUNT
               PERFORM 6510-TEST-GROUP-MEMBER
               IF B-IN-GROUP
                   AND WS-CR-INFANT(WS-CR-MEMBER) NOT = 'Y'
                   ADD 1 TO WS-GROUP-GUESTS
               END-IF
           END-PERFORM
      *    SO BEBES NA RESERVA (O ADULTO NAO TEM ASSISTENCIA): CONTAM
      *    ELES COMO HOSPEDES
           IF WS-GROUP-GUESTS = ZERO
               MOVE 'Y' TO WS-COUNT-INFANTS
               PERFORM VARYING WS-CR-MEMBER FROM WS-CR-IDX BY 1
                   UNTIL WS-CR-MEMBER > WS-CR-COUNT
                   PERFORM 6510-TEST-GROUP-MEMBER
                   IF B-IN-GROUP
                       ADD 1 TO WS-GROUP-GUESTS
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-GROUP-ROOMS =
               (WS-GROUP-GUESTS + WS-PAX-PER-ROOM - 1)
               / WS-PAX-PER-ROOM

           MOVE ZERO TO WS-GROUP-HOTEL
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT OR WS-GROUP-HOTEL > ZERO
               IF WS-HT-FREE(WS-HT-IDX) NOT < WS-GROUP-ROOMS
                   MOVE WS-HT-IDX TO WS-GROUP-HOTEL
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-ROOM-GUESTS
           MOVE ZERO TO WS-ROOM-FIRST
           PERFORM VARYING WS-CR-MEMBER FROM WS-CR-IDX BY 1
               UNTIL WS-CR-MEMBER > WS-CR-COUNT
               PERFORM 6510-TEST-GROUP-MEMBER
               IF B-IN-GROUP
                   MOVE 'Y' TO WS-CR-DONE(WS-CR-MEMBER)
                   IF WS-CR-INFANT(WS-CR-MEMBER) NOT = 'Y'
                       OR B-COUNT-INFANTS
                       IF WS-ROOM-FIRST = ZERO
                           MOVE WS-CR-MEMBER TO WS-ROOM-FIRST
                       END-IF
                       ADD 1 TO WS-ROOM-GUESTS
                       IF WS-ROOM-GUESTS = WS-PAX-PER-ROOM
                           PERFORM 6520-ISSUE-ONE-ROOM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROOM-FIRST > ZERO
               PERFORM 6520-ISSUE-ONE-ROOM
           END-IF.

      *    O PASSAGEIRO WS-CR-MEMBER E DA RESERVA DE WS-CR-IDX E AINDA
      *    PRECISA DE QUARTO
       6510-TEST-GROUP-MEMBER.
           MOVE 'N' TO WS-IN-GROUP
           IF WS-CR-HOTEL(WS-CR-MEMBER) NOT = 'Y'
               OR WS-CR-DONE(WS-CR-MEMBER) NOT = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-MEMBER = WS-CR-IDX
               OR (WS-GROUP-REF NOT = SPACES
                   AND WS-CR-BOOKING-REF(WS-CR-MEMBER) = WS-GROUP-REF)
               MOVE 'Y' TO WS-IN-GROUP
           END-IF.

      ******************************************************************
      *    UM QUARTO PARA OS WS-ROOM-GUESTS PASSAGEIROS A PARTIR DE
      *    WS-ROOM-FIRST: VOUCHER DE HOTEL EM NOME DO PRIMEIRO E MAIS UM
      *    QUARTO DADO NA NOITE DO HOTEL
      ******************************************************************
       6520-ISSUE-ONE-ROOM.
           MOVE ZERO TO WS-ROOM-HOTEL
           IF WS-GROUP-HOTEL > ZERO
               IF WS-HT-FREE(WS-GROUP-HOTEL) > ZERO
                   MOVE WS-GROUP-HOTEL TO WS-ROOM-HOTEL
               END-IF
           END-IF
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT OR WS-ROOM-HOTEL > ZERO
               IF WS-HT-FREE(WS-HT-IDX) > ZERO
                   MOVE WS-HT-IDX TO WS-ROOM-HOTEL
               END-IF
           END-PERFORM

           IF WS-ROOM-HOTEL = ZERO
               ADD WS-ROOM-GUESTS TO WS-CARE-UNHOUSED
               MOVE SPACES TO CARE-DESK-LIST-RECORD
               STRING 'SEM QUARTO CONTRATADO - RESERVA '
                      DELIMITED BY SIZE
                      WS-GROUP-REF DELIMITED BY SIZE
                      ' BILHETE ' DELIMITED BY SIZE
                      WS-CR-TICKET(WS-ROOM-FIRST) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CR-NAME(WS-ROOM-FIRST) DELIMITED BY SIZE
                      ' - TRATAR NO BALCAO' DELIMITED BY SIZE
                      INTO CARE-DESK-LIST-RECORD
               WRITE CARE-DESK-LIST-RECORD
               MOVE ZERO TO WS-ROOM-GUESTS
               MOVE ZERO TO WS-ROOM-FIRST
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CARE-VOUCHER-RECORD
           SET B-CV-HOTEL TO TRUE
           MOVE WS-ROOM-GUESTS TO CV-GUESTS
           MOVE WS-HT-CODE(WS-ROOM-HOTEL) TO CV-HOTEL-CODE
           MOVE WS-CARE-NIGHT TO CV-NIGHT-DATE
           MOVE WS-HT-RATE(WS-ROOM-HOTEL) TO CV-AMOUNT
           PERFORM 6600-WRITE-CARE-VOUCHER
           IF NOT B-CARE-WRITTEN
               ADD WS-ROOM-GUESTS TO WS-CARE-UNHOUSED
               MOVE ZERO TO WS-ROOM-GUESTS
               MOVE ZERO TO WS-ROOM-FIRST
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WS-HT-FREE(WS-ROOM-HOTEL)
           ADD 1 TO WS-CARE-ROOM-COUNT
           PERFORM 6530-COUNT-HOTEL-NIGHT

           MOVE SPACES TO CARE-DESK-LIST-RECORD
           STRING 'HOTEL    ' DELIMITED BY SIZE
                  CV-VOUCHER-NUMBER DELIMITED BY SIZE
                  '  BILHETE ' DELIMITED BY SIZE
                  CV-TICKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CV-PASSENGER-NAME DELIMITED BY SIZE
                  '  RESERVA ' DELIMITED BY SIZE
                  CV-BOOKING-REF DELIMITED BY SIZE
                  '  HOSPEDES ' DELIMITED BY SIZE
                  CV-GUESTS DELIMITED BY SIZE
                  INTO CARE-DESK-LIST-RECORD
           WRITE CARE-DESK-LIST-RECORD
           MOVE SPACES TO CARE-DESK-LIST-RECORD
           STRING '         ' DELIMITED BY SIZE
                  CV-HOTEL-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HT-NAME(WS-ROOM-HOTEL) DELIMITED BY SIZE
                  ' NOITE ' DELIMITED BY SIZE
                  CV-NIGHT-DATE DELIMITED BY SIZE
                  INTO CARE-DESK-LIST-RECORD
           WRITE CARE-DESK-LIST-RECORD

           MOVE ZERO TO WS-ROOM-GUESTS
           MOVE ZERO TO WS-ROOM-FIRST.

       6530-COUNT-HOTEL-NIGHT.
           MOVE WS-HT-CODE(WS-ROOM-HOTEL) TO HN-HOTEL-CODE
           MOVE WS-CARE-NIGHT TO HN-NIGHT-DATE
           READ HOTEL-NIGHT-FILE
               INVALID KEY
                   MOVE WS-HT-CODE(WS-ROOM-HOTEL) TO HN-HOTEL-CODE
                   MOVE WS-CARE-NIGHT TO HN-NIGHT-DATE
                   MOVE 1 TO HN-ROOMS-USED
                   MOVE WS-RUN-DATE TO HN-LAST-UPDATE
                   WRITE HOTEL-NIGHT-RECORD
                       INVALID KEY
                           DISPLAY "ERRO A GRAVAR OS QUARTOS DA NOITE ("
                                   WS-NIGHT-STATUS ") - HOTEL "
                                   HN-HOTEL-CODE
                           MOVE 2 TO WS-RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO HN-ROOMS-USED
                   MOVE WS-RUN-DATE TO HN-LAST-UPDATE
                   REWRITE HOTEL-NIGHT-RECORD
                       INVALID KEY
                           MOVE 2 TO WS-RETURN-CODE
                   END-REWRITE
           END-READ.

      ******************************************************************
      *    GRAVAR O VOUCHER DE ASSISTENCIA JA PREENCHIDO PELO TIPO
      *    (REFEICAO OU HOTEL) EM NOME DO PASSAGEIRO WS-ROOM-FIRST/
      *    WS-CR-IDX. A SERIE SEGUINTE DE CADA TIPO E PROCURADA NO
      *    MESTRE NA PRIMEIRA EMISSAO E AVANCA DEPOIS EM MEMORIA
      ******************************************************************
       6600-WRITE-CARE-VOUCHER.
           MOVE 'N' TO WS-CARE-WRITTEN
           MOVE CV-VOUCHER-TYPE  TO WS-CARE-TYPE
           MOVE WS-RUN-DATE      TO CV-ISSUE-DATE
           MOVE WS-COMP-EVENT    TO CV-EVENT
           MOVE WS-EVENT-FLIGHT  TO CV-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE    TO CV-FLIGHT-DATE
           MOVE WS-CR-TICKET(WS-ROOM-FIRST) TO CV-TICKET
           MOVE WS-CR-NAME(WS-ROOM-FIRST)   TO CV-PASSENGER-NAME
           MOVE WS-CR-BOOKING-REF(WS-ROOM-FIRST) TO CV-BOOKING-REF
           MOVE WS-CARE-STATION  TO CV-STATION
           MOVE 'FLTEVNT1'       TO CV-ISSUE-OPERATOR
           SET B-CV-ISSUED       TO TRUE
           MOVE SPACES           TO CV-INVOICE-REF
           MOVE ZERO             TO CV-BILLED-AMOUNT
           MOVE ZERO             TO CV-MATCH-DATE

           IF B-CV-HOTEL
               IF WS-CARE-NEXT-HOTEL = ZERO
                   PERFORM 6610-FIND-LAST-CARE-VOUCHER
                   MOVE WS-CARE-SERIAL TO WS-CARE-NEXT-HOTEL
               END-IF
               MOVE WS-CARE-NEXT-HOTEL TO WS-CARE-SERIAL
           ELSE
               IF WS-CARE-NEXT-MEAL = ZERO
                   PERFORM 6610-FIND-LAST-CARE-VOUCHER
                   MOVE WS-CARE-SERIAL TO WS-CARE-NEXT-MEAL
               END-IF
               MOVE WS-CARE-NEXT-MEAL TO WS-CARE-SERIAL
           END-IF

           MOVE ZERO TO WS-CARE-TRIES
           PERFORM UNTIL B-CARE-WRITTEN
               OR WS-CARE-TRIES > 100
               MOVE WS-CARE-TYPE   TO CV-NUMBER-TYPE
               MOVE WS-CARE-SERIAL TO CV-NUMBER-SERIAL
               ADD 1 TO WS-CARE-SERIAL
               ADD 1 TO WS-CARE-TRIES
               WRITE CARE-VOUCHER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CARE-WRITTEN
               END-WRITE
           END-PERFORM

           IF WS-CARE-TYPE = 'H'
               MOVE WS-CARE-SERIAL TO WS-CARE-NEXT-HOTEL
           ELSE
               MOVE WS-CARE-SERIAL TO WS-CARE-NEXT-MEAL
           END-IF

           IF NOT B-CARE-WRITTEN
               DISPLAY "ERRO A GRAVAR O VOUCHER DE ASSISTENCIA ("
                       WS-CARE-STATUS ") - BILHETE " CV-TICKET
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *    SERIE MAIS ALTA JA USADA NO TIPO, MAIS UM. O REGISTO EM
      *    PREPARACAO E GUARDADO PORQUE A LEITURA USA A MESMA AREA
       6610-FIND-LAST-CARE-VOUCHER.
           MOVE CARE-VOUCHER-RECORD TO WS-REBOOKED-RECORD
           MOVE ZERO TO WS-CARE-SERIAL
           MOVE 'N' TO WS-CV-SCAN-END
           MOVE WS-CARE-TYPE TO CV-NUMBER-TYPE
           MOVE ZERO         TO CV-NUMBER-SERIAL
           START CARE-VOUCHER-FILE
               KEY IS NOT LESS THAN CV-VOUCHER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CV-SCAN-END
           END-START
           PERFORM UNTIL B-CV-SCAN-END
               READ CARE-VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CV-SCAN-END
                   NOT AT END
                       IF CV-NUMBER-TYPE NOT = WS-CARE-TYPE
                           MOVE 'Y' TO WS-CV-SCAN-END
                       ELSE
                           MOVE CV-NUMBER-SERIAL TO WS-CARE-SERIAL
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-CARE-SERIAL
           MOVE WS-REBOOKED-RECORD TO CARE-VOUCHER-RECORD.

      ******************************************************************
      *    EXCECAO PARA O REGISTO CENTRAL (EXCFEED), DO AEROPORTO
      ******************************************************************
       6700-RAISE-EXCEPTION.
           MOVE SPACES          TO EXCEPTION-FEED-RECORD
           MOVE 'FLTEVENT'      TO XF-SOURCE-JOB
           MOVE WS-EVENT-FLIGHT TO XF-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO XF-FLIGHT-DATE
           MOVE WS-XF-TEXT      TO XF-DESCRIPTION
           MOVE 'AEROPORTO'     TO XF-OWNER-TEAM
           MOVE WS-RUN-STAMP(1:8) TO XF-RAISED-DATE
           MOVE WS-RUN-STAMP(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

       7000-SET-DELAY-COMPENSATION.
           MOVE 'N' TO WS-COMP-DUE
           MOVE 'DELAY' TO WS-COMP-EVENT
      ******************************************************************
      *    PAGAR A COMPENSACAO DE UM PASSAGEIRO: EXTRATO DIARIO (COMP)
      *    E DIARIO DE PAGAMENTOS, COMO OS REGISTOS DBC DO DENYBRD, E
      *    A LINHA DA LISTA DO BALCAO DE RECLAMACOES. O DINHEIRO SAI
      *    POR TRANSFERENCIA BANCARIA (PEDIDO NA FILA DE PAGAMENTOS).
      *    QUANDO O PASSAGEIRO ESCOLHEU VOUCHER NAO HA DINHEIRO A
      *    SAIR: O VOUCHER E EMITIDO E O DIARIO DE PAGAMENTOS NAO LEVA
      *    LINHA
      ******************************************************************
       7200-PAY-ONE-COMPENSATION.
           ADD 1 TO WS-COMP-COUNT

           MOVE 'N' TO WS-VOUCHER-ISSUED
           PERFORM 7320-CHECK-VOUCHER-CHOICE
           IF B-CHOSE-VOUCHER
               PERFORM 7400-ISSUE-COMP-VOUCHER
           END-IF

           MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'COMP'           TO DS-TXN-CODE
           MOVE WS-COMP-AMOUNT   TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
           MOVE ZERO             TO DS-PRICE-BAND
           WRITE DAILY-SALES-RECORD

      *    DINHEIRO A SAIR: MEIO 'S' E SEM AUTH-REF, PARA O RECONCIL
      *    NAO PROCURAR LIQUIDACAO, O FECHO DE CAIXA NAO SOMAR O
      *    PAGAMENTO COMO RECEITA E O GLPOST LANCAR PELO PAY-S
           IF NOT B-VOUCHER-ISSUED
               MOVE PM-TICKET        TO PJ-TICKET
               MOVE PM-TICKET-NUMBER TO PJ-TICKET-NUMBER
               MOVE PM-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
               MOVE PM-FLIGHT-DATE   TO PJ-FLIGHT-DATE
               MOVE 'S'              TO PJ-PAY-METHOD
               MOVE SPACES           TO PJ-AUTH-REF
               MOVE WS-COMP-AMOUNT   TO PJ-AMOUNT
               MOVE WS-RUN-DATE      TO PJ-RUN-DATE
               MOVE 'FLTEVNT1'       TO PJ-OPERATOR-ID
               WRITE PAYMENT-JOURNAL-RECORD
           END-IF

           MOVE WS-COMP-AMOUNT TO WS-DISP-COMP
           MOVE SPACES TO COMP-LIST-RECORD
           STRING 'VOO ' DELIMITED BY SIZE
                  PM-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-FLIGHT-DATE DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  PM-TICKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-COMP DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
                  INTO COMP-LIST-RECORD
           WRITE COMP-LIST-RECORD

           IF B-VOUCHER-ISSUED
               MOVE SPACES TO COMP-LIST-RECORD
               STRING '    PAGA EM VOUCHER ' DELIMITED BY SIZE
                      VC-VOUCHER-NUMBER DELIMITED BY SIZE
                      ' VALIDO ATE ' DELIMITED BY SIZE
                      VC-EXPIRY-DATE DELIMITED BY SIZE
                      ' - NADA A PAGAR EM DINHEIRO' DELIMITED BY SIZE
                      INTO COMP-LIST-RECORD
               WRITE COMP-LIST-RECORD
           ELSE
               PERFORM 7500-WRITE-PAYOUT-REQUEST
           END-IF.

      ******************************************************************
      *    CARREGAR AS ESCOLHAS DE VOUCHER DO BALCAO DE RECLAMACOES
      *    (VOUCHER, OU A CONTA PARA A TRANSFERENCIA DA COMPENSACAO EM
      *    DINHEIRO - SEM LINHA A TRANSFERENCIA FICA A AGUARDAR CONTA)
      ******************************************************************
       7300-LOAD-COMP-CHOICES.
           MOVE ZERO TO WS-CH-COUNT
           MOVE 'N' TO WS-CHOICE-EOF
           OPEN INPUT COMP-CHOICE-FILE
           PERFORM 7310-STORE-ONE-CHOICE UNTIL B-CHOICE-EOF
           CLOSE COMP-CHOICE-FILE.

       7310-STORE-ONE-CHOICE.
           READ COMP-CHOICE-FILE
               AT END
                   MOVE 'Y' TO WS-CHOICE-EOF
               NOT AT END
                   IF WS-CH-COUNT < 500
                       ADD 1 TO WS-CH-COUNT
                       MOVE CC-FLIGHT-NUMBER TO
                           WS-CH-FLIGHT(WS-CH-COUNT)
                       MOVE CC-FLIGHT-DATE TO
                           WS-CH-DATE(WS-CH-COUNT)
                       MOVE CC-TICKET TO
                           WS-CH-TICKET(WS-CH-COUNT)
                       MOVE CC-CHOICE TO
                           WS-CH-CHOICE(WS-CH-COUNT)
                       MOVE CC-PAYEE-NAME TO
                           WS-CH-PAYEE(WS-CH-COUNT)
                       MOVE CC-IBAN TO
                           WS-CH-IBAN(WS-CH-COUNT)
                   ELSE
                       DISPLAY "TABELA DE ESCOLHAS CHEIA - "
                               "BILHETE " CC-TICKET
                               " SEM ESCOLHA REGISTADA"
                       MOVE 2 TO WS-RETURN-CODE
                   END-IF
           END-READ.

       7320-CHECK-VOUCHER-CHOICE.
           MOVE 'N' TO WS-CHOSE-VOUCHER
           MOVE ZERO TO WS-CH-FOUND
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               OR WS-CH-FOUND > ZERO
               IF WS-CH-FLIGHT(WS-CH-IDX) = PM-FLIGHT-NUMBER
                   AND WS-CH-DATE(WS-CH-IDX) = PM-FLIGHT-DATE
                   AND WS-CH-TICKET(WS-CH-IDX) = PM-TICKET
                   MOVE WS-CH-IDX TO WS-CH-FOUND
                   IF WS-CH-CHOICE(WS-CH-IDX) = 'V'
                       MOVE 'Y' TO WS-CHOSE-VOUCHER
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    COMPENSACAO EM DINHEIRO: PEDIDO DE TRANSFERENCIA PARA A FILA
      *    DE PAGAMENTOS (PAYOUT), COM A CONTA REGISTADA PELO BALCAO.
      *    SEM CONTA O PEDIDO FICA RETIDO ATE A TESOURARIA A REGISTAR
      ******************************************************************
       7500-WRITE-PAYOUT-REQUEST.
           MOVE PM-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO PY-FLIGHT-DATE
           MOVE PM-TICKET        TO PY-TICKET
           MOVE 'C'              TO PY-SOURCE
           MOVE ZERO             TO PY-SEQ
           MOVE PM-TICKET-NUMBER TO PY-TICKET-NUMBER
           MOVE PM-NAME          TO PY-PAYEE-NAME
           MOVE SPACES           TO PY-IBAN
           IF WS-CH-FOUND > ZERO
               MOVE WS-CH-IBAN(WS-CH-FOUND) TO PY-IBAN
               IF WS-CH-PAYEE(WS-CH-FOUND) NOT = SPACES
                   MOVE WS-CH-PAYEE(WS-CH-FOUND) TO PY-PAYEE-NAME
               END-IF
           END-IF
           MOVE WS-COMP-AMOUNT   TO PY-AMOUNT
           MOVE WS-RUN-DATE      TO PY-REQUEST-DATE
           MOVE 'FLTEVNT1'       TO PY-OPERATOR-ID
           WRITE PAYOUT-REQUEST-RECORD

           IF PY-IBAN = SPACES
               MOVE SPACES TO COMP-LIST-RECORD
               MOVE '    A PAGAR POR TRANSFERENCIA - CONTA POR REGISTAR'
                   TO COMP-LIST-RECORD
               WRITE COMP-LIST-RECORD
           END-IF.

      ******************************************************************
      *    EMITIR O VOUCHER DE COMPENSACAO (MOTIVO 'C') PELO VALOR DA
      *    COMPENSACAO. SE O VOUCHER NAO PUDER SER GRAVADO A
      *    COMPENSACAO E PAGA EM DINHEIRO, COMO SEM ESCOLHA
      ******************************************************************
       7400-ISSUE-COMP-VOUCHER.
           IF WS-VOUCHER-NEXT = ZERO
               PERFORM 7410-FIND-LAST-VOUCHER
           END-IF

           MOVE SPACES TO VOUCHER-MASTER-RECORD
           MOVE 'C'              TO VC-ISSUE-REASON
           MOVE WS-RUN-DATE      TO VC-ISSUE-DATE
           MOVE WS-COMP-AMOUNT   TO VC-ORIGINAL-AMOUNT
           MOVE WS-COMP-AMOUNT   TO VC-BALANCE
           COMPUTE VC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-VOUCHER-VALID-DAYS)
           MOVE PM-FLIGHT-NUMBER TO VC-ISSUE-FLIGHT
           MOVE PM-FLIGHT-DATE   TO VC-ISSUE-FLIGHT-DATE
           MOVE PM-TICKET        TO VC-ISSUE-TICKET
           MOVE PM-TICKET-NUMBER TO VC-ISSUE-TICKET-NUMBER
           MOVE PM-NAME          TO VC-PASSENGER-NAME
           MOVE 'FLTEVNT1'       TO VC-ISSUE-OPERATOR
           MOVE ZERO             TO VC-LAST-USE-DATE
           MOVE ZERO             TO VC-USE-COUNT

           MOVE ZERO TO WS-VOUCHER-TRIES
           PERFORM UNTIL B-VOUCHER-ISSUED
               OR WS-VOUCHER-TRIES > 100
               MOVE 'C'             TO VC-NUMBER-REASON
               MOVE WS-VOUCHER-NEXT TO VC-NUMBER-SERIAL
               ADD 1 TO WS-VOUCHER-NEXT
               ADD 1 TO WS-VOUCHER-TRIES
               WRITE VOUCHER-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VOUCHER-ISSUED
               END-WRITE
           END-PERFORM

           IF B-VOUCHER-ISSUED
               ADD 1 TO WS-VOUCHER-COUNT
           ELSE
               DISPLAY "ERRO A GRAVAR O VOUCHER (" WS-VOUCHER-STATUS
                       ") - BILHETE " PM-TICKET
                       " COMPENSADO EM DINHEIRO"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      *    SERIE MAIS ALTA JA USADA NOS VOUCHERS DE COMPENSACAO
      ******************************************************************
       7410-FIND-LAST-VOUCHER.
           MOVE ZERO TO WS-VOUCHER-NEXT
           MOVE 'N' TO WS-VOUCHER-SCAN-END
           MOVE 'C'  TO VC-NUMBER-REASON
           MOVE ZERO TO VC-NUMBER-SERIAL
           START VOUCHER-MASTER-FILE
               KEY IS NOT LESS THAN VC-VOUCHER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-VOUCHER-SCAN-END
           END-START
           PERFORM UNTIL B-VOUCHER-SCAN-END
               READ VOUCHER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VOUCHER-SCAN-END
                   NOT AT END
                       IF VC-NUMBER-REASON NOT = 'C'
                           MOVE 'Y' TO WS-VOUCHER-SCAN-END
                       ELSE
                           MOVE VC-NUMBER-SERIAL TO WS-VOUCHER-NEXT
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-VOUCHER-NEXT.

      ******************************************************************
      *    PARTIDA REAL (OFF-BLOCK): O EVENTO DEP CARIMBA A DATA/HORA
      ******************************************************************
       8000-PROCESS-DEPARTURE.
           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-EVENT-FLIGHT " NAO EXISTE - "
                   "OFF-BLOCK " EV-NEW-DATE " " EV-NEW-TIME.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-RUN-DATE TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
               NOT INVALID KEY
                   READ FLIGHT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
                   END-READ
           END-START
           IF FM-FLIGHT-NUMBER = WS-EVENT-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-EVENT-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-EVENT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE LOW-VALUES TO FM-FLIGHT-DATE
           MOVE 'N' TO WS-RESOLVE-EOF
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RESOLVE-EOF
           END-START
           PERFORM UNTIL WS-RESOLVE-EOF = 'Y'
               READ FLIGHT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RESOLVE-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-EVENT-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-EVENT-DATE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    RECOLHER OS BILHETES DO VOO (PELO PREFIXO VOO+DATA DA
      *    CHAVE PRIMARIA COMPOSTA) ANTES DE ALTERAR SEJA O QUE FOR
      ******************************************************************
       5000-COLLECT-FLIGHT-TICKETS.
           MOVE ZERO TO WS-TK-COUNT
           MOVE SPACE TO WS-MASTER-EOF
           MOVE WS-EVENT-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-EVENT-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-EVENT-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-EVENT-DATE
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           IF WS-TK-COUNT < 500
