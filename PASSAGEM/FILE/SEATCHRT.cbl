       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEATCHRT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    SEATCHRT - MAPA DA CABINE POR VOO PARA A PORTA DE EMBARQUE
      *    E A TRIPULACAO. O MANIFEST E ALFABETICO; AQUI A CABINE SAI
      *    FILA A FILA, PELO MAPA DE LUGARES (SEATMAP) DO TIPO DE
      *    AVIAO DO VOO (FM-AIRCRAFT-TYPE), CADA LUGAR LIVRE OU
      *    OCUPADO PELAS ATRIBUICOES DO VOO (SEATASGN), COM O ESTADO
      *    DO PASSAGEIRO NO MESTRE (SEM CHECK-IN, CHECK-IN/EMBARCADO,
      *    NO-SHOW), AS MARCAS DE BEBE AO COLO E DOS SSR QUE A
      *    TRIPULACAO TEM DE VER (WCHR, UMNR, PETC) E O ATRIBUTO DE
      *    ESPACO EXTRA PARA AS PERNAS. LEGENDA E CONTAGENS POR CLASSE
      *    NO FIM. TIRA-SE NA ABERTURA DA PORTA E DE NOVO DEPOIS DO
      *    CHECKIN CLOSE - O CABECALHO DIZ EM QUE SITUACAO O VOO
      *    ESTAVA (PORTA FECHADA QUANDO JA NAO HA PASSAGEIROS PAGANTES
      *    POR EMBARCAR OU POR MARCAR COMO NO-SHOW).
      *    PARAMETROS: <VOO> [<DATA AAAAMMDD>] (SEM DATA, A PROXIMA
      *    PARTIDA DO VOO). SAIDA EM gate-seat-chart.txt.
      *    RC 2 = VOO SEM MAPA DE LUGARES (NADA A DESENHAR)
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

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL SEAT-MAP-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY.

           SELECT OPTIONAL SEAT-ASSIGNMENT-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-FLIGHT-SEAT-KEY.

           SELECT OPTIONAL SEAT-CHART-FILE ASSIGN TO
               "PASSAGEM/FILE/gate-seat-chart.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD SEAT-ASSIGNMENT-FILE.
           COPY SEATASGN.

       FD SEAT-CHART-FILE.
       01 SEAT-CHART-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-CHART-FLIGHT       PIC X(6).
       01 WS-CHART-DATE         PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-EOF-FLAGS.
           05 WS-SM-EOF         PIC X(1).
               88 B-SM-EOF      VALUE 'Y'.
           05 WS-SA-EOF         PIC X(1).
               88 B-SA-EOF      VALUE 'Y'.
           05 WS-PM-EOF         PIC X(1).
               88 B-PM-EOF      VALUE 'Y'.

      ******************************************************************
      *    LUGARES DO AVIAO, CARREGADOS DO MAPA. O MAPA VEM PELA ORDEM
      *    DA CHAVE ('10A' ANTES DE '2A'), POR ISSO CADA LUGAR E
      *    DESMONTADO EM FILA E LETRA E A GRELHA FILA X LETRA APONTA
      *    PARA A ENTRADA DA TABELA (ZERO = NAO HA LUGAR ALI)
      ******************************************************************
       01 WS-SEAT-TABLE.
           05 WS-ST-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-ST-ENTRY OCCURS 600 TIMES.
               10 WS-ST-SEAT    PIC X(4).
               10 WS-ST-CLASS   PIC X(1).
               10 WS-ST-ATTR    PIC X(1).
               10 WS-ST-TICKET  PIC 9(4).
      *        OCUPACAO: '.' LIVRE, 'R' RESERVADO SEM CHECK-IN,
      *        'X' CHECK-IN FEITO OU EMBARCADO, 'N' NO-SHOW OU
      *        RECUSADO, '?' ATRIBUIDO SEM PASSAGEIRO NO MESTRE
               10 WS-ST-OCC     PIC X(1).
      *        MARCA: 'U' UMNR, 'W' WCHR, 'P' PETC, 'I' BEBE AO
      *        COLO, '*' MAIS DE UMA DESTAS
               10 WS-ST-MARK    PIC X(1).
       01 WS-SEAT-GRID.
           05 WS-GRID-ROW OCCURS 99 TIMES.
               10 WS-GRID-CELL  PIC 9(3) OCCURS 26 TIMES.
       01 WS-ROW-USED-TABLE.
           05 WS-ROW-USED       PIC X(1) OCCURS 99 TIMES.
       01 WS-COL-USED-TABLE.
           05 WS-COL-USED       PIC X(1) OCCURS 26 TIMES.
       01 WS-ALPHABET           PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-LOCATE-WORK.
           05 WS-LOC-SEAT       PIC X(4).
           05 WS-LOC-ROW        PIC 9(2).
           05 WS-LOC-COL        PIC 9(2).
           05 WS-LOC-LETTER     PIC X(1).
           05 WS-LOC-IDX        PIC 9(3).

       01 WS-CHART-WORK.
           05 WS-ROW            PIC 9(2).
           05 WS-COL            PIC 9(2).
           05 WS-IDX            PIC 9(3).
           05 WS-LINE-POS       PIC 9(3).
           05 WS-ROW-CLASS      PIC X(1).
           05 WS-LAST-CLASS     PIC X(1).
           05 WS-DISP-ROW       PIC Z9.
           05 WS-SSR-TALLY      PIC 9(2).
           05 WS-NEW-MARK       PIC X(1).
           05 WS-CELL.
               10 WS-CELL-OCC   PIC X(1).
               10 WS-CELL-MARK  PIC X(1).
               10 WS-CELL-ATTR  PIC X(1).

      *    SITUACAO DO VOO: PASSAGEIROS PAGANTES AINDA POR EMBARCAR
      *    OU POR MARCAR COMO NO-SHOW (ZERO DEPOIS DO CHECKIN CLOSE)
       01 WS-PHASE-COUNTS.
           05 WS-PAX-SEEN       PIC 9(4) VALUE ZERO.
           05 WS-PAX-OPEN       PIC 9(4) VALUE ZERO.

      *    CONTAGENS POR CLASSE (1 = E, 2 = J, 3 = P, 4 = TOTAL)
       01 WS-CLASS-COUNTS.
           05 WS-CC-ENTRY OCCURS 4 TIMES.
               10 WS-CC-SEATS   PIC 9(4).
               10 WS-CC-OCC     PIC 9(4).
               10 WS-CC-OPEN    PIC 9(4).
               10 WS-CC-NOSHOW  PIC 9(4).
               10 WS-CC-FREE    PIC 9(4).
               10 WS-CC-INFANT  PIC 9(4).
               10 WS-CC-SSR     PIC 9(4).
       01 WS-CC-IDX             PIC 9(1).
       01 WS-CC-NAMES           PIC X(12)
           VALUE 'E  J  P  TOT'.
       01 WS-CC-DISP.
           05 WS-DISP-SEATS     PIC Z(3)9.
           05 WS-DISP-OCC       PIC Z(3)9.
           05 WS-DISP-OPEN      PIC Z(3)9.
           05 WS-DISP-NOSHOW    PIC Z(3)9.
           05 WS-DISP-FREE      PIC Z(3)9.
           05 WS-DISP-INFANT    PIC Z(3)9.
           05 WS-DISP-SSR       PIC Z(3)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CHART-FLIGHT WS-CHART-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CHART-FLIGHT WS-CHART-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-TODAY
           IF WS-CHART-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT PASSENGER-MASTER-FILE
                INPUT SEAT-MAP-FILE
                INPUT SEAT-ASSIGNMENT-FILE
                EXTEND SEAT-CHART-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - FM "
                       WS-FLIGHT-STATUS " PM " WS-PASSENGER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CHART-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-CHART-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-CHART-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-CHART-FLIGHT " " WS-CHART-DATE
                           " NAO EXISTE NO MESTRE DE VOOS"
                   MOVE 1 TO WS-RETURN-CODE
           END-READ

           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-LOAD-SEAT-MAP
               IF WS-ST-COUNT = ZERO
                   PERFORM 1000-WRITE-HEADING
                   MOVE '*** VOO SEM MAPA DE LUGARES PARA O TIPO DE '
                       & 'AVIAO - MAPA DA CABINE NAO EMITIDO ***'
                       TO SEAT-CHART-RECORD
                   WRITE SEAT-CHART-RECORD
                   DISPLAY "VOO " WS-CHART-FLIGHT " SEM MAPA DE "
                           "LUGARES (TIPO '" FM-AIRCRAFT-TYPE "')"
                   MOVE 2 TO WS-RETURN-CODE
               ELSE
                   PERFORM 3000-APPLY-ASSIGNMENTS
                   PERFORM 3100-APPLY-PASSENGERS
                   PERFORM 3200-APPLY-INFANTS
                   PERFORM 1000-WRITE-HEADING
                   PERFORM 4000-WRITE-CABIN
                   PERFORM 5000-WRITE-LEGEND
                   PERFORM 6000-WRITE-CLASS-COUNTS
                   DISPLAY "MAPA DA CABINE DO VOO " WS-CHART-FLIGHT
                           " " WS-CHART-DATE " EMITIDO"
               END-IF
           END-IF

           CLOSE FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 SEAT-MAP-FILE
                 SEAT-ASSIGNMENT-FILE
                 SEAT-CHART-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-WRITE-HEADING.
           MOVE SPACES TO SEAT-CHART-RECORD
           STRING '===== MAPA DA CABINE - VOO ' DELIMITED BY SIZE
                  FM-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FM-ORIGIN DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FM-DESTINATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FM-FLIGHT-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD

           MOVE SPACES TO SEAT-CHART-RECORD
           STRING 'AVIAO: ' DELIMITED BY SIZE
                  FM-AIRCRAFT-TYPE DELIMITED BY SIZE
                  '  PARTIDA: ' DELIMITED BY SIZE
                  FM-DEPARTURE-TIME DELIMITED BY SIZE
                  '  PORTA: ' DELIMITED BY SIZE
                  FM-GATE DELIMITED BY SIZE
                  '  EMITIDO EM ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD

           IF WS-PAX-SEEN > ZERO AND WS-PAX-OPEN = ZERO
               MOVE 'SITUACAO: PORTA FECHADA (DEPOIS DO CHECKIN CLOSE)'
                   TO SEAT-CHART-RECORD
           ELSE
               MOVE 'SITUACAO: PORTA ABERTA' TO SEAT-CHART-RECORD
           END-IF
           WRITE SEAT-CHART-RECORD
           MOVE SPACES TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD.

      ******************************************************************
      *    LUGARES DO TIPO DE AVIAO DO VOO PARA A TABELA E A GRELHA.
      *    UM LUGAR FORA DO FORMATO FILA(1-2 DIGITOS)+LETRA FICA DE
      *    FORA DO DESENHO
      ******************************************************************
       2000-LOAD-SEAT-MAP.
           INITIALIZE WS-SEAT-GRID
           MOVE ALL 'N' TO WS-ROW-USED-TABLE
           MOVE ALL 'N' TO WS-COL-USED-TABLE
           INITIALIZE WS-CLASS-COUNTS
           MOVE ZERO TO WS-ST-COUNT
           IF FM-AIRCRAFT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-SM-EOF
           MOVE FM-AIRCRAFT-TYPE TO SM-AIRCRAFT-TYPE
           MOVE LOW-VALUES       TO SM-SEAT-NUMBER
           START SEAT-MAP-FILE KEY >= SM-TYPE-SEAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SM-EOF
           END-START
           PERFORM UNTIL B-SM-EOF
               READ SEAT-MAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SM-EOF
                   NOT AT END
                       IF SM-AIRCRAFT-TYPE NOT = FM-AIRCRAFT-TYPE
                           MOVE 'Y' TO WS-SM-EOF
                       ELSE
                           PERFORM 2100-ADD-MAP-SEAT
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADD-MAP-SEAT.
           IF WS-ST-COUNT NOT < 600
               EXIT PARAGRAPH
           END-IF
           MOVE SM-SEAT-NUMBER TO WS-LOC-SEAT
           PERFORM 2200-SPLIT-SEAT
           IF WS-LOC-ROW = ZERO OR WS-LOC-COL = ZERO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-ST-COUNT
           MOVE SM-SEAT-NUMBER TO WS-ST-SEAT(WS-ST-COUNT)
           MOVE SM-SEAT-CLASS  TO WS-ST-CLASS(WS-ST-COUNT)
           MOVE SM-ATTRIBUTE   TO WS-ST-ATTR(WS-ST-COUNT)
           MOVE ZERO           TO WS-ST-TICKET(WS-ST-COUNT)
           MOVE '.'            TO WS-ST-OCC(WS-ST-COUNT)
           MOVE SPACE          TO WS-ST-MARK(WS-ST-COUNT)
           MOVE WS-ST-COUNT TO WS-GRID-CELL(WS-LOC-ROW, WS-LOC-COL)
           MOVE 'Y' TO WS-ROW-USED(WS-LOC-ROW)
           MOVE 'Y' TO WS-COL-USED(WS-LOC-COL).

      ******************************************************************
      *    DESMONTA WS-LOC-SEAT ('7C', '12A') EM FILA E COLUNA DA
      *    LETRA; FILA OU COLUNA A ZERO QUANDO O FORMATO NAO SERVE.
      *    WS-LOC-IDX FICA COM A ENTRADA DA TABELA NESSE PONTO DA
      *    GRELHA (ZERO = NAO HA LUGAR)
      ******************************************************************
       2200-SPLIT-SEAT.
           MOVE ZERO  TO WS-LOC-ROW
           MOVE ZERO  TO WS-LOC-COL
           MOVE ZERO  TO WS-LOC-IDX
           MOVE SPACE TO WS-LOC-LETTER
           EVALUATE TRUE
               WHEN WS-LOC-SEAT(1:2) IS NUMERIC
                   MOVE WS-LOC-SEAT(1:2) TO WS-LOC-ROW
                   MOVE WS-LOC-SEAT(3:1) TO WS-LOC-LETTER
               WHEN WS-LOC-SEAT(1:1) IS NUMERIC
                   MOVE WS-LOC-SEAT(1:1) TO WS-LOC-ROW
                   MOVE WS-LOC-SEAT(2:1) TO WS-LOC-LETTER
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 26 OR WS-LOC-COL NOT = ZERO
               IF WS-ALPHABET(WS-COL:1) = WS-LOC-LETTER
                   MOVE WS-COL TO WS-LOC-COL
               END-IF
           END-PERFORM
           IF WS-LOC-ROW NOT = ZERO AND WS-LOC-COL NOT = ZERO
               MOVE WS-GRID-CELL(WS-LOC-ROW, WS-LOC-COL) TO WS-LOC-IDX
           END-IF.

      ******************************************************************
      *    LUGARES ATRIBUIDOS NO VOO: FICAM COM O BILHETE DE QUEM OS
      *    TEM; O ESTADO VEM DO MESTRE DE PASSAGEIROS A SEGUIR
      ******************************************************************
       3000-APPLY-ASSIGNMENTS.
           MOVE SPACE TO WS-SA-EOF
           MOVE FM-FLIGHT-NUMBER TO SA-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO SA-FLIGHT-DATE
           MOVE LOW-VALUES       TO SA-SEAT-NUMBER
           START SEAT-ASSIGNMENT-FILE KEY >= SA-FLIGHT-SEAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SA-EOF
           END-START
           PERFORM UNTIL B-SA-EOF
               READ SEAT-ASSIGNMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-FLIGHT-NUMBER NOT = FM-FLIGHT-NUMBER
                           OR SA-FLIGHT-DATE NOT = FM-FLIGHT-DATE
                           MOVE 'Y' TO WS-SA-EOF
                       ELSE
                           MOVE SA-SEAT-NUMBER TO WS-LOC-SEAT
                           PERFORM 2200-SPLIT-SEAT
                           IF WS-LOC-IDX NOT = ZERO
                               MOVE SA-TICKET TO
                                   WS-ST-TICKET(WS-LOC-IDX)
                               MOVE '?' TO WS-ST-OCC(WS-LOC-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    ESTADO E SSR DE QUEM OCUPA CADA LUGAR ATRIBUIDO, E A
      *    SITUACAO DA PORTA (PAGANTES AINDA POR EMBARCAR)
      ******************************************************************
       3100-APPLY-PASSENGERS.
           MOVE SPACE TO WS-PM-EOF
           MOVE FM-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO             TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
           PERFORM UNTIL B-PM-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = FM-FLIGHT-NUMBER
                           OR PM-FLIGHT-DATE NOT = FM-FLIGHT-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           PERFORM 3150-APPLY-ONE-PASSENGER
                       END-IF
               END-READ
           END-PERFORM.

       3150-APPLY-ONE-PASSENGER.
           IF NOT B-PM-STAFF AND NOT B-PM-INFANT
               ADD 1 TO WS-PAX-SEEN
               IF B-PM-BOOKED OR B-PM-CHECKED-IN OR B-PM-HELD-OPT
                   ADD 1 TO WS-PAX-OPEN
               END-IF
           END-IF
           IF B-PM-INFANT OR PM-SEAT-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE PM-SEAT-NUMBER TO WS-LOC-SEAT
           PERFORM 2200-SPLIT-SEAT
           IF WS-LOC-IDX = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ST-TICKET(WS-LOC-IDX) NOT = PM-TICKET
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN B-PM-CHECKED-IN OR B-PM-BOARDED
                   MOVE 'X' TO WS-ST-OCC(WS-LOC-IDX)
               WHEN B-PM-NO-SHOW OR B-PM-DENIED
                   MOVE 'N' TO WS-ST-OCC(WS-LOC-IDX)
               WHEN OTHER
                   MOVE 'R' TO WS-ST-OCC(WS-LOC-IDX)
           END-EVALUATE

           MOVE ZERO TO WS-SSR-TALLY
           INSPECT PM-SSR-CODES TALLYING WS-SSR-TALLY FOR ALL 'UMNR'
           IF WS-SSR-TALLY > ZERO
               MOVE 'U' TO WS-NEW-MARK
               PERFORM 3300-SET-MARK
           END-IF
           MOVE ZERO TO WS-SSR-TALLY
           INSPECT PM-SSR-CODES TALLYING WS-SSR-TALLY FOR ALL 'WCHR'
           IF WS-SSR-TALLY > ZERO
               MOVE 'W' TO WS-NEW-MARK
               PERFORM 3300-SET-MARK
           END-IF
           MOVE ZERO TO WS-SSR-TALLY
           INSPECT PM-SSR-CODES TALLYING WS-SSR-TALLY FOR ALL 'PETC'
           IF WS-SSR-TALLY > ZERO
               MOVE 'P' TO WS-NEW-MARK
               PERFORM 3300-SET-MARK
           END-IF.

      ******************************************************************
      *    BEBES AO COLO: NAO TEM LUGAR PROPRIO, A MARCA VAI PARA O
      *    LUGAR DO ADULTO ACOMPANHANTE (PM-ADULT-TICKET)
      ******************************************************************
       3200-APPLY-INFANTS.
           MOVE SPACE TO WS-PM-EOF
           MOVE FM-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO             TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
           PERFORM UNTIL B-PM-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = FM-FLIGHT-NUMBER
                           OR PM-FLIGHT-DATE NOT = FM-FLIGHT-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           IF B-PM-INFANT
                               AND NOT B-PM-NO-SHOW
                               AND NOT B-PM-DENIED
                               PERFORM 3250-MARK-INFANT-SEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3250-MARK-INFANT-SEAT.
           MOVE ZERO TO WS-LOC-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ST-COUNT OR WS-LOC-IDX NOT = ZERO
               IF WS-ST-TICKET(WS-IDX) = PM-ADULT-TICKET
                   AND WS-ST-OCC(WS-IDX) NOT = '.'
                   MOVE WS-IDX TO WS-LOC-IDX
               END-IF
           END-PERFORM
           IF WS-LOC-IDX NOT = ZERO
               MOVE 'I' TO WS-NEW-MARK
               PERFORM 3300-SET-MARK
           END-IF.

      *    UMA SO MARCA NO LUGAR; DUAS DIFERENTES DAO '*'
       3300-SET-MARK.
           IF WS-ST-MARK(WS-LOC-IDX) = SPACE
               MOVE WS-NEW-MARK TO WS-ST-MARK(WS-LOC-IDX)
           ELSE
               IF WS-ST-MARK(WS-LOC-IDX) NOT = WS-NEW-MARK
                   MOVE '*' TO WS-ST-MARK(WS-LOC-IDX)
               END-IF
           END-IF.

      ******************************************************************
      *    A CABINE FILA A FILA: CABECALHO DAS LETRAS A CADA MUDANCA
      *    DE CLASSE, CADA LUGAR NUMA CELULA DE 3 POSICOES
      *    (OCUPACAO, MARCA, '+' SE TEM ESPACO EXTRA PARA AS PERNAS)
      ******************************************************************
       4000-WRITE-CABIN.
           MOVE SPACE TO WS-LAST-CLASS
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 99
               IF WS-ROW-USED(WS-ROW) = 'Y'
                   PERFORM 4100-WRITE-ROW
               END-IF
           END-PERFORM.

       4100-WRITE-ROW.
           MOVE SPACE TO WS-ROW-CLASS
           PERFORM VARYING WS-COL FROM 1 BY 1
               UNTIL WS-COL > 26 OR WS-ROW-CLASS NOT = SPACE
               MOVE WS-GRID-CELL(WS-ROW, WS-COL) TO WS-IDX
               IF WS-IDX NOT = ZERO
                   MOVE WS-ST-CLASS(WS-IDX) TO WS-ROW-CLASS
               END-IF
           END-PERFORM
           IF WS-ROW-CLASS NOT = WS-LAST-CLASS
               PERFORM 4200-WRITE-CLASS-HEADING
               MOVE WS-ROW-CLASS TO WS-LAST-CLASS
           END-IF

           MOVE SPACES TO SEAT-CHART-RECORD
           MOVE WS-ROW TO WS-DISP-ROW
           MOVE 'FILA' TO SEAT-CHART-RECORD(1:4)
           MOVE WS-DISP-ROW TO SEAT-CHART-RECORD(6:2)
           MOVE 10 TO WS-LINE-POS
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 26
               IF WS-COL-USED(WS-COL) = 'Y'
                   MOVE WS-GRID-CELL(WS-ROW, WS-COL) TO WS-IDX
                   IF WS-IDX = ZERO
                       MOVE SPACES TO WS-CELL
                   ELSE
                       PERFORM 4300-BUILD-CELL
                   END-IF
                   MOVE WS-CELL TO SEAT-CHART-RECORD(WS-LINE-POS:3)
                   ADD 4 TO WS-LINE-POS
               END-IF
           END-PERFORM
           WRITE SEAT-CHART-RECORD.

       4200-WRITE-CLASS-HEADING.
           MOVE SPACES TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE SPACES TO SEAT-CHART-RECORD
           EVALUATE WS-ROW-CLASS
               WHEN 'P'
                   MOVE '--- CLASSE P (PREMIUM) ---' TO
                       SEAT-CHART-RECORD
               WHEN 'J'
                   MOVE '--- CLASSE J (EXECUTIVA) ---' TO
                       SEAT-CHART-RECORD
               WHEN OTHER
                   MOVE '--- CLASSE E (ECONOMICA) ---' TO
                       SEAT-CHART-RECORD
           END-EVALUATE
           WRITE SEAT-CHART-RECORD

           MOVE SPACES TO SEAT-CHART-RECORD
           MOVE 10 TO WS-LINE-POS
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 26
               IF WS-COL-USED(WS-COL) = 'Y'
                   MOVE WS-ALPHABET(WS-COL:1) TO
                       SEAT-CHART-RECORD(WS-LINE-POS:1)
                   ADD 4 TO WS-LINE-POS
               END-IF
           END-PERFORM
           WRITE SEAT-CHART-RECORD.

      *    CELULA DO LUGAR WS-IDX, CONTADA NA SUA CLASSE E NO TOTAL
       4300-BUILD-CELL.
           MOVE WS-ST-OCC(WS-IDX)  TO WS-CELL-OCC
           MOVE WS-ST-MARK(WS-IDX) TO WS-CELL-MARK
           IF WS-ST-ATTR(WS-IDX) = 'L'
               MOVE '+' TO WS-CELL-ATTR
           ELSE
               MOVE SPACE TO WS-CELL-ATTR
           END-IF

           EVALUATE WS-ST-CLASS(WS-IDX)
               WHEN 'J'
                   MOVE 2 TO WS-CC-IDX
               WHEN 'P'
                   MOVE 3 TO WS-CC-IDX
               WHEN OTHER
                   MOVE 1 TO WS-CC-IDX
           END-EVALUATE
           PERFORM 4350-COUNT-CELL
           MOVE 4 TO WS-CC-IDX
           PERFORM 4350-COUNT-CELL.

       4350-COUNT-CELL.
           ADD 1 TO WS-CC-SEATS(WS-CC-IDX)
           EVALUATE WS-CELL-OCC
               WHEN 'X'
                   ADD 1 TO WS-CC-OCC(WS-CC-IDX)
               WHEN 'R'
               WHEN '?'
                   ADD 1 TO WS-CC-OPEN(WS-CC-IDX)
               WHEN 'N'
                   ADD 1 TO WS-CC-NOSHOW(WS-CC-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CC-FREE(WS-CC-IDX)
           END-EVALUATE
           EVALUATE WS-CELL-MARK
               WHEN 'I'
                   ADD 1 TO WS-CC-INFANT(WS-CC-IDX)
               WHEN 'U'
               WHEN 'W'
               WHEN 'P'
                   ADD 1 TO WS-CC-SSR(WS-CC-IDX)
               WHEN '*'
                   ADD 1 TO WS-CC-SSR(WS-CC-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5000-WRITE-LEGEND.
           MOVE SPACES TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE 'LEGENDA:' TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE '  .  LIVRE             X  CHECK-IN FEITO/EMBARCADO'
               TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE '  R  RESERVADO SEM CHECK-IN   N  NO-SHOW/RECUSADO'
               TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE '  ?  ATRIBUIDO SEM PASSAGEIRO NO MESTRE (SEATAUD)'
               TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE '  I  BEBE AO COLO   W  WCHR   U  UMNR   P  PETC   '
               & '*  VARIOS' TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE '  +  ESPACO EXTRA PARA AS PERNAS' TO
               SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD.

       6000-WRITE-CLASS-COUNTS.
           MOVE SPACES TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           MOVE 'CLASSE  LUGAR  OCUP  S/CI  N-SH  LIVR  BEBE   SSR'
               TO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1 UNTIL WS-CC-IDX > 4
               IF WS-CC-SEATS(WS-CC-IDX) > ZERO
                   PERFORM 6100-WRITE-COUNT-LINE
               END-IF
           END-PERFORM
           MOVE '===============================================' TO
               SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD.

       6100-WRITE-COUNT-LINE.
           MOVE WS-CC-SEATS(WS-CC-IDX)  TO WS-DISP-SEATS
           MOVE WS-CC-OCC(WS-CC-IDX)    TO WS-DISP-OCC
           MOVE WS-CC-OPEN(WS-CC-IDX)   TO WS-DISP-OPEN
           MOVE WS-CC-NOSHOW(WS-CC-IDX) TO WS-DISP-NOSHOW
           MOVE WS-CC-FREE(WS-CC-IDX)   TO WS-DISP-FREE
           MOVE WS-CC-INFANT(WS-CC-IDX) TO WS-DISP-INFANT
           MOVE WS-CC-SSR(WS-CC-IDX)    TO WS-DISP-SSR
           MOVE SPACES TO SEAT-CHART-RECORD
           STRING WS-CC-NAMES((WS-CC-IDX - 1) * 3 + 1:3)
                  DELIMITED BY SIZE
                  '      ' DELIMITED BY SIZE
                  WS-DISP-SEATS DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-OCC DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-OPEN DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-NOSHOW DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-FREE DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-INFANT DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-DISP-SSR DELIMITED BY SIZE
                  INTO SEAT-CHART-RECORD
           WRITE SEAT-CHART-RECORD.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-CHART-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-TODAY TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
               NOT INVALID KEY
                   READ FLIGHT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
                   END-READ
           END-START
           IF FM-FLIGHT-NUMBER = WS-CHART-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-CHART-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHART-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-CHART-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-CHART-DATE
                       END-IF
               END-READ
           END-PERFORM.
