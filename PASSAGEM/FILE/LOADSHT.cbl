      ******************************************************************
      *    LOADSHT - FOLHA DE CARGA POR VOO PARA O LOAD CONTROL, UM
      *    DOCUMENTO DE SEGURANCA DE VOO QUE ERA FEITO EM FOLHA DE
      *    CALCULO: TOTAL DE MALAS E PESO DE BAGAGEM DAS ETIQUETAS
      *    ATIVAS (O PESO REAL DA BALANCA QUANDO A MALA JA PASSOU PELA
      *    LARGADA DE BAGAGEM; SEM ETIQUETAS, AS MALAS E O PESO
      *    DECLARADOS NO MESTRE DE PASSAGEIROS), CONTAGEM DE
      *    PASSAGEIROS POR CLASSE, PESO
      *    ESTIMADO DOS PASSAGEIROS PELAS MASSAS PADRAO (ADULTO 84KG,
      *    CRIANCA 2-11 35KG, BEBE 10KG), COMPARADO COM A CARGA
      *    MAXIMA DO VOO (FM-MAX-PAYLOAD) COM LINHA DE AVISO QUANDO
      *    EXCEDIDA. A CARGA E O CORREIO RESERVADOS NO VOO
      *    (cargo-bookings.dat, MANTIDO PELO CARGOMNT.cbl) VAO NOS
      *    MESMOS PORORES E ENTRAM NA CARGA TOTAL; OS EMBARQUES
      *    DESCARREGADOS NAO CONTAM. PARAMETROS: <VOO>
      *    [<DATA AAAAMMDD>] (SEM DATA, A PROXIMA PARTIDA DO VOO; EM
      *    BRANCO = TODOS OS VOOS DO MESTRE). SAIDA EM load-sheet.txt
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL BAG-TAG-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-tags.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-TAG-KEY.

           SELECT OPTIONAL CARGO-BOOKING-FILE ASSIGN TO
               "PASSAGEM/FILE/cargo-bookings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-FLIGHT-AWB-KEY.

           SELECT OPTIONAL LOAD-SHEET-FILE ASSIGN TO
               "PASSAGEM/FILE/load-sheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD BAG-TAG-FILE.
           COPY BAGTAG.

       FD CARGO-BOOKING-FILE.
           COPY CARGO.

       FD LOAD-SHEET-FILE.
       01 LOAD-SHEET-RECORD         PIC X(80).

       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-SHEET-FLIGHT       PIC X(6).
       01 WS-SHEET-DATE         PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).

       01 WS-EOF-FLAGS.
           05 WS-FM-EOF         PIC X(1).
               88 B-FM-EOF      VALUE 'Y'.
           05 WS-PM-EOF         PIC X(1).
               88 B-PM-EOF      VALUE 'Y'.
           05 WS-BT-EOF         PIC X(1).
               88 B-BT-EOF      VALUE 'Y'.
           05 WS-CG-EOF         PIC X(1).
               88 B-CG-EOF      VALUE 'Y'.

      *    MALAS DO PASSAGEIRO PELAS ETIQUETAS ATIVAS
       01 WS-PAX-BAGS.
           05 WS-PB-COUNT       PIC 9(3).
           05 WS-PB-WEIGHT      PIC 9(5).

      ******************************************************************
      *    MASSAS PADRAO POR ESCALAO ETARIO, ACORDADAS COM O LOAD

       01 WS-SHEET-TOTALS.
           05 WS-TOTAL-BAGS     PIC 9(5).
           05 WS-WEIGHED-BAGS   PIC 9(5).
           05 WS-BAG-WEIGHT     PIC 9(7).
           05 WS-PAX-E          PIC 9(4).
           05 WS-PAX-J          PIC 9(4).
           05 WS-PAX-P          PIC 9(4).
           05 WS-PAX-WEIGHT     PIC 9(7).
           05 WS-CARGO-AWBS     PIC 9(4).
           05 WS-CARGO-WEIGHT   PIC 9(7).
           05 WS-MAIL-WEIGHT    PIC 9(7).
           05 WS-TOTAL-PAYLOAD  PIC 9(7).
           05 WS-DISP-BAGS      PIC Z(4)9.
           05 WS-DISP-WEIGHED   PIC Z(4)9.
           05 WS-DISP-BAG-WT    PIC Z(6)9.
           05 WS-DISP-PAX-E     PIC Z(3)9.
           05 WS-DISP-PAX-J     PIC Z(3)9.
           05 WS-DISP-PAX-P     PIC Z(3)9.
           05 WS-DISP-PAX-WT    PIC Z(6)9.
           05 WS-DISP-AWBS      PIC Z(3)9.
           05 WS-DISP-CARGO-WT  PIC Z(6)9.
           05 WS-DISP-MAIL-WT   PIC Z(6)9.
           05 WS-DISP-PAYLOAD   PIC Z(6)9.
           05 WS-DISP-LIMIT     PIC Z(5)9.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-SHEET-FLIGHT WS-SHEET-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-SHEET-FLIGHT WS-SHEET-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT PASSENGER-MASTER-FILE
                INPUT BAG-TAG-FILE
                INPUT CARGO-BOOKING-FILE
                EXTEND LOAD-SHEET-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
           END-IF

           IF WS-SHEET-FLIGHT NOT = SPACES
               IF WS-SHEET-DATE = SPACES
                   PERFORM 1100-RESOLVE-FLIGHT-DATE
               END-IF
               MOVE WS-SHEET-FLIGHT TO FM-FLIGHT-NUMBER
               MOVE WS-SHEET-DATE   TO FM-FLIGHT-DATE
               READ FLIGHT-MASTER-FILE
                   INVALID KEY
                       DISPLAY "VOO " WS-SHEET-FLIGHT " NAO EXISTE "
               END-READ
           ELSE
               MOVE SPACE TO WS-FM-EOF
               MOVE LOW-VALUES TO FM-FLIGHT-KEY
               START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-FM-EOF
               END-START

           CLOSE FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 BAG-TAG-FILE
                 CARGO-BOOKING-FILE
                 LOAD-SHEET-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
      ******************************************************************
       2000-SHEET-ONE-FLIGHT.
           MOVE ZERO TO WS-TOTAL-BAGS
           MOVE ZERO TO WS-WEIGHED-BAGS
           MOVE ZERO TO WS-BAG-WEIGHT
           MOVE ZERO TO WS-PAX-E
           MOVE ZERO TO WS-PAX-J
           MOVE ZERO TO WS-PAX-P
           MOVE ZERO TO WS-PAX-WEIGHT
           MOVE ZERO TO WS-CARGO-AWBS
           MOVE ZERO TO WS-CARGO-WEIGHT
           MOVE ZERO TO WS-MAIL-WEIGHT

           MOVE SPACE TO WS-PM-EOF
           MOVE FM-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
           PERFORM 2100-ADD-ONE-PASSENGER UNTIL B-PM-EOF
           PERFORM 2160-SUM-FLIGHT-CARGO

           COMPUTE WS-TOTAL-PAYLOAD =
               WS-BAG-WEIGHT + WS-PAX-WEIGHT
               + WS-CARGO-WEIGHT + WS-MAIL-WEIGHT

           PERFORM 2200-WRITE-SHEET.

                   MOVE 'Y' TO WS-PM-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = FM-FLIGHT-NUMBER
                       OR PM-FLIGHT-DATE NOT = FM-FLIGHT-DATE
                       MOVE 'Y' TO WS-PM-EOF
                   ELSE
      *                UM STANDBY DE PESSOAL SO PESA NA FOLHA DEPOIS DE
      *                O FECHO DA PORTA O EMBARCAR NUM LUGAR LIVRE
                   IF B-PM-STAFF AND NOT B-PM-BOARDED
                       CONTINUE
                   ELSE
                       PERFORM 2150-SUM-PASSENGER-TAGS
                       IF WS-PB-COUNT > ZERO
                           ADD WS-PB-COUNT  TO WS-TOTAL-BAGS
                           ADD WS-PB-WEIGHT TO WS-BAG-WEIGHT
                       ELSE
                           ADD PM-BAGS TO WS-TOTAL-BAGS
                           COMPUTE WS-BAG-WEIGHT =
                               WS-BAG-WEIGHT
                               + (PM-BAGS * PM-BAG-WEIGHT)
                       END-IF
                       EVALUATE PM-SEAT
                           WHEN 'E'
                               ADD 1 TO WS-PAX-E
                               ADD WS-MASS-ADULT TO WS-PAX-WEIGHT
                       END-EVALUATE
                   END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    ETIQUETAS ATIVAS DO PASSAGEIRO: CADA UMA COM O SEU PESO
      *    (REAL QUANDO PESADA NA LARGADA, DECLARADO ANTES DISSO)
      ******************************************************************
       2150-SUM-PASSENGER-TAGS.
           MOVE ZERO TO WS-PB-COUNT
           MOVE ZERO TO WS-PB-WEIGHT
           MOVE SPACE TO WS-BT-EOF
           MOVE PM-FLIGHT-NUMBER TO BT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO BT-FLIGHT-DATE
           MOVE PM-TICKET        TO BT-TICKET
           MOVE ZERO             TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BT-EOF
           END-START
           PERFORM UNTIL B-BT-EOF
               READ BAG-TAG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = PM-FLIGHT-NUMBER
                           OR BT-FLIGHT-DATE NOT = PM-FLIGHT-DATE
                           OR BT-TICKET NOT = PM-TICKET
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
                           IF B-BT-ACTIVE
                               ADD 1 TO WS-PB-COUNT
                               ADD BT-WEIGHT TO WS-PB-WEIGHT
                               IF B-BT-WEIGHED
                                   ADD 1 TO WS-WEIGHED-BAGS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    CARGA E CORREIO RESERVADOS NO VOO (OS DESCARREGADOS FICARAM
      *    EM TERRA E NAO PESAM)
      ******************************************************************
       2160-SUM-FLIGHT-CARGO.
           MOVE SPACE TO WS-CG-EOF
           MOVE FM-FLIGHT-NUMBER TO CG-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO CG-FLIGHT-DATE
           MOVE LOW-VALUES       TO CG-AWB-NUMBER
           START CARGO-BOOKING-FILE KEY >= CG-FLIGHT-AWB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CG-EOF
           END-START
           PERFORM UNTIL B-CG-EOF
               READ CARGO-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CG-EOF
                   NOT AT END
                       IF CG-FLIGHT-NUMBER NOT = FM-FLIGHT-NUMBER
                           OR CG-FLIGHT-DATE NOT = FM-FLIGHT-DATE
                           MOVE 'Y' TO WS-CG-EOF
                       ELSE
                           IF B-CG-BOOKED
                               ADD 1 TO WS-CARGO-AWBS
                               IF B-CG-MAIL
                                   ADD CG-WEIGHT TO WS-MAIL-WEIGHT
                               ELSE
                                   ADD CG-WEIGHT TO WS-CARGO-WEIGHT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2200-WRITE-SHEET.
           MOVE WS-TOTAL-BAGS    TO WS-DISP-BAGS
           MOVE WS-WEIGHED-BAGS  TO WS-DISP-WEIGHED
           MOVE WS-BAG-WEIGHT    TO WS-DISP-BAG-WT
           MOVE WS-PAX-E         TO WS-DISP-PAX-E
           MOVE WS-PAX-J         TO WS-DISP-PAX-J
           MOVE WS-PAX-P         TO WS-DISP-PAX-P
           MOVE WS-PAX-WEIGHT    TO WS-DISP-PAX-WT
           MOVE WS-CARGO-AWBS    TO WS-DISP-AWBS
           MOVE WS-CARGO-WEIGHT  TO WS-DISP-CARGO-WT
           MOVE WS-MAIL-WEIGHT   TO WS-DISP-MAIL-WT
           MOVE WS-TOTAL-PAYLOAD TO WS-DISP-PAYLOAD
           MOVE FM-MAX-PAYLOAD   TO WS-DISP-LIMIT

                  WS-DISP-BAGS DELIMITED BY SIZE
                  '  PESO BAGAGEM: ' DELIMITED BY SIZE
                  WS-DISP-BAG-WT DELIMITED BY SIZE
                  'KG  PESADAS NA LARGADA: ' DELIMITED BY SIZE
                  WS-DISP-WEIGHED DELIMITED BY SIZE
                  INTO LOAD-SHEET-RECORD
           WRITE LOAD-SHEET-RECORD

                  INTO LOAD-SHEET-RECORD
           WRITE LOAD-SHEET-RECORD

           MOVE SPACES TO LOAD-SHEET-RECORD
           STRING 'CARGA: ' DELIMITED BY SIZE
                  WS-DISP-AWBS DELIMITED BY SIZE
                  ' AWB  PESO CARGA: ' DELIMITED BY SIZE
                  WS-DISP-CARGO-WT DELIMITED BY SIZE
                  'KG  CORREIO: ' DELIMITED BY SIZE
                  WS-DISP-MAIL-WT DELIMITED BY SIZE
                  'KG' DELIMITED BY SIZE
                  INTO LOAD-SHEET-RECORD
           WRITE LOAD-SHEET-RECORD

           MOVE SPACES TO LOAD-SHEET-RECORD
           STRING 'CARGA ESTIMADA: ' DELIMITED BY SIZE
                  WS-DISP-PAYLOAD DELIMITED BY SIZE

           DISPLAY "FOLHA DE CARGA DO VOO " FM-FLIGHT-NUMBER
                   " EMITIDA - " WS-DISP-PAYLOAD "KG".

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-SHEET-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-SHEET-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-SHEET-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SHEET-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-SHEET-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-SHEET-DATE
                       END-IF
               END-READ
           END-PERFORM.
