      *    PORAO: UMA LINHA POR ETIQUETA (VOO+BILHETE+SEQ), COM O PESO
      *    E O ESTADO, E TOTAIS DE MALAS E PESO EMBARCADO. ETIQUETAS
      *    ANULADAS POR CANCELAMENTO APARECEM MARCADAS PARA A EQUIPA
      *    AS RETIRAR DO PORAO. PARAMETROS: NUMERO DO VOO E,
      *    OPCIONALMENTE, A DATA DE PARTIDA (AAAAMMDD); SEM DATA, A
      *    PROXIMA PARTIDA DO VOO NO MESTRE DE VOOS.
      ******************************************************************

       ENVIRONMENT DIVISION.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT BAG-TAG-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-tags.dat"
               ORGANIZATION IS INDEXED

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD BAG-TAG-FILE.
           COPY BAGTAG.


       WORKING-STORAGE SECTION.
       01 WS-BAGTAG-STATUS      PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-MANIFEST-FLIGHT    PIC X(6).
       01 WS-MANIFEST-DATE      PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).
       01 WS-BAGTAG-EOF         PIC X(1) VALUE 'N'.
           88 B-BAGTAG-EOF      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-MANIFEST-FLIGHT WS-MANIFEST-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-MANIFEST-FLIGHT WS-MANIFEST-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-MANIFEST-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MANIFEST-DATE = SPACES
               OPEN INPUT FLIGHT-MASTER-FILE
               IF WS-FLIGHT-STATUS = '00'
                   PERFORM 1100-RESOLVE-FLIGHT-DATE
                   CLOSE FLIGHT-MASTER-FILE
               END-IF
           END-IF
           OPEN OUTPUT BAG-MANIFEST-FILE

           STRING '===== MANIFESTO DE BAGAGEM - VOO '
                  DELIMITED BY SIZE
                  WS-MANIFEST-FLIGHT DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-MANIFEST-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO BAG-MANIFEST-RECORD
           WRITE BAG-MANIFEST-RECORD

           MOVE WS-MANIFEST-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-MANIFEST-DATE   TO BT-FLIGHT-DATE
           MOVE ZERO               TO BT-TICKET
           MOVE ZERO               TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                   MOVE 'Y' TO WS-BAGTAG-EOF
               NOT AT END
                   IF BT-FLIGHT-NUMBER NOT = WS-MANIFEST-FLIGHT
                       OR BT-FLIGHT-DATE NOT = WS-MANIFEST-DATE
                       MOVE 'Y' TO WS-BAGTAG-EOF
                   ELSE
                       MOVE BT-TAG-KEY  TO WS-DET-TAG
           DISPLAY "MANIFESTO DE BAGAGEM DO VOO " WS-MANIFEST-FLIGHT
                   " EMITIDO - " WS-DISP-ACTIVE " MALA(S), "
                   WS-DISP-WEIGHT "KG".

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-MANIFEST-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-MANIFEST-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-MANIFEST-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MANIFEST-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-MANIFEST-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-MANIFEST-DATE
                       END-IF
               END-READ
           END-PERFORM.
