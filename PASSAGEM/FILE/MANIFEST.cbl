      *    MANIFEST - MANIFESTO OFICIAL DE PASSAGEIROS POR VOO, PARA
      *    OS HANDLERS E AS AUTORIDADES DE FRONTEIRA. ATE AGORA O
      *    MANIFESTO ERA MONTADO A MAO A PARTIR DO output-data.txt.
      *    RECEBE O NUMERO DO VOO (E OPCIONALMENTE A DATA DE PARTIDA,
      *    AAAAMMDD; SEM DATA, A PROXIMA PARTIDA) NA LINHA DE COMANDO,
      *    LE O CABECALHO (ORIGEM/DESTINO/DATA) DO MESTRE DE VOOS,
      *    COM AS CIDADES DO MESTRE DE AEROPORTOS, E OS
      *    PASSAGEIROS PELO PREFIXO VOO+DATA DA CHAVE PRIMARIA, E
      *    IMPRIME UM DOCUMENTO PAGINADO COM CONTAGEM FINAL PARA
      *    ENTREGA OFICIAL
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

           SELECT OPTIONAL AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE.

           SELECT MANIFEST-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD           PIC X(100).

       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-MANIFEST-FLIGHT    PIC X(6).
       01 WS-MANIFEST-DATE      PIC X(8).
       01 WS-ORIGIN-CITY        PIC X(20).
       01 WS-DEST-CITY          PIC X(20).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).
       01 WS-MASTER-EOF         PIC X(1) VALUE 'N'.
           88 B-MASTER-EOF      VALUE 'Y'.

      *    FRONTEIRA EXIGEM A CONTAGEM SEPARADA NO MANIFESTO
       01 WS-INFANT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-DISP-INFANTS       PIC Z(4)9.
      *    PESSOAL NAO PAGANTE: SO ENTRA NO MANIFESTO DEPOIS DE O
      *    FECHO DA PORTA O DESPACHAR PARA UM LUGAR, E E CONTADO A
      *    PARTE DOS PAGANTES; OS STANDBYS AINDA POR DESPACHAR SAO
      *    SO CONTADOS NO RODAPE
       01 WS-STAFF-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-STANDBY-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REVENUE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-DISP-STAFF         PIC Z(4)9.

       01 WS-DETAIL-LINE.
           05 WS-DET-TICKET     PIC 9(4).
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
       1000-OPEN-FILES.
           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT PASSENGER-MASTER-FILE
                INPUT AIRPORT-MASTER-FILE
                OUTPUT MANIFEST-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO MESTRE DE VOOS: "
           END-IF.

       2000-LOOKUP-FLIGHT.
           IF WS-MANIFEST-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-MANIFEST-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-MANIFEST-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FM-ORIGIN
                   MOVE "DESCONHECIDO" TO FM-DESTINATION
                   MOVE WS-MANIFEST-DATE TO FM-FLIGHT-DATE
           END-READ

      *    CIDADES DA ROTA (MESTRE DE AEROPORTOS)
           MOVE SPACES TO WS-ORIGIN-CITY
           MOVE SPACES TO WS-DEST-CITY
           MOVE FM-ORIGIN TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-ORIGIN-CITY
           END-READ
           MOVE FM-DESTINATION TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-DEST-CITY
           END-READ.

       3000-PRINT-MANIFEST.
           MOVE WS-MANIFEST-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-MANIFEST-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = WS-MANIFEST-FLIGHT
                       OR PM-FLIGHT-DATE NOT = WS-MANIFEST-DATE
                       MOVE 'Y' TO WS-MASTER-EOF
                   ELSE
                   IF B-PM-STAFF AND NOT B-PM-BOARDED
                       ADD 1 TO WS-STANDBY-COUNT
                   ELSE
                       IF WS-LINES-ON-PAGE >= WS-LINES-PER-PAGE
                           PERFORM 3200-PRINT-PAGE-HEADING
                       IF B-PM-INFANT
                           ADD 1 TO WS-INFANT-COUNT
                       END-IF
                       IF B-PM-STAFF
                           ADD 1 TO WS-STAFF-COUNT
                       END-IF
                       MOVE PM-TICKET      TO WS-DET-TICKET
                       MOVE PM-NAME        TO WS-DET-NAME
                       MOVE PM-AGE         TO WS-DET-AGE
                       WRITE MANIFEST-RECORD
                       ADD 1 TO WS-LINES-ON-PAGE
                   END-IF
                   END-IF
           END-READ.

       3200-PRINT-PAGE-HEADING.
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'ORIGEM: ' DELIMITED BY SIZE
                  FM-ORIGIN DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ORIGIN-CITY DELIMITED BY SIZE
                  '  DESTINO: ' DELIMITED BY SIZE
                  FM-DESTINATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEST-CITY DELIMITED BY SIZE
                  '  DATA DO VOO: ' DELIMITED BY SIZE
                  FM-FLIGHT-DATE DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
                  INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           COMPUTE WS-REVENUE-COUNT = WS-MANIFEST-COUNT - WS-STAFF-COUNT
           MOVE WS-REVENUE-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'PAGANTES: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           MOVE WS-STAFF-COUNT TO WS-DISP-STAFF
           MOVE SPACES TO MANIFEST-RECORD
           STRING 'NAO PAGANTES (PESSOAL EM STANDBY): '
                  DELIMITED BY SIZE
                  WS-DISP-STAFF DELIMITED BY SIZE
                  INTO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           IF WS-STANDBY-COUNT > ZERO
               MOVE WS-STANDBY-COUNT TO WS-DISP-STAFF
               MOVE SPACES TO MANIFEST-RECORD
               STRING 'STANDBYS POR DESPACHAR (FORA DO MANIFESTO): '
                      DELIMITED BY SIZE
                      WS-DISP-STAFF DELIMITED BY SIZE
                      INTO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-IF

           MOVE 'DOCUMENTO PARA ENTREGA AS AUTORIDADES - FIM DO ' &
                'MANIFESTO' TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD

           MOVE WS-MANIFEST-COUNT TO WS-DISP-COUNT
           DISPLAY "MANIFESTO DO VOO " WS-MANIFEST-FLIGHT
                   " EMITIDO COM " WS-DISP-COUNT " PASSAGEIRO(S)".

       4000-CLOSE-FILES.
           CLOSE FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 AIRPORT-MASTER-FILE
                 MANIFEST-FILE.

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
