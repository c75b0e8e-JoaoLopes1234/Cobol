      *    (route-distances.dat) A PARTIR DO FICHEIRO DE PLANEAMENTO
      *    (route-distances.txt, MESMO LAYOUT DO REGISTO ROUTDIST).
      *    O MESTRE E RECONSTRUIDO POR COMPLETO EM CADA CARGA, COMO O
      *    TAXLOAD.cbl FAZ COM AS TAXAS AEROPORTUARIAS. ROTAS COM
      *    ORIGEM OU DESTINO FORA DO MESTRE DE AEROPORTOS
      *    (AIRPLOAD.cbl) SAO REJEITADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RD-ROUTE-KEY
               FILE STATUS IS WS-DIST-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-FEED-FILE.
       FD ROUTE-DISTANCE-FILE.
           COPY ROUTDIST.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-DIST-STATUS        PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).
       01 WS-AIRPORT-FOUND      PIC X(1).
           88 B-AIRPORT-FOUND   VALUE 'Y'.

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.
       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE AEROPORTOS ("
                       WS-AIRPORT-STATUS ") - CORRER PRIMEIRO O "
                       "AIRPLOAD"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT DIST-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR route-distances.txt: "
                       WS-DIST-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE DIST-FEED-FILE
                     AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE DIST-FEED-FILE
                 ROUTE-DISTANCE-FILE
                 AIRPORT-MASTER-FILE

           MOVE WS-ROUTES-READ     TO WS-DISP-READ
           MOVE WS-ROUTES-LOADED   TO WS-DISP-LOADED
                       OR DV-DISTANCE-KM = '00000'
                       ADD 1 TO WS-ROUTES-REJECTED
                       DISPLAY "ROTA REJEITADA: " DIST-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-AIRPORT-FOUND
                   MOVE DV-ORIGIN TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-AIRPORT-FOUND
                   END-READ
                   MOVE DV-DESTINATION TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-AIRPORT-FOUND
                   END-READ
                   IF NOT B-AIRPORT-FOUND
                       ADD 1 TO WS-ROUTES-REJECTED
                       DISPLAY "ROTA REJEITADA - AEROPORTO "
                               "DESCONHECIDO: " DIST-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE DV-ORIGIN      TO RD-ORIGIN
                   MOVE DV-DESTINATION TO RD-DESTINATION
                   MOVE DV-DISTANCE-KM TO RD-DISTANCE-KM
                   WRITE ROUTE-DISTANCE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ROUTES-REJECTED
                           DISPLAY "ROTA DUPLICADA: "
                                   DIST-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-ROUTES-LOADED
                   END-WRITE
           END-READ.
