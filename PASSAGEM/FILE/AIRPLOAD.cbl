       IDENTIFICATION DIVISION.
       PROGRAM-ID. AIRPLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    AIRPLOAD - CARGA DO MESTRE DE AEROPORTOS/ESTACOES
      *    (airport-master.dat) A PARTIR DA LISTA DE ESTACOES
      *    (airport-master.txt, MESMO LAYOUT DO REGISTO AIRPORT, COM O
      *    SINAL DA DIFERENCA HORARIA NA PRIMEIRA POSICAO DO CAMPO).
      *    O MESTRE E RECONSTRUIDO POR COMPLETO EM CADA CARGA, COMO O
      *    TAXLOAD.cbl FAZ COM AS TAXAS AEROPORTUARIAS. DEVE CORRER
      *    ANTES DO TAXLOAD, DO RDISTLOD E DO CTRYLOAD, QUE VALIDAM OS
      *    SEUS CODIGOS DE AEROPORTO CONTRA ESTE MESTRE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRPORT-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AIRPORT-FEED-FILE.
       01 AIRPORT-FEED-RECORD.
           05 AF-AIRPORT-CODE       PIC X(3).
           05 AF-CITY-NAME          PIC X(20).
           05 AF-COUNTRY-CODE       PIC X(3).
           05 AF-UTC-OFFSET.
               10 AF-UTC-SIGN       PIC X(1).
               10 AF-UTC-MINUTES    PIC X(4).
           05 AF-MIN-CHECKIN-MIN    PIC X(3).

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-UTC-OFFSET-MIN     PIC 9(4).

       01 WS-LOAD-TOTALS.
           05 WS-AIRPORTS-READ     PIC 9(4) VALUE ZERO.
           05 WS-AIRPORTS-LOADED   PIC 9(4) VALUE ZERO.
           05 WS-AIRPORTS-REJECTED PIC 9(4) VALUE ZERO.
           05 WS-DISP-READ         PIC Z(3)9.
           05 WS-DISP-LOADED       PIC Z(3)9.
           05 WS-DISP-REJECTED     PIC Z(3)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT AIRPORT-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR airport-master.txt: "
                       WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE AEROPORTOS: "
                       WS-AIRPORT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE AIRPORT-FEED-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-AIRPORT UNTIL B-FEED-EOF

           CLOSE AIRPORT-FEED-FILE
                 AIRPORT-MASTER-FILE

           MOVE WS-AIRPORTS-READ     TO WS-DISP-READ
           MOVE WS-AIRPORTS-LOADED   TO WS-DISP-LOADED
           MOVE WS-AIRPORTS-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DO MESTRE DE AEROPORTOS TERMINADA"
           DISPLAY "Aeroportos lidos:      " WS-DISP-READ
           DISPLAY "Aeroportos carregados: " WS-DISP-LOADED
           DISPLAY "Aeroportos rejeitados: " WS-DISP-REJECTED

           IF WS-AIRPORTS-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-AIRPORT.
           READ AIRPORT-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-AIRPORTS-READ
                   IF AF-AIRPORT-CODE = SPACES
                       OR AF-CITY-NAME = SPACES
                       OR (AF-UTC-SIGN NOT = '+'
                           AND AF-UTC-SIGN NOT = '-')
                       OR AF-UTC-MINUTES IS NOT NUMERIC
                       OR AF-MIN-CHECKIN-MIN IS NOT NUMERIC
                       ADD 1 TO WS-AIRPORTS-REJECTED
                       DISPLAY "AEROPORTO REJEITADO: "
                               AIRPORT-FEED-RECORD
                   ELSE
                       MOVE AF-AIRPORT-CODE    TO AR-AIRPORT-CODE
                       MOVE AF-CITY-NAME       TO AR-CITY-NAME
                       MOVE AF-COUNTRY-CODE    TO AR-COUNTRY-CODE
                       MOVE AF-UTC-MINUTES     TO WS-UTC-OFFSET-MIN
                       IF AF-UTC-SIGN = '-'
                           COMPUTE AR-UTC-OFFSET-MIN =
                               ZERO - WS-UTC-OFFSET-MIN
                       ELSE
                           MOVE WS-UTC-OFFSET-MIN TO
                               AR-UTC-OFFSET-MIN
                       END-IF
                       MOVE AF-MIN-CHECKIN-MIN TO AR-MIN-CHECKIN-MIN
                       WRITE AIRPORT-MASTER-RECORD
                           INVALID KEY
                               ADD 1 TO WS-AIRPORTS-REJECTED
                               DISPLAY "AEROPORTO DUPLICADO: "
                                       AIRPORT-FEED-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-AIRPORTS-LOADED
                       END-WRITE
                   END-IF
           END-READ.
