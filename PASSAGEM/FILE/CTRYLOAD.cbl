      *    TABELA DE VISTOS (visa-rules.dat, A PARTIR DE
      *    visa-rules.txt). AMBOS SAO RECONSTRUIDOS POR COMPLETO EM
      *    CADA CARGA. OS FICHEIROS DE TEXTO SEGUEM OS LAYOUTS DOS
      *    REGISTOS CTRYMAST E VISATBL. REGRAS DE VISTO PARA UM
      *    DESTINO FORA DO MESTRE DE AEROPORTOS (AIRPLOAD.cbl) SAO
      *    REJEITADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-NAT-DEST-KEY.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COUNTRY-FEED-FILE.
       FD VISA-RULE-FILE.
           COPY VISATBL.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-CTRY-FEED-STATUS   PIC X(2).
       01 WS-VISA-FEED-STATUS   PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).
       01 WS-AIRPORT-FOUND      PIC X(1).
           88 B-AIRPORT-FOUND   VALUE 'Y'.

       01 WS-CTRY-EOF           PIC X(1) VALUE 'N'.
           88 B-CTRY-EOF        VALUE 'Y'.
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

           PERFORM 1000-LOAD-COUNTRIES
           PERFORM 2000-LOAD-VISA-RULES
           CLOSE AIRPORT-MASTER-FILE

           MOVE WS-CTRY-LOADED   TO WS-DISP-CTRY
           MOVE WS-CTRY-REJECTED TO WS-DISP-CTRY-REJ
                   AT END
                       MOVE 'Y' TO WS-VISA-EOF
                   NOT AT END
                       MOVE 'Y' TO WS-AIRPORT-FOUND
                       MOVE VF-DESTINATION TO AR-AIRPORT-CODE
                       READ AIRPORT-MASTER-FILE
                           INVALID KEY
                               MOVE 'N' TO WS-AIRPORT-FOUND
                       END-READ
                       EVALUATE TRUE
                           WHEN VF-NATIONALITY = SPACES
                               OR VF-DESTINATION = SPACES
                               OR (VF-VISA-REQUIRED NOT = 'Y'
                                   AND VF-VISA-REQUIRED NOT = 'N')
                               ADD 1 TO WS-VISA-REJECTED
                               DISPLAY "REGRA DE VISTO REJEITADA: "
                                       VISA-FEED-RECORD
                           WHEN NOT B-AIRPORT-FOUND
                               ADD 1 TO WS-VISA-REJECTED
                               DISPLAY "REGRA DE VISTO REJEITADA - "
                                       "AEROPORTO DESCONHECIDO: "
                                       VISA-FEED-RECORD
                           WHEN OTHER
                               MOVE VF-NATIONALITY   TO VS-NATIONALITY
                               MOVE VF-DESTINATION   TO VS-DESTINATION
                               MOVE VF-VISA-REQUIRED TO VS-VISA-REQUIRED
                               WRITE VISA-RULE-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-VISA-REJECTED
                                       DISPLAY "REGRA DE VISTO "
                                               "DUPLICADA: "
                                               VISA-FEED-RECORD
                                   NOT INVALID KEY
                                       ADD 1 TO WS-VISA-LOADED
                               END-WRITE
                       END-EVALUATE
               END-READ
           END-PERFORM

