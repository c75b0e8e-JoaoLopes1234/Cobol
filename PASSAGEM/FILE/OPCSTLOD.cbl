       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPCSTLOD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    OPCSTLOD - CARGA DO MESTRE DE CUSTOS OPERACIONAIS
      *    (operating-cost.dat) A PARTIR DO FICHEIRO DO CONTROLO DE
      *    GESTAO (operating-cost.txt, MESMO LAYOUT DO REGISTO
      *    OPCOST, VALORES COM DUAS DECIMAIS IMPLICITAS). O MESTRE E
      *    RECONSTRUIDO POR COMPLETO EM CADA CARGA, COMO O RDISTLOD.cbl
      *    FAZ COM AS DISTANCIAS. LINHAS COM ORIGEM OU DESTINO FORA DO
      *    MESTRE DE AEROPORTOS, VALORES NAO NUMERICOS OU SEM CUSTO
      *    NENHUM SAO REJEITADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/operating-cost.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT OPERATING-COST-FILE ASSIGN TO
               "PASSAGEM/FILE/operating-cost.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-COST-KEY
               FILE STATUS IS WS-COST-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COST-FEED-FILE.
       01 COST-FEED-RECORD.
           05 CV-ORIGIN             PIC X(3).
           05 CV-DESTINATION        PIC X(3).
           05 CV-AIRCRAFT-TYPE      PIC X(4).
           05 CV-BLOCK-MINUTES      PIC 9(4).
           05 CV-BLOCK-HOUR-COST    PIC 9(6)V99.
           05 CV-FLIGHT-COST        PIC 9(6)V99.
           05 CV-CREW-COST          PIC 9(6)V99.
           05 CV-FUEL-COST          PIC 9(6)V99.
           05 CV-HANDLING-COST      PIC 9(6)V99.
           05 CV-AIRPORT-CHARGES    PIC 9(6)V99.

       FD OPERATING-COST-FILE.
           COPY OPCOST.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-COST-STATUS        PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).
       01 WS-AIRPORT-FOUND      PIC X(1).
           88 B-AIRPORT-FOUND   VALUE 'Y'.

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-LOAD-TOTALS.
           05 WS-LINES-READ      PIC 9(4) VALUE ZERO.
           05 WS-LINES-LOADED    PIC 9(4) VALUE ZERO.
           05 WS-LINES-REJECTED  PIC 9(4) VALUE ZERO.
           05 WS-DISP-READ       PIC Z(3)9.
           05 WS-DISP-LOADED     PIC Z(3)9.
           05 WS-DISP-REJECTED   PIC Z(3)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

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

           OPEN INPUT COST-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR operating-cost.txt: "
                       WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT OPERATING-COST-FILE
           IF WS-COST-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE CUSTOS: "
                       WS-COST-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE COST-FEED-FILE
                     AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-COST UNTIL B-FEED-EOF

           CLOSE COST-FEED-FILE
                 OPERATING-COST-FILE
                 AIRPORT-MASTER-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DE CUSTOS OPERACIONAIS TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-COST.
           READ COST-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF CV-ORIGIN = SPACES
                       OR CV-DESTINATION = SPACES
                       OR CV-BLOCK-MINUTES IS NOT NUMERIC
                       OR CV-BLOCK-HOUR-COST IS NOT NUMERIC
                       OR CV-FLIGHT-COST IS NOT NUMERIC
                       OR CV-CREW-COST IS NOT NUMERIC
                       OR CV-FUEL-COST IS NOT NUMERIC
                       OR CV-HANDLING-COST IS NOT NUMERIC
                       OR CV-AIRPORT-CHARGES IS NOT NUMERIC
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "CUSTO REJEITADO: " COST-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
      *            SEM TEMPO DE BLOCO O CUSTO HORARIO NAO SE APLICA; UMA
      *            LINHA SEM CUSTO NENHUM E ERRO DE PREENCHIMENTO
                   IF (CV-BLOCK-MINUTES = ZERO
                       OR CV-BLOCK-HOUR-COST = ZERO)
                       AND CV-FLIGHT-COST = ZERO
                       AND CV-CREW-COST = ZERO
                       AND CV-FUEL-COST = ZERO
                       AND CV-HANDLING-COST = ZERO
                       AND CV-AIRPORT-CHARGES = ZERO
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "CUSTO REJEITADO - SEM VALORES: "
                               COST-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-AIRPORT-FOUND
                   MOVE CV-ORIGIN TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-AIRPORT-FOUND
                   END-READ
                   MOVE CV-DESTINATION TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-AIRPORT-FOUND
                   END-READ
                   IF NOT B-AIRPORT-FOUND
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "CUSTO REJEITADO - AEROPORTO "
                               "DESCONHECIDO: " COST-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CV-ORIGIN          TO OC-ORIGIN
                   MOVE CV-DESTINATION     TO OC-DESTINATION
                   MOVE CV-AIRCRAFT-TYPE   TO OC-AIRCRAFT-TYPE
                   MOVE CV-BLOCK-MINUTES   TO OC-BLOCK-MINUTES
                   MOVE CV-BLOCK-HOUR-COST TO OC-BLOCK-HOUR-COST
                   MOVE CV-FLIGHT-COST     TO OC-FLIGHT-COST
                   MOVE CV-CREW-COST       TO OC-CREW-COST
                   MOVE CV-FUEL-COST       TO OC-FUEL-COST
                   MOVE CV-HANDLING-COST   TO OC-HANDLING-COST
                   MOVE CV-AIRPORT-CHARGES TO OC-AIRPORT-CHARGES
                   WRITE OPERATING-COST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "CUSTO DUPLICADO: "
                                   COST-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                   END-WRITE
           END-READ.
