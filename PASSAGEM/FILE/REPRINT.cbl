      *    BLOCO A MAO. AQUI O AGENTE TECLA O BILHETE E SAI UM CARTAO
      *    FRESCO NO MESMO FORMATO DO LOTE, COM MARCA DE SEGUNDA VIA,
      *    NUM FICHEIRO PROPRIO DE REIMPRESSOES - E CADA REIMPRESSAO
      *    FICA NA TRILHA DE AUDITORIA COM O OPERADOR QUE A PEDIU.
      *    OS PRODUTOS AUXILIARES EM VIGOR DO BILHETE (ANCSALE) SAEM
      *    NO CARTAO COMO NO LOTE - INCLUINDO OS VENDIDOS DEPOIS NO
      *    ANCSELL.cbl, QUE SO APARECEM NO CARTAO PELA SEGUNDA VIA
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

           SELECT OPTIONAL ANCILLARY-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/ancillary-sales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-DOC-NUMBER
               ALTERNATE RECORD KEY IS AS-TICKET-KEY
                   WITH DUPLICATES.

           SELECT OPTIONAL REPRINT-FILE ASSIGN TO
               "PASSAGEM/FILE/boarding-pass-reprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD ANCILLARY-SALES-FILE.
           COPY ANCSALE.

       FD REPRINT-FILE.
       01 REPRINT-RECORD            PIC X(80).


       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SEARCH-FLIGHT      PIC X(6).
       01 WS-SEARCH-DATE        PIC X(8).
       01 WS-SEARCH-TICKET      PIC 9(4).
       01 WS-AGAIN              PIC X(1).
           88 B-REPRINT-AGAIN   VALUES "Y", "YES", "SIM", "S", "s".

       01 WS-GATE-CUTOFF.
           05 WS-GATE-CUTOFF-MIN    PIC Z(2)9.
           05 FILLER                PIC X(21)
               VALUE ' MINUTOS ANTES DO VOO'.
      *    ANTECEDENCIA DA ESTACAO DE ORIGEM (MESTRE DE AEROPORTOS);
      *    ESTACAO FORA DO MESTRE FICA COM OS 40 MINUTOS DE SEMPRE
       01 WS-DEFAULT-CHECKIN-MIN PIC 9(3) VALUE 40.
       01 WS-STN-CHECKIN-MIN    PIC 9(3).
       01 WS-STN-ORIGIN-CITY    PIC X(20).
       01 WS-STN-DEST-CITY      PIC X(20).
       01 WS-CUTOFF-FIELDS.
           05 WS-CUTOFF-MINUTES     PIC S9(5).
           05 WS-CUTOFF-HH          PIC 9(2).
               10 FILLER            PIC X(1) VALUE ':'.
               10 WS-CUTOFF-TIME-MM PIC 9(2).
       01 WS-DISP-TICKET        PIC Z(6)9,99.
       01 WS-ANC-EOF            PIC X(1).
           88 B-ANC-EOF         VALUE 'Y'.

       01 WS-AUDIT.
           05 WS-CURRENT-DATETIME   PIC X(21).
       1200-OPEN-FILES.
           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT PASSENGER-MASTER-FILE
                INPUT AIRPORT-MASTER-FILE
                INPUT ANCILLARY-SALES-FILE
                EXTEND REPRINT-FILE
                EXTEND AUDIT-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-FLIGHT

           IF B-LANG-PT
               DISPLAY "Data do voo (AAAAMMDD):"
           ELSE
               DISPLAY "Flight date (YYYYMMDD):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           MOVE WS-SEARCH-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO PM-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
      ******************************************************************
       3000-PRINT-REPRINT-PASS.
           MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FM-ORIGIN
                   MOVE "DESCONHECIDO" TO FM-DESTINATION
                   MOVE PM-FLIGHT-DATE TO FM-FLIGHT-DATE
                   MOVE ZERO TO FM-DEPARTURE-TIME
                   MOVE SPACES TO FM-GATE
           END-READ
           PERFORM 3050-LOOKUP-STATIONS

           MOVE '********** 2A VIA - REPRINT **********' TO
               REPRINT-RECORD
                      PM-FLIGHT-NUMBER DELIMITED BY SIZE
                      '   DESTINATION: ' DELIMITED BY SIZE
                      FM-DESTINATION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STN-DEST-CITY DELIMITED BY SIZE
                      '   DATE: ' DELIMITED BY SIZE
                      FM-FLIGHT-DATE DELIMITED BY SIZE
                      INTO REPRINT-RECORD
                      PM-FLIGHT-NUMBER DELIMITED BY SIZE
                      '   DESTINO: ' DELIMITED BY SIZE
                      FM-DESTINATION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STN-DEST-CITY DELIMITED BY SIZE
                      '   DATA: ' DELIMITED BY SIZE
                      FM-FLIGHT-DATE DELIMITED BY SIZE
                      INTO REPRINT-RECORD
           END-IF
           WRITE REPRINT-RECORD

           PERFORM 3060-PRINT-ANCILLARIES

           IF B-LANG-EN
               STRING 'FROM: ' DELIMITED BY SIZE
                      FM-ORIGIN DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STN-ORIGIN-CITY DELIMITED BY SIZE
                      INTO REPRINT-RECORD
           ELSE
               STRING 'ORIGEM: ' DELIMITED BY SIZE
                      FM-ORIGIN DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-STN-ORIGIN-CITY DELIMITED BY SIZE
                      INTO REPRINT-RECORD
           END-IF
           WRITE REPRINT-RECORD

           PERFORM 3100-FORMAT-CUTOFF
           WRITE REPRINT-RECORD


      ******************************************************************
      *    HORA LIMITE DE EMBARQUE CALCULADA COMO NO LOTE (PARTIDA DO
      *    MESTRE DE VOOS MENOS A ANTECEDENCIA MINIMA DA ESTACAO DE
      *    ORIGEM); SEM HORA ATRIBUIDA, MANTEM-SE A REGRA POR EXTENSO
      ******************************************************************
       3100-FORMAT-CUTOFF.
           MOVE WS-STN-CHECKIN-MIN TO WS-GATE-CUTOFF-MIN
           IF FM-DEPARTURE-TIME IS NUMERIC
               AND FM-DEPARTURE-TIME > ZERO
               AND FM-DEPARTURE-TIME(1:2) < '24'
               MOVE FM-DEPARTURE-TIME(1:2) TO WS-CUTOFF-HH
               MOVE FM-DEPARTURE-TIME(3:2) TO WS-CUTOFF-MM
               COMPUTE WS-CUTOFF-MINUTES =
                   (WS-CUTOFF-HH * 60) + WS-CUTOFF-MM
                   - WS-STN-CHECKIN-MIN
               IF WS-CUTOFF-MINUTES < ZERO
                   ADD 1440 TO WS-CUTOFF-MINUTES
               END-IF
               END-IF
           END-IF.

      ******************************************************************
      *    CIDADES DA ROTA E ANTECEDENCIA MINIMA DA ESTACAO DE ORIGEM,
      *    COMO NO CARTAO DO LOTE (2010-D-LOOKUP-STATIONS DO
      *    FILE-FLY.cbl)
      ******************************************************************
       3050-LOOKUP-STATIONS.
           MOVE SPACES TO WS-STN-ORIGIN-CITY
           MOVE SPACES TO WS-STN-DEST-CITY
           MOVE WS-DEFAULT-CHECKIN-MIN TO WS-STN-CHECKIN-MIN
           MOVE FM-ORIGIN TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-STN-ORIGIN-CITY
                   IF AR-MIN-CHECKIN-MIN > ZERO
                       MOVE AR-MIN-CHECKIN-MIN TO WS-STN-CHECKIN-MIN
                   END-IF
           END-READ
           MOVE FM-DESTINATION TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-STN-DEST-CITY
           END-READ.

      *    PRODUTOS AUXILIARES EM VIGOR DO BILHETE, UMA LINHA POR
      *    PRODUTO COM O SEU DOCUMENTO (O MESMO FORMATO DO LOTE)
       3060-PRINT-ANCILLARIES.
           MOVE 'N' TO WS-ANC-EOF
           MOVE PM-FLIGHT-NUMBER TO AS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AS-FLIGHT-DATE
           MOVE PM-TICKET        TO AS-TICKET
           START ANCILLARY-SALES-FILE KEY = AS-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ANC-EOF
           END-START
           PERFORM UNTIL B-ANC-EOF
               READ ANCILLARY-SALES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ANC-EOF
                   NOT AT END
                       IF AS-FLIGHT-NUMBER NOT = PM-FLIGHT-NUMBER
                           OR AS-FLIGHT-DATE NOT = PM-FLIGHT-DATE
                           OR AS-TICKET NOT = PM-TICKET
                           MOVE 'Y' TO WS-ANC-EOF
                       ELSE
                           IF B-AS-SOLD
                               PERFORM 3070-PRINT-ONE-ANCILLARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3070-PRINT-ONE-ANCILLARY.
           IF B-LANG-EN
               STRING 'EXTRA: ' DELIMITED BY SIZE
                      AS-PASS-TEXT DELIMITED BY SIZE
                      '   DOC: ' DELIMITED BY SIZE
                      AS-DOC-NUMBER DELIMITED BY SIZE
                      INTO REPRINT-RECORD
           ELSE
               STRING 'SERVICO: ' DELIMITED BY SIZE
                      AS-PASS-TEXT DELIMITED BY SIZE
                      '   DOC: ' DELIMITED BY SIZE
                      AS-DOC-NUMBER DELIMITED BY SIZE
                      INTO REPRINT-RECORD
           END-IF
           WRITE REPRINT-RECORD.

       4000-WRITE-AUDIT.
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'REPRNT'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 AIRPORT-MASTER-FILE
                 ANCILLARY-SALES-FILE
                 REPRINT-FILE
                 AUDIT-FILE.
