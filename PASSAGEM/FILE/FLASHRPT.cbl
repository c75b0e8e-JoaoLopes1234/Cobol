               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
           05 WS-NT-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-NT-ENTRY OCCURS 50 TIMES.
               10 WS-NT-FLIGHT      PIC X(6).
               10 WS-NT-DATE        PIC X(8).
               10 WS-NT-REJECTS     PIC 9(6).
           05 WS-NT-IDX             PIC 9(2).
           05 WS-RESOLVE-EOF        PIC X(1).
           05 WS-NT-FOUND           PIC X(1).
               88 B-NT-FOUND        VALUE 'Y'.


       01 WS-FLIGHT-WORK.
           05 WS-PAX-COUNT          PIC 9(5).
      *    PESSOAL NAO PAGANTE EM STANDBY: FORA DA CONTAGEM DE PAX
      *    (QUE E SO DE PASSAGEIROS PAGANTES) E MOSTRADO A PARTE
           05 WS-NONREV-COUNT       PIC 9(3).
           05 WS-CAPACITY           PIC 9(5).
           05 WS-SOLD               PIC 9(5).
           05 WS-LOAD-FACTOR        PIC 9(3).

       01 WS-NETWORK-TOTALS.
           05 WS-NET-PAX            PIC 9(6) VALUE ZERO.
           05 WS-NET-NONREV         PIC 9(6) VALUE ZERO.
           05 WS-NET-REVENUE        PIC 9(10)V99 VALUE ZERO.
           05 WS-NET-REJECTS        PIC 9(6) VALUE ZERO.
           05 WS-HELD-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-DISP-SECS          PIC Z(5)9.
           05 WS-DISP-READ          PIC Z(6)9.
           05 WS-DISP-NET-PAX       PIC Z(5)9.
           05 WS-DISP-NONREV        PIC Z(2)9.
           05 WS-DISP-NET-NONREV    PIC Z(5)9.
           05 WS-DISP-NET-REV       PIC Z(9)9,99.

       PROCEDURE DIVISION.
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > WS-NT-COUNT OR B-NT-FOUND
               IF RH-FLIGHT-NUMBER = WS-NT-FLIGHT(WS-NT-IDX)
                   AND RH-FLIGHT-DATE = WS-NT-DATE(WS-NT-IDX)
                   MOVE 'Y' TO WS-NT-FOUND
                   ADD RH-REJECTS TO WS-NT-REJECTS(WS-NT-IDX)
               END-IF
               AND RH-FLIGHT-NUMBER NOT = SPACES
               ADD 1 TO WS-NT-COUNT
               MOVE RH-FLIGHT-NUMBER TO WS-NT-FLIGHT(WS-NT-COUNT)
               MOVE RH-FLIGHT-DATE   TO WS-NT-DATE(WS-NT-COUNT)
               MOVE RH-REJECTS       TO WS-NT-REJECTS(WS-NT-COUNT)
           END-IF.

           PERFORM 2500-WRITE-NETWORK-TOTALS.

       2100-WRITE-ONE-FLIGHT.
      *    EXECUCAO ANTERIOR AOS VOOS DATADOS: VALE A PROXIMA PARTIDA
           IF WS-NT-DATE(WS-NT-IDX) = SPACES
               PERFORM 2150-RESOLVE-FLIGHT-DATE
           END-IF

      *    PASSAGEIROS DO VOO NO MESTRE
           MOVE ZERO TO WS-PAX-COUNT
           MOVE ZERO TO WS-NONREV-COUNT
           MOVE SPACE TO WS-PM-EOF
           MOVE WS-NT-FLIGHT(WS-NT-IDX) TO PM-FLIGHT-NUMBER
           MOVE WS-NT-DATE(WS-NT-IDX) TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT =
                           WS-NT-FLIGHT(WS-NT-IDX)
                           OR PM-FLIGHT-DATE NOT = WS-NT-DATE(WS-NT-IDX)
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           IF B-PM-STAFF
                               ADD 1 TO WS-NONREV-COUNT
                           ELSE
                               ADD 1 TO WS-PAX-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           ADD WS-PAX-COUNT TO WS-NET-PAX
           ADD WS-NONREV-COUNT TO WS-NET-NONREV

      *    OCUPACAO E CAPACIDADE DO INVENTARIO, SOMADAS PELAS CLASSES
           MOVE ZERO TO WS-CAPACITY
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE WS-NT-FLIGHT(WS-NT-IDX) TO SI-FLIGHT-NUMBER
               MOVE WS-NT-DATE(WS-NT-IDX)   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
           END-IF

           MOVE WS-NT-FLIGHT(WS-NT-IDX) TO FM-FLIGHT-NUMBER
           MOVE WS-NT-DATE(WS-NT-IDX)   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO FM-REVENUE-CAP
           ADD FM-REVENUE-BOOKED TO WS-NET-REVENUE

           MOVE WS-PAX-COUNT         TO WS-DISP-PAX
           MOVE WS-NONREV-COUNT      TO WS-DISP-NONREV
           MOVE WS-LOAD-FACTOR       TO WS-DISP-LOAD
           MOVE FM-REVENUE-BOOKED    TO WS-DISP-REVENUE
           MOVE FM-REVENUE-CAP       TO WS-DISP-CAP
           MOVE SPACES TO FLASH-REPORT-RECORD
           STRING 'VOO ' DELIMITED BY SIZE
                  WS-NT-FLIGHT(WS-NT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NT-DATE(WS-NT-IDX) DELIMITED BY SIZE
                  '  PAX ' DELIMITED BY SIZE
                  WS-DISP-PAX DELIMITED BY SIZE
                  ' NR ' DELIMITED BY SIZE
                  WS-DISP-NONREV DELIMITED BY SIZE
                  '  OCUP ' DELIMITED BY SIZE
                  WS-DISP-LOAD DELIMITED BY SIZE
                  '%  RECEITA ' DELIMITED BY SIZE
                  INTO FLASH-REPORT-RECORD
           WRITE FLASH-REPORT-RECORD.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       2150-RESOLVE-FLIGHT-DATE.
           MOVE WS-NT-FLIGHT(WS-NT-IDX) TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-NT-FLIGHT(WS-NT-IDX)
               MOVE FM-FLIGHT-DATE TO WS-NT-DATE(WS-NT-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NT-FLIGHT(WS-NT-IDX) TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-NT-FLIGHT(WS-NT-IDX)
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-NT-DATE(WS-NT-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       2500-WRITE-NETWORK-TOTALS.
           MOVE WS-NET-PAX     TO WS-DISP-NET-PAX
           MOVE WS-NET-NONREV  TO WS-DISP-NET-NONREV
           MOVE WS-NET-REVENUE TO WS-DISP-NET-REV
           MOVE WS-NET-REJECTS TO WS-DISP-REJECTS
           MOVE WS-HELD-COUNT  TO WS-DISP-HELD
                  WS-DISP-REJECTS DELIMITED BY SIZE
                  '  RETIDOS ' DELIMITED BY SIZE
                  WS-DISP-HELD DELIMITED BY SIZE
                  '  NAO PAGANTES ' DELIMITED BY SIZE
                  WS-DISP-NET-NONREV DELIMITED BY SIZE
                  INTO FLASH-REPORT-RECORD
           WRITE FLASH-REPORT-RECORD

