               10 WS-MB-TICKET      PIC 9(4).
               10 WS-MB-NAME        PIC X(14).
               10 WS-MB-FLIGHT      PIC X(6).
               10 WS-MB-DATE        PIC X(8).
               10 WS-MB-BAGS        PIC 9(2).
               10 WS-MB-PAID        PIC 9(6)V99.
               10 WS-MB-MOVE        PIC X(1).
           05 WS-RC-PRICE           PIC 9(8)V99.
           05 WS-RC-POOL            PIC S9(4).
           05 WS-RC-FLIGHT          PIC X(6).
           05 WS-RC-DATE            PIC X(8).
           05 WS-FL-IDX             PIC 9(3).

       01 WS-DISPLAY-FIELDS.
                                   WS-MB-NAME(WS-MB-COUNT)
                               MOVE PM-FLIGHT-NUMBER TO
                                   WS-MB-FLIGHT(WS-MB-COUNT)
                               MOVE PM-FLIGHT-DATE TO
                                   WS-MB-DATE(WS-MB-COUNT)
                               MOVE PM-BAGS TO
                                   WS-MB-BAGS(WS-MB-COUNT)
                               MOVE PM-TOTAL-PAID TO
               DISPLAY "  BILHETE " WS-MB-TICKET(WS-MB-IDX)
                       " " WS-MB-NAME(WS-MB-IDX)
                       " VOO " WS-MB-FLIGHT(WS-MB-IDX)
                       " " WS-MB-DATE(WS-MB-IDX)
                       " MALAS " WS-MB-BAGS(WS-MB-IDX)
                       " PAGO " WS-DISP-PAID
           END-PERFORM

      *    O GRUPO E DELIMITADO POR PARTIDA (VOO+DATA): MOSTRAR O
      *    REGISTO DE GRUPO DE CADA PARTIDA PRESENTE NA RESERVA
           PERFORM VARYING WS-MB-IDX FROM 1 BY 1
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-IDX = 1 OR WS-MB-FLIGHT(WS-MB-IDX) NOT =
                   WS-MB-FLIGHT(WS-MB-IDX - 1)
                   OR WS-MB-DATE(WS-MB-IDX) NOT =
                   WS-MB-DATE(WS-MB-IDX - 1)
                   MOVE WS-MB-FLIGHT(WS-MB-IDX) TO BG-FLIGHT-NUMBER
                   MOVE WS-MB-DATE(WS-MB-IDX)   TO BG-FLIGHT-DATE
                   MOVE WS-SEARCH-REF TO BG-BOOKING-REF
                   READ BOOKING-GROUP-FILE
                       INVALID KEY
                           DISPLAY "  VOO " BG-FLIGHT-NUMBER
                                   " " BG-FLIGHT-DATE
                                   " (SEM REGISTO DE GRUPO)"
                       NOT INVALID KEY
                           MOVE BG-MEMBER-COUNT TO WS-DISP-COUNT
                           MOVE BG-TOTAL-PRICE  TO WS-DISP-PRICE
                           DISPLAY "  VOO " BG-FLIGHT-NUMBER
                                   " " BG-FLIGHT-DATE
                                   " GRUPO: " WS-DISP-COUNT
                                   " MEMBRO(S)  MALAS " BG-TOTAL-BAGS
                                   "  FRANQUIA " BG-FREE-BAGS-POOL
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-MOVE(WS-MB-IDX) = 'S'
                   MOVE WS-MB-FLIGHT(WS-MB-IDX) TO PM-FLIGHT-NUMBER
                   MOVE WS-MB-DATE(WS-MB-IDX)   TO PM-FLIGHT-DATE
                   MOVE WS-MB-TICKET(WS-MB-IDX) TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
               UNTIL WS-FL-IDX > WS-MB-COUNT
               IF WS-FL-IDX = 1 OR WS-MB-FLIGHT(WS-FL-IDX) NOT =
                   WS-MB-FLIGHT(WS-FL-IDX - 1)
                   OR WS-MB-DATE(WS-FL-IDX) NOT =
                   WS-MB-DATE(WS-FL-IDX - 1)
                   MOVE WS-MB-FLIGHT(WS-FL-IDX) TO WS-RC-FLIGHT
                   MOVE WS-MB-DATE(WS-FL-IDX)   TO WS-RC-DATE

                   PERFORM 3400-REBUILD-ONE-GROUP
                   MOVE WS-RC-FLIGHT  TO BG-FLIGHT-NUMBER
                   MOVE WS-RC-DATE    TO BG-FLIGHT-DATE
                   MOVE WS-SEARCH-REF TO BG-BOOKING-REF
                   PERFORM 3500-STORE-GROUP

                   PERFORM 3600-RECALC-NEW-GROUP
                   IF WS-RC-MEMBERS > ZERO
                       MOVE WS-RC-FLIGHT TO BG-FLIGHT-NUMBER
                       MOVE WS-RC-DATE   TO BG-FLIGHT-DATE
                       MOVE WS-NEW-REF   TO BG-BOOKING-REF
                       PERFORM 3500-STORE-GROUP
                   END-IF
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-MOVE(WS-MB-IDX) = 'N'
                   AND WS-MB-FLIGHT(WS-MB-IDX) = WS-RC-FLIGHT
                   AND WS-MB-DATE(WS-MB-IDX) = WS-RC-DATE
                   ADD 1 TO WS-RC-MEMBERS
                   ADD WS-MB-BAGS(WS-MB-IDX) TO WS-RC-BAGS
                   ADD WS-MB-PAID(WS-MB-IDX) TO WS-RC-PRICE
               UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-MOVE(WS-MB-IDX) = 'S'
                   AND WS-MB-FLIGHT(WS-MB-IDX) = WS-RC-FLIGHT
                   AND WS-MB-DATE(WS-MB-IDX) = WS-RC-DATE
                   ADD 1 TO WS-RC-MEMBERS
                   ADD WS-MB-BAGS(WS-MB-IDX) TO WS-RC-BAGS
                   ADD WS-MB-PAID(WS-MB-IDX) TO WS-RC-PRICE
