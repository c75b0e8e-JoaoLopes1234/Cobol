           05 WS-AJ-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-AJ-ENTRY OCCURS 2000 TIMES.
               10 WS-AJ-FLIGHT      PIC X(6).
               10 WS-AJ-DATE        PIC X(8).
               10 WS-AJ-TICKET      PIC 9(4).
           05 WS-AJ-IDX             PIC 9(4).
           05 WS-AJ-FOUND           PIC X(1).
           PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
               UNTIL WS-AJ-IDX > WS-AJ-COUNT OR B-AJ-FOUND
               IF DS-FLIGHT-NUMBER = WS-AJ-FLIGHT(WS-AJ-IDX)
                   AND DS-FLIGHT-DATE = WS-AJ-DATE(WS-AJ-IDX)
                   AND DS-TICKET = WS-AJ-TICKET(WS-AJ-IDX)
                   MOVE 'Y' TO WS-AJ-FOUND
               END-IF
                   ADD 1 TO WS-AJ-COUNT
                   MOVE DS-FLIGHT-NUMBER TO
                       WS-AJ-FLIGHT(WS-AJ-COUNT)
                   MOVE DS-FLIGHT-DATE TO
                       WS-AJ-DATE(WS-AJ-COUNT)
                   MOVE DS-TICKET TO WS-AJ-TICKET(WS-AJ-COUNT)
               ELSE
                   MOVE 'Y' TO WS-AJ-OVERFLOW
           PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
               UNTIL WS-AJ-IDX > WS-AJ-COUNT OR B-AJ-FOUND
               IF DS-FLIGHT-NUMBER = WS-AJ-FLIGHT(WS-AJ-IDX)
                   AND DS-FLIGHT-DATE = WS-AJ-DATE(WS-AJ-IDX)
                   AND DS-TICKET = WS-AJ-TICKET(WS-AJ-IDX)
                   MOVE 'Y' TO WS-AJ-FOUND
               END-IF
