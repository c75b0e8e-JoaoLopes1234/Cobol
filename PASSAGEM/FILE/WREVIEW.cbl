           COPY OPERMAST.

       FD CLEARED-FILE.
       01 CLEARED-RECORD            PIC X(300).

       FD AUDIT-FILE.
           COPY AUDITTRL.
               10 WS-QE-RUN-DATE    PIC 9(8).
               10 WS-QE-MATCH-NAME  PIC X(14).
               10 WS-QE-REASON      PIC X(30).
               10 WS-QE-INPUT-DATA  PIC X(300).
           05 WS-QUEUE-IDX          PIC 9(3).

       01 WS-QUEUE-EOF          PIC X(1) VALUE 'N'.
           OPEN EXTEND AUDIT-FILE
           MOVE ZERO            TO AT-TICKET
           MOVE SPACES          TO AT-FLIGHT-NUMBER
           MOVE SPACES          TO AT-FLIGHT-DATE
           MOVE 'WLDENY'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID  TO AT-OPERATOR-ID
           MOVE WS-SIGNON-REFUSAL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE.

      *    DISPAROU O RASTREIO VAI NO DETALHE
           MOVE WS-QE-INPUT-DATA(WS-QUEUE-IDX)(7:6) TO
               AT-FLIGHT-NUMBER
           MOVE WS-QE-INPUT-DATA(WS-QUEUE-IDX)(262:8) TO
               AT-FLIGHT-DATE
           IF WS-QE-INPUT-DATA(WS-QUEUE-IDX)(55:4) IS NUMERIC
               MOVE WS-QE-INPUT-DATA(WS-QUEUE-IDX)(55:4) TO
                   AT-TICKET
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE WS-QE-MATCH-NAME(WS-QUEUE-IDX) TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       3000-REWRITE-QUEUE.
