       1200-WRITE-MAINT-AUDIT.
           MOVE ZERO           TO AT-TICKET
           MOVE PR-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE SPACES           TO AT-FLIGHT-DATE
           MOVE 'PROMO'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE WS-AUDIT-DETAIL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       2000-LOOKUP-PROMO.
