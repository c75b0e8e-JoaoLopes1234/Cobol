       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD RECOG-REPORT-FILE.
       01 RECOG-REPORT-RECORD       PIC X(100).
           05 WS-HS-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-HS-ENTRY OCCURS 2000 TIMES.
               10 WS-HS-FLIGHT      PIC X(6).
               10 WS-HS-DATE        PIC X(8).
               10 WS-HS-TICKET      PIC 9(4).
               10 WS-HS-STATUS      PIC X(1).
           05 WS-HS-IDX             PIC 9(4).
           ==PM-FLIGHT-TICKET-KEY== BY ==HP-FLIGHT-TICKET-KEY==
           ==PM-TICKET== BY ==HP-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==HP-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==HP-FLIGHT-DATE==
           ==PM-STATUS== BY ==HP-STATUS==
           ==B-PM-BOOKED== BY ==B-HP-BOOKED==
           ==B-PM-CHECKED-IN== BY ==B-HP-CHECKED-IN==
           ==B-PM-DENIED== BY ==B-HP-DENIED==
           ==B-PM-HELD-OPT== BY ==B-HP-HELD-OPT==
           ==B-PM-INFANT== BY ==B-HP-INFANT==
           ==B-PM-STAFF== BY ==B-HP-STAFF==
           ==B-PM-DISPUTED== BY ==B-HP-DISPUTED==
           ==PM-TICKET-NUMBER== BY ==HP-TICKET-NUMBER==.

      ******************************************************************
      *    TOTAIS POR VOO E GERAIS, POR CLASSIFICACAO
                           ADD 1 TO WS-HS-COUNT
                           MOVE HP-FLIGHT-NUMBER TO
                               WS-HS-FLIGHT(WS-HS-COUNT)
                           MOVE HP-FLIGHT-DATE TO
                               WS-HS-DATE(WS-HS-COUNT)
                           MOVE HP-TICKET TO
                               WS-HS-TICKET(WS-HS-COUNT)
                           MOVE HP-STATUS TO
           MOVE 'N' TO WS-STATUS-FOUND

           MOVE DS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE DS-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE DS-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
               PERFORM VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-COUNT OR B-STATUS-FOUND
                   IF DS-FLIGHT-NUMBER = WS-HS-FLIGHT(WS-HS-IDX)
                       AND DS-FLIGHT-DATE = WS-HS-DATE(WS-HS-IDX)
                       AND DS-TICKET = WS-HS-TICKET(WS-HS-IDX)
                       MOVE WS-HS-STATUS(WS-HS-IDX) TO
                           WS-TICKET-STATUS
