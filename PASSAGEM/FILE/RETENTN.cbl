               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT OPTIONAL PASSENGER-HISTORY-FILE ASSIGN TO
       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD AUDIT-FILE.
           COPY AUDITTRL.
           ==PM-FLIGHT-TICKET-KEY== BY ==HP-FLIGHT-TICKET-KEY==
           ==PM-TICKET== BY ==HP-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==HP-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==HP-FLIGHT-DATE==
           ==PM-NAME== BY ==HP-NAME==
           ==PM-AGE== BY ==HP-AGE==
           ==PM-NATIONALITY== BY ==HP-NATIONALITY==
           ==PM-FARE-BRAND== BY ==HP-FARE-BRAND==
           ==PM-PAX-TYPE== BY ==HP-PAX-TYPE==
           ==B-PM-INFANT== BY ==B-HP-INFANT==
           ==B-PM-STAFF== BY ==B-HP-STAFF==
           ==PM-ADULT-TICKET== BY ==HP-ADULT-TICKET==
           ==PM-UM-CONTACT-NAME== BY ==HP-UM-CONTACT-NAME==
           ==PM-UM-CONTACT-PHONE== BY ==HP-UM-CONTACT-PHONE==
           ==PM-DOC-EXPIRY== BY ==HP-DOC-EXPIRY==
           ==PM-DOC-ISSUE-CTRY== BY ==HP-DOC-ISSUE-CTRY==
           ==PM-DISPUTE-FLAG== BY ==HP-DISPUTE-FLAG==
           ==B-PM-DISPUTED== BY ==B-HP-DISPUTED==
           ==PM-TICKET-NUMBER== BY ==HP-TICKET-NUMBER==
           ==PM-STAFF-PRIORITY== BY ==HP-STAFF-PRIORITY==
           ==PM-STAFF-HIRE-DATE== BY ==HP-STAFF-HIRE-DATE==
           ==PM-CUSTOMER-ID== BY ==HP-CUSTOMER-ID==.

       01 WS-CATALOG-STATUS     PIC X(2).
       01 WS-CATALOG-SEQ        PIC 9(7).
           05 WS-HT-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-HT-ENTRY OCCURS 2000 TIMES.
               10 WS-HT-CLOSE-DATE  PIC 9(8).
               10 WS-HT-DATA        PIC X(400).
               10 WS-HT-KEEP        PIC X(1).
           05 WS-HT-IDX             PIC 9(4).

                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
           MOVE WS-HT-DATA(WS-HT-IDX) TO HIST-PASSENGER
           MOVE HP-TICKET        TO AC-TICKET
           MOVE HP-FLIGHT-NUMBER TO AC-FLIGHT-NUMBER
           MOVE HP-FLIGHT-DATE   TO AC-FLIGHT-DATE
           MOVE WS-HT-CLOSE-DATE(WS-HT-IDX) TO AC-CLOSE-DATE
           MOVE 'PASSAGEM/FILE/passenger-history.txt' TO
               AC-HISTORY-FILE
           MOVE WS-CATALOG-SEQ TO AC-SEQUENCE

           MOVE WS-ANON-COUNT  TO AT-TICKET
           MOVE SPACES         TO AT-FLIGHT-NUMBER
           MOVE SPACES         TO AT-FLIGHT-DATE
           MOVE 'ANONIM'       TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE 'RETENTN1'     TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           MOVE WS-PURGE-COUNT TO AT-TICKET
           MOVE 'PURGED'       TO AT-TXN-TYPE
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           CLOSE AUDIT-FILE
