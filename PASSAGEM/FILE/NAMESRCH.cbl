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

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
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

       01 WS-COMMAND-LINE       PIC X(40).
       01 WS-SEARCH-NAME        PIC X(14).
           ADD 1 TO WS-MATCH-COUNT
           MOVE SPACES TO WS-FLIGHT-DATE
           MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
                   IF WS-HIT-COUNT > ZERO
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY "VOO " HP-FLIGHT-NUMBER
                               " DATA " HP-FLIGHT-DATE
                               " FECHO " PH-CLOSE-DATE
                               " BILHETE " HP-TICKET
                               " " HP-NAME
