      ******************************************************************
       COPY FLIGHTREC REPLACING
           ==FLIGHT-MASTER-RECORD== BY ==HIST-FLIGHT==
           ==FM-FLIGHT-KEY== BY ==HF-FLIGHT-KEY==
           ==FM-FLIGHT-NUMBER== BY ==HF-FLIGHT-NUMBER==
           ==FM-FLIGHT-DATE== BY ==HF-FLIGHT-DATE==
           ==FM-ORIGIN== BY ==HF-ORIGIN==
           ==FM-AIRCRAFT-TYPE== BY ==HF-AIRCRAFT-TYPE==
           ==FM-MAX-PAYLOAD== BY ==HF-MAX-PAYLOAD==
           ==FM-ACTUAL-DEP-DATE== BY ==HF-ACTUAL-DEP-DATE==
           ==FM-ACTUAL-DEP-TIME== BY ==HF-ACTUAL-DEP-TIME==
           ==FM-MARKETING-CARRIER== BY ==HF-MARKETING-CARRIER==
           ==FM-OPERATING-CARRIER== BY ==HF-OPERATING-CARRIER==.

       01 WS-REPORT-MONTH       PIC X(6).

