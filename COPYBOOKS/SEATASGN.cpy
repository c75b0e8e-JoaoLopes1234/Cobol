       01 SEAT-ASSIGNMENT-RECORD.
           05 SA-FLIGHT-SEAT-KEY.
               10 SA-FLIGHT-NUMBER      PIC X(6).
               10 SA-FLIGHT-DATE        PIC X(8).
               10 SA-SEAT-NUMBER        PIC X(4).
           05 SA-TICKET                 PIC 9(4).
