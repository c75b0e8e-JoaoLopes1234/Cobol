       01 WAITLIST-RECORD.
           05 WL-FLIGHT-CLASS-SEQ-KEY.
               10 WL-FLIGHT-NUMBER      PIC X(6).
               10 WL-FLIGHT-DATE        PIC X(8).
               10 WL-SEAT-CLASS         PIC X(1).
               10 WL-SEQUENCE           PIC 9(4).
           05 WL-TICKET                 PIC 9(4).
