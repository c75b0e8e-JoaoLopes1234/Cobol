       01 BAG-IRREG-RECORD.
           05 BI-TAG-KEY.
               10 BI-FLIGHT-NUMBER      PIC X(6).
               10 BI-FLIGHT-DATE        PIC X(8).
               10 BI-TICKET             PIC 9(4).
               10 BI-BAG-SEQ            PIC 9(2).
           05 BI-STATUS                 PIC X(1).
