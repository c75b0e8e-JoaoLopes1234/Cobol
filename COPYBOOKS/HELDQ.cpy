           05 HQ-RUN-DATE           PIC 9(8).
           05 HQ-MATCH-NAME         PIC X(14).
           05 HQ-REASON             PIC X(30).
           05 HQ-INPUT-DATA         PIC X(300).
