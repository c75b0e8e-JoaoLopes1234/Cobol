           05 RJ-REASON-CODE        PIC X(4).
           05 RJ-RUN-DATE           PIC 9(8).
           05 RJ-RUN-TIME           PIC 9(6).
           05 RJ-INPUT-DATA         PIC X(300).
