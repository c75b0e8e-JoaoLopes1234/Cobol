               "PASSAGEM/FILE/feed-gaps.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXPECTED-FEED-FILE.
       FD GAP-REPORT-FILE.
       01 GAP-REPORT-RECORD         PIC X(80).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       WORKING-STORAGE SECTION.
       01 WS-EXPECTED-STATUS    PIC X(2).
       01 WS-CURRENT-DATE-TIME  PIC X(21).

      ******************************************************************
      *    FICHEIROS PRESENTES EM INBOUND, EM MEMORIA, PARA CRUZAR
           WRITE GAP-REPORT-RECORD
           DISPLAY 'FEED EM FALTA - PARCEIRO ' EF-PARTNER
                   ' VOO ' EF-FLIGHT-PATTERN
                   ' HORA LIMITE ' EF-CUTOFF-TIME
           PERFORM 2400-RAISE-MISSING-FEED.

      ******************************************************************
      *    O FEED EM FALTA SEGUE TAMBEM PARA O REGISTO CENTRAL DE
      *    EXCECOES (EXCFEED), A CARGO DAS OPERACOES, COM O PARCEIRO
      *    COMO REFERENCIA
      ******************************************************************
       2400-RAISE-MISSING-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES            TO EXCEPTION-FEED-RECORD
           MOVE 'FEEDCHK'         TO XF-SOURCE-JOB
           MOVE EF-FLIGHT-PATTERN TO XF-FLIGHT-NUMBER
           MOVE EF-PARTNER        TO XF-TICKET
           MOVE GAP-REPORT-RECORD TO XF-DESCRIPTION
           MOVE 'OPERACOES'       TO XF-OWNER-TEAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO XF-RAISED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

       3000-WRITE-TOTALS.
           MOVE WS-EXPECTED-COUNT TO WS-DISP-EXPECTED
