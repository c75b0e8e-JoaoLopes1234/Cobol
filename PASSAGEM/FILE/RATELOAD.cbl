               "PASSAGEM/FILE/currency-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TREASURY-FILE.
           05 NR-EFFECTIVE-DATE     PIC 9(8).
           05 NR-RATE               PIC 9(3)V9(4).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       WORKING-STORAGE SECTION.
       01 WS-TREASURY-STATUS    PIC X(2).
       01 WS-CURRENT-DATE-TIME  PIC X(21).

       01 WS-TOLERANCE-PARM     PIC X(3).
       01 WS-TOLERANCE-PCT      PIC 9(3) VALUE 10.
                   MOVE WS-DIFF-PCT TO WS-DISP-DIFF-PCT
                   DISPLAY "AVISO: " TF-CURRENCY-CODE " VARIOU "
                           WS-DISP-DIFF-PCT "% FACE AO DIA ANTERIOR"
                   PERFORM 2250-RAISE-TOLERANCE-BREACH
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      *    O DESVIO SEGUE TAMBEM PARA O REGISTO CENTRAL DE EXCECOES
      *    (EXCFEED), A CARGO DA TESOURARIA, COM A MOEDA COMO
      *    REFERENCIA
      ******************************************************************
       2250-RAISE-TOLERANCE-BREACH.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES           TO EXCEPTION-FEED-RECORD
           MOVE 'RATELOAD'       TO XF-SOURCE-JOB
           MOVE TF-CURRENCY-CODE TO XF-TICKET
           STRING 'TAXA ' DELIMITED BY SIZE
                  TF-CURRENCY-CODE DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  TF-EFFECTIVE-DATE DELIMITED BY SIZE
                  ' VARIOU ' DELIMITED BY SIZE
                  WS-DISP-DIFF-PCT DELIMITED BY SIZE
                  '% FACE AO DIA ANTERIOR' DELIMITED BY SIZE
                  INTO XF-DESCRIPTION
           MOVE 'TESOURARIA'     TO XF-OWNER-TEAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO XF-RAISED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

      ******************************************************************
      *    MOEDAS QUE O FEED DO DIA NAO TROUXE SEGUEM COM A TAXA E A
      *    DATA DE EFICACIA ANTERIORES: A MOEDA NAO DESAPARECE DO
