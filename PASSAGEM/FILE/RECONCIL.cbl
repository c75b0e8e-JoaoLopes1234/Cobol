               "PASSAGEM/FILE/recon-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-JOURNAL-FILE.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD          PIC X(100).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS     PIC X(2).
       01 WS-SETTLEMENT-STATUS  PIC X(2).
       01 WS-CURRENT-DATE-TIME  PIC X(21).

      ******************************************************************
      *    LIQUIDACOES DO ADQUIRENTE EM MEMORIA, COM MARCA DE "JA
                              WS-DISP-ST-AMOUNT DELIMITED BY SIZE
                              INTO EXCEPTION-RECORD
                       WRITE EXCEPTION-RECORD
                       PERFORM 2300-RAISE-JOURNAL-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
                      PJ-AUTH-REF DELIMITED BY SIZE
                      INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               PERFORM 2300-RAISE-JOURNAL-EXCEPTION
           END-IF.

       2300-RAISE-JOURNAL-EXCEPTION.
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE PJ-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE PJ-FLIGHT-DATE   TO XF-FLIGHT-DATE
           MOVE PJ-TICKET-NUMBER TO XF-TICKET
           PERFORM 9000-RAISE-EXCEPTION.

       3000-LIST-ORPHAN-SETTLEMENTS.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
                          WS-DISP-ST-AMOUNT DELIMITED BY SIZE
                          INTO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
                   MOVE SPACES TO EXCEPTION-FEED-RECORD
                   MOVE WS-ST-AUTH(WS-ST-IDX) TO XF-TICKET
                   PERFORM 9000-RAISE-EXCEPTION
               END-IF
           END-PERFORM.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      *    CADA EXCECAO SEGUE TAMBEM PARA O REGISTO CENTRAL DE
      *    EXCECOES (EXCFEED), A CARGO DAS FINANCAS. O CHAMADOR
      *    PREENCHE VOO, DATA E REFERENCIA; A DESCRICAO E A LINHA
      *    ACABADA DE GRAVAR NO RELATORIO
      ******************************************************************
       9000-RAISE-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'RECONCIL'                TO XF-SOURCE-JOB
           MOVE EXCEPTION-RECORD          TO XF-DESCRIPTION
           MOVE 'FINANCAS'                TO XF-OWNER-TEAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO XF-RAISED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.
