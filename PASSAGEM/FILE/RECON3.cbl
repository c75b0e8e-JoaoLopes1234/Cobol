           SELECT EXCEPTION-FILE ASSIGN TO
               "PASSAGEM/FILE/recon3-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD          PIC X(100).
       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       WORKING-STORAGE SECTION.
       01 WS-SALES-STATUS       PIC X(2).
           05 WS-AT-ENTRY OCCURS 2000 TIMES.
               10 WS-AT-TICKET      PIC 9(4).
               10 WS-AT-FLIGHT      PIC X(6).
               10 WS-AT-DATE        PIC X(8).
               10 WS-AT-TXN         PIC X(6).
           05 WS-AT-IDX             PIC 9(4).

           05 WS-AJ-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-AJ-ENTRY OCCURS 200 TIMES.
               10 WS-AJ-FLIGHT      PIC X(6).
               10 WS-AJ-DATE        PIC X(8).
               10 WS-AJ-TICKET      PIC 9(4).
               10 WS-AJ-AMOUNT      PIC S9(7)V99.
           05 WS-AJ-IDX             PIC 9(3).
           05 WS-DISP-PM-TOTAL      PIC Z(5)9,99.

       01 WS-RETURN-CODE            PIC 9(4) VALUE ZERO.
       01 WS-CURRENT-DATE-TIME      PIC X(21).

       PROCEDURE DIVISION.

                               WS-AT-TICKET(WS-AT-COUNT)
                           MOVE AT-FLIGHT-NUMBER TO
                               WS-AT-FLIGHT(WS-AT-COUNT)
                           MOVE AT-FLIGHT-DATE TO
                               WS-AT-DATE(WS-AT-COUNT)
                           MOVE AT-TXN-TYPE TO
                               WS-AT-TXN(WS-AT-COUNT)
                       ELSE
           PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
               UNTIL WS-AJ-IDX > WS-AJ-COUNT OR B-AJ-FOUND
               IF DS-FLIGHT-NUMBER = WS-AJ-FLIGHT(WS-AJ-IDX)
                   AND DS-FLIGHT-DATE = WS-AJ-DATE(WS-AJ-IDX)
                   AND DS-TICKET = WS-AJ-TICKET(WS-AJ-IDX)
                   MOVE 'Y' TO WS-AJ-FOUND
                   SUBTRACT 1 FROM WS-AJ-IDX
                   ADD 1 TO WS-AJ-COUNT
                   MOVE WS-AJ-COUNT TO WS-AJ-IDX
                   MOVE DS-FLIGHT-NUMBER TO WS-AJ-FLIGHT(WS-AJ-IDX)
                   MOVE DS-FLIGHT-DATE TO WS-AJ-DATE(WS-AJ-IDX)
                   MOVE DS-TICKET TO WS-AJ-TICKET(WS-AJ-IDX)
                   MOVE ZERO TO WS-AJ-AMOUNT(WS-AJ-IDX)
               ELSE
                   IF DS-TXN-CODE = 'NEW'
                       PERFORM 3600-SUM-EXPECTED-TOTAL
                       MOVE DS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                       MOVE DS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                       MOVE DS-TICKET TO PM-TICKET
                       READ PASSENGER-MASTER-FILE
                           INVALID KEY
           PERFORM VARYING WS-AJ-IDX FROM 1 BY 1
               UNTIL WS-AJ-IDX > WS-AJ-COUNT
               IF DS-FLIGHT-NUMBER = WS-AJ-FLIGHT(WS-AJ-IDX)
                   AND DS-FLIGHT-DATE = WS-AJ-DATE(WS-AJ-IDX)
                   AND DS-TICKET = WS-AJ-TICKET(WS-AJ-IDX)
                   ADD WS-AJ-AMOUNT(WS-AJ-IDX) TO WS-EXPECTED-TOTAL
               END-IF
               UNTIL WS-AT-IDX > WS-AT-COUNT OR B-CANCEL-AUDITED
               IF DS-TICKET = WS-AT-TICKET(WS-AT-IDX)
                   AND DS-FLIGHT-NUMBER = WS-AT-FLIGHT(WS-AT-IDX)
                   AND DS-FLIGHT-DATE = WS-AT-DATE(WS-AT-IDX)
                   AND (WS-AT-TXN(WS-AT-IDX) = 'CANCEL'
                       OR WS-AT-TXN(WS-AT-IDX) = 'CHANGE')
                   MOVE 'Y' TO WS-CANCEL-AUDITED
                  ' VOO ' DELIMITED BY SIZE
                  DS-FLIGHT-NUMBER DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           PERFORM 3700-RAISE-SALE-EXCEPTION.

       3300-AMOUNT-MISMATCH.
           ADD 1 TO WS-EXCEPTION-COUNT
                  ' MESTRE ' DELIMITED BY SIZE
                  WS-DISP-PM-TOTAL DELIMITED BY SIZE
                  INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           PERFORM 3700-RAISE-SALE-EXCEPTION.

       3400-CHECK-AUDIT-PRESENT.
           MOVE SPACE TO WS-MATCH-FOUND
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-AT-COUNT OR B-MATCH-FOUND
      *        O NUMERO DE BILHETE RECOMECA EM CADA PARTIDA, POR ISSO
      *        A AUDITORIA SO CONTA SE FOR DO MESMO VOO+DATA DO
      *        EXTRATO
               IF DS-TICKET = WS-AT-TICKET(WS-AT-IDX)
                   AND DS-FLIGHT-NUMBER = WS-AT-FLIGHT(WS-AT-IDX)
                   AND DS-FLIGHT-DATE = WS-AT-DATE(WS-AT-IDX)
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
                      DS-FLIGHT-NUMBER DELIMITED BY SIZE
                      INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               PERFORM 3700-RAISE-SALE-EXCEPTION
           END-IF.

      ******************************************************************
      *    A EXCECAO DA VENDA SEGUE TAMBEM PARA O REGISTO CENTRAL DE
      *    EXCECOES, A CARGO DAS FINANCAS
      ******************************************************************
       3700-RAISE-SALE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE DS-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE DS-FLIGHT-DATE   TO XF-FLIGHT-DATE
           MOVE DS-TICKET        TO XF-TICKET
           PERFORM 9000-RAISE-EXCEPTION.

      ******************************************************************
      *    CANCELAMENTOS DA AUDITORIA: O BILHETE JA NAO PODE EXISTIR
      *    NO MESTRE DE PASSAGEIROS
               IF WS-AT-TXN(WS-AT-IDX) = 'CANCEL'
                   ADD 1 TO WS-CANCELS-CHECKED
                   MOVE WS-AT-FLIGHT(WS-AT-IDX) TO PM-FLIGHT-NUMBER
                   MOVE WS-AT-DATE(WS-AT-IDX)   TO PM-FLIGHT-DATE
                   MOVE WS-AT-TICKET(WS-AT-IDX) TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                                  PM-TICKET DELIMITED BY SIZE
                                  INTO EXCEPTION-RECORD
                           WRITE EXCEPTION-RECORD
                           MOVE SPACES TO EXCEPTION-FEED-RECORD
                           MOVE PM-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
                           MOVE PM-FLIGHT-DATE   TO XF-FLIGHT-DATE
                           MOVE PM-TICKET        TO XF-TICKET
                           PERFORM 9000-RAISE-EXCEPTION
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      *    LINHA NO FEED DO REGISTO CENTRAL DE EXCECOES (EXCFEED) - O
      *    CHAMADOR PREENCHE VOO, DATA E BILHETE; A DESCRICAO E A
      *    LINHA ACABADA DE GRAVAR NO RELATORIO
      ******************************************************************
       9000-RAISE-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE 'RECON3'                  TO XF-SOURCE-JOB
           MOVE EXCEPTION-RECORD          TO XF-DESCRIPTION
           MOVE 'FINANCAS'                TO XF-OWNER-TEAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO XF-RAISED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.
