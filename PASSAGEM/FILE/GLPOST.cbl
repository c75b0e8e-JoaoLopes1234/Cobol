      *      COMPONENTE NAO TEM CONTA MAPEADA OU OS TOTAIS NAO
      *      FECHAM AO CENTIMO
      *    COMPONENTES: FARE, TAX, BAG, SEAT, COMM E PAY-<MEIO>
      *    OS PRODUTOS AUXILIARES ('ANC'/'ANR' + PRODUTO) USAM A LINHA
      *    DO PROPRIO CODIGO SE EXISTIR, SENAO A LINHA GERAL 'ANC' OU
      *    'ANR'; A RECEITA (FARE) VAI PARA A CONTA DO PRODUTO NO
      *    CATALOGO DE AUXILIARES (A CREDITO NA VENDA, A DEBITO NO
      *    REEMBOLSO)
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ANCILLARY-CATALOGUE-FILE ASSIGN TO
               "PASSAGEM/FILE/ancillary-catalogue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CATALOGUE-KEY
               FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT GL-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/gl-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD ANCILLARY-CATALOGUE-FILE.
           COPY ANCCAT.

       FD GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD         PIC X(80).
       01 GL-DETAIL-RECORD.

       WORKING-STORAGE SECTION.
       01 WS-MAP-STATUS         PIC X(2).
       01 WS-CATALOGUE-STATUS   PIC X(2).

       01 WS-RUN-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
               88 B-UNMAPPED        VALUE 'Y'.
           05 WS-UNMAPPED-TXN       PIC X(6).
           05 WS-UNMAPPED-COMP      PIC X(8).
           05 WS-DEBIT-ACCT         PIC X(8).
           05 WS-CREDIT-ACCT        PIC X(8).
           05 WS-PRODUCT-ACCT       PIC X(8).

       01 WS-BATCH-TOTALS.
           05 WS-DEBIT-TOTAL        PIC 9(10)V99 VALUE ZERO.
      ******************************************************************
       2000-POST-SALES-EXTRACT.
           OPEN INPUT DAILY-SALES-FILE
                      ANCILLARY-CATALOGUE-FILE
           PERFORM UNTIL B-SALES-EOF
               READ DAILY-SALES-FILE
                   AT END
                       PERFORM 2100-POST-ONE-SALE
               END-READ
           END-PERFORM
           CLOSE DAILY-SALES-FILE
                 ANCILLARY-CATALOGUE-FILE.

       2100-POST-ONE-SALE.
           COMPUTE WS-FARE-AMOUNT =
               END-IF
           END-PERFORM

      *    AUXILIAR SEM LINHA PROPRIA: A LINHA GERAL DO PREFIXO
           IF NOT B-GM-FOUND
               AND (B-DS-ANCILLARY-SALE OR B-DS-ANCILLARY-REFUND)
               PERFORM VARYING WS-GM-IDX FROM 1 BY 1
                   UNTIL WS-GM-IDX > WS-GM-COUNT OR B-GM-FOUND
                   IF WS-GM-TXN(WS-GM-IDX) = DS-TXN-PREFIX
                       AND WS-COMPONENT = WS-GM-COMP(WS-GM-IDX)
                       MOVE 'Y' TO WS-GM-FOUND
                       SUBTRACT 1 FROM WS-GM-IDX
                   END-IF
               END-PERFORM
           END-IF

           IF NOT B-GM-FOUND
               MOVE 'Y' TO WS-UNMAPPED
               MOVE DS-TXN-CODE TO WS-UNMAPPED-TXN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GM-DEBIT(WS-GM-IDX)  TO WS-DEBIT-ACCT
           MOVE WS-GM-CREDIT(WS-GM-IDX) TO WS-CREDIT-ACCT
           IF WS-COMPONENT = 'FARE'
               AND (B-DS-ANCILLARY-SALE OR B-DS-ANCILLARY-REFUND)
               PERFORM 2300-PRODUCT-ACCOUNT
               IF WS-PRODUCT-ACCT NOT = SPACES
                   IF B-DS-ANCILLARY-SALE
                       MOVE WS-PRODUCT-ACCT TO WS-CREDIT-ACCT
                   ELSE
                       MOVE WS-PRODUCT-ACCT TO WS-DEBIT-ACCT
                   END-IF
               END-IF
           END-IF

           MOVE WS-DEBIT-ACCT TO GL-ACCOUNT
           MOVE 'D' TO GL-DC
           MOVE WS-COMPONENT-AMT TO GL-AMOUNT
           MOVE DS-TXN-CODE TO GL-SOURCE-TXN
           ADD WS-COMPONENT-AMT TO WS-DEBIT-TOTAL
           ADD 1 TO WS-ENTRY-COUNT

           MOVE WS-CREDIT-ACCT TO GL-ACCOUNT
           MOVE 'C' TO GL-DC
           WRITE GL-DETAIL-RECORD
           ADD WS-COMPONENT-AMT TO WS-CREDIT-TOTAL
           ADD 1 TO WS-ENTRY-COUNT.

      *    CONTA DE RECEITA DO PRODUTO: A PRIMEIRA LINHA DO PRODUTO NO
      *    CATALOGO, QUE E A GERAL (ROTA E MARCA EM BRANCO) QUANDO
      *    EXISTE. SEM CATALOGO FICA A CONTA DO MAPEAMENTO
       2300-PRODUCT-ACCOUNT.
           MOVE SPACES TO WS-PRODUCT-ACCT
           IF WS-CATALOGUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE DS-TXN-PRODUCT TO AX-PRODUCT-CODE
           MOVE SPACES         TO AX-ORIGIN
           MOVE SPACES         TO AX-DESTINATION
           MOVE SPACE          TO AX-FARE-BRAND
           START ANCILLARY-CATALOGUE-FILE
               KEY IS NOT LESS THAN AX-CATALOGUE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ANCILLARY-CATALOGUE-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF AX-PRODUCT-CODE = DS-TXN-PRODUCT
               MOVE AX-GL-ACCOUNT TO WS-PRODUCT-ACCT
           END-IF.

      ******************************************************************
      *    DIARIO DE PAGAMENTOS: CADA PAGAMENTO GERA O PAR MAPEADO
      *    PELO COMPONENTE PAY-<MEIO> DO TIPO DE MOVIMENTO 'PAYMNT'
