      *    - ABRIR A RECLAMACAO E FECHA-LA COM O PAGAMENTO DA
      *      INDEMNIZACAO, LANCADO NO DIARIO DE PAGAMENTOS E NA
      *      TRILHA DE AUDITORIA PARA O RECONCIL E O RECON3 VEREM O
      *      DINHEIRO. COM A CONTA DO PASSAGEIRO (IBAN) A INDEMNIZACAO
      *      SEGUE POR TRANSFERENCIA NA FILA DE PAGAMENTOS (PAYREQ);
      *      SEM CONTA E PAGA NA GAVETA, COMO ATE AQUI
      *    INTERATIVO AO ESTILO DO CORRIGIR.cbl, COM ABERTURA DE
      *    SESSAO CONTRA O MESTRE DE OPERADORES
      ******************************************************************
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BAG-IRREG-FILE.
       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       WORKING-STORAGE SECTION.
       01 WS-IRREG-STATUS       PIC X(2).
       01 WS-BAGTAG-STATUS      PIC X(2).

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-FLIGHT  PIC X(6).
           05 WS-SEARCH-DATE    PIC X(8).
           05 WS-SEARCH-TICKET  PIC 9(4).
           05 WS-SEARCH-SEQ     PIC 9(2).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
       01 WS-NEW-STATUS         PIC X(1).
       01 WS-CLAIM-AMOUNT       PIC 9(6)V99.
       01 WS-DISP-CLAIM         PIC Z(5)9,99.
       01 WS-PAYEE-IBAN         PIC X(34).
       01 WS-PAYEE-NAME         PIC X(30).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.


           OPEN INPUT BAG-TAG-FILE
           OPEN EXTEND PAYMENT-JOURNAL-FILE
                EXTEND AUDIT-FILE
                EXTEND PAYOUT-REQUEST-FILE.

       2000-LOOKUP-CASE.
           MOVE 'N' TO WS-FOUND-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           DISPLAY "Bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-TICKET
           ACCEPT WS-SEARCH-SEQ

           MOVE WS-SEARCH-FLIGHT TO BI-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO BI-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO BI-TICKET
           MOVE WS-SEARCH-SEQ    TO BI-BAG-SEQ
           READ BAG-IRREG-FILE

       2100-DISPLAY-CASE.
           MOVE BI-CLAIM-AMOUNT TO WS-DISP-CLAIM
           DISPLAY "Caso " BI-FLIGHT-NUMBER " " BI-FLIGHT-DATE " "
                   BI-TICKET BI-BAG-SEQ
                   "  Estado " BI-STATUS
           DISPLAY "Aberto em " BI-OPEN-DATE
                   "  Ultimo movimento " BI-LAST-DATE
      ******************************************************************
       3100-OPEN-CASE.
           MOVE WS-SEARCH-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO BT-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO BT-TICKET
           MOVE WS-SEARCH-SEQ    TO BT-BAG-SEQ
           READ BAG-TAG-FILE
           END-READ

           MOVE WS-SEARCH-FLIGHT TO BI-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO BI-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO BI-TICKET
           MOVE WS-SEARCH-SEQ    TO BI-BAG-SEQ
           MOVE 'M'              TO BI-STATUS
      ******************************************************************
      *    FECHAR A RECLAMACAO COM O PAGAMENTO DA INDEMNIZACAO: O
      *    VALOR ENTRA NO DIARIO DE PAGAMENTOS (E NA AUDITORIA) PARA
      *    A CONCILIACAO VER O DINHEIRO SAIR. COM IBAN O PAGAMENTO VAI
      *    PARA A FILA DE TRANSFERENCIAS E O DIARIO LEVA O JOB PAYOUT
      *    COMO OPERADOR, PARA O FECHO DE CAIXA NAO O ABATER A GAVETA
      ******************************************************************
       3300-SETTLE-CLAIM.
           DISPLAY "Valor da indemnizacao (ex: 150,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-CLAIM-AMOUNT

           DISPLAY "IBAN do passageiro para a transferencia "
                   "(em branco = pago na gaveta):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PAYEE-IBAN
           MOVE SPACES TO WS-PAYEE-NAME
           IF WS-PAYEE-IBAN NOT = SPACES
               DISPLAY "Titular da conta:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PAYEE-NAME
           END-IF

           MOVE 'C'             TO BI-STATUS
           MOVE WS-RUN-DATE     TO BI-LAST-DATE
           MOVE WS-CLAIM-AMOUNT TO BI-CLAIM-AMOUNT
           PERFORM 3400-REWRITE-CASE

           MOVE BI-TICKET        TO PJ-TICKET
           MOVE ZERO             TO PJ-TICKET-NUMBER
           MOVE BI-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
           MOVE BI-FLIGHT-DATE   TO PJ-FLIGHT-DATE
      *    DINHEIRO A SAIR: MEIO 'S', PARA O FECHO DE CAIXA ABATER
      *    A INDEMNIZACAO A GAVETA EM VEZ DE A SOMAR COMO RECEITA
           MOVE 'S'              TO PJ-PAY-METHOD
           MOVE WS-CLAIM-AMOUNT  TO PJ-AMOUNT
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE
           MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
           IF WS-PAYEE-IBAN NOT = SPACES
               MOVE 'PAYOUT'     TO PJ-OPERATOR-ID
           END-IF
           WRITE PAYMENT-JOURNAL-RECORD

           MOVE WS-CLAIM-AMOUNT TO WS-DISP-CLAIM
           IF WS-PAYEE-IBAN = SPACES
               MOVE 'INDEMNIZACAO PAGA' TO BI-REMARKS
               PERFORM 4000-WRITE-CASE-AUDIT
               DISPLAY "RECLAMACAO FECHADA - PAGOS " WS-DISP-CLAIM
                       " EUROS."
           ELSE
               PERFORM 3310-REQUEST-TRANSFER
               MOVE 'INDEMNIZACAO POR TRANSFERENCIA' TO BI-REMARKS
               PERFORM 4000-WRITE-CASE-AUDIT
               DISPLAY "RECLAMACAO FECHADA - " WS-DISP-CLAIM
                       " EUROS A PAGAR POR TRANSFERENCIA."
           END-IF.

       3310-REQUEST-TRANSFER.
           MOVE BI-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
           MOVE BI-FLIGHT-DATE   TO PY-FLIGHT-DATE
           MOVE BI-TICKET        TO PY-TICKET
           MOVE 'B'              TO PY-SOURCE
           MOVE BI-BAG-SEQ       TO PY-SEQ
           MOVE ZERO             TO PY-TICKET-NUMBER
           MOVE WS-PAYEE-NAME    TO PY-PAYEE-NAME
           MOVE WS-PAYEE-IBAN    TO PY-IBAN
           MOVE WS-CLAIM-AMOUNT  TO PY-AMOUNT
           MOVE WS-RUN-DATE      TO PY-REQUEST-DATE
           MOVE WS-OPERATOR-ID   TO PY-OPERATOR-ID
           WRITE PAYOUT-REQUEST-RECORD.

       3400-REWRITE-CASE.
           REWRITE BAG-IRREG-RECORD
       4000-WRITE-CASE-AUDIT.
           MOVE BI-TICKET        TO AT-TICKET
           MOVE BI-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE BI-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'BAGCLM'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
                  ' ' DELIMITED BY SIZE
                  BI-REMARKS DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE BAG-IRREG-FILE
                 BAG-TAG-FILE
                 PAYMENT-JOURNAL-FILE
                 AUDIT-FILE
                 PAYOUT-REQUEST-FILE.
