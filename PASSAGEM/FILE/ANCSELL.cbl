       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCSELL.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    ANCSELL - VENDA DE PRODUTOS AUXILIARES (SALA VIP, SEGURO DE
      *    VIAGEM, EMBARQUE PRIORITARIO...) CONTRA UM BILHETE JA
      *    EMITIDO, NO BALCAO OU NO CALL CENTER. O FILE-FLY SO VENDE
      *    AUXILIARES COM O BILHETE QUANDO ESTE E PAGO A CARTAO OU EM
      *    NUMERARIO; OS RESTANTES (BILHETES EM OPCAO, PAGOS COM
      *    VOUCHER, PONTOS OU CONTA DE EMPRESA, OU O CLIENTE QUE SE
      *    LEMBRA DEPOIS) PASSAM POR AQUI.
      *    O PRECO E PROCURADO NO CATALOGO (ANCCAT) PELA ROTA DO VOO E
      *    PELA MARCA TARIFARIA DO BILHETE, COMO NO FILE-FLY. CADA
      *    VENDA TEM O SEU NUMERO DE DOCUMENTO NO REGISTO DE VENDAS
      *    (ANCSALE), O SEU MOVIMENTO 'ANC' + PRODUTO NO EXTRATO
      *    DIARIO, O SEU PAGAMENTO NO DIARIO E A SUA LINHA NA TRILHA
      *    DE AUDITORIA (ANCVEN). O CARTAO DE EMBARQUE COM O PRODUTO
      *    SAI PELO REPRINT.cbl. INTERATIVO AO ESTILO DO CASEMNT.cbl,
      *    COM ABERTURA DE SESSAO CONTRA O MESTRE DE OPERADORES
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCILLARY-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/ancillary-sales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-DOC-NUMBER
               ALTERNATE RECORD KEY IS AS-TICKET-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SALES-STATUS.

           SELECT OPTIONAL ANCILLARY-CATALOGUE-FILE ASSIGN TO
               "PASSAGEM/FILE/ancillary-catalogue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CATALOGUE-KEY
               FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPTIONAL DAILY-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/daily-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ANCILLARY-SALES-FILE.
           COPY ANCSALE.

       FD ANCILLARY-CATALOGUE-FILE.
           COPY ANCCAT.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD DAILY-SALES-FILE.
           COPY DAILYSAL.

       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-SALES-STATUS       PIC X(2).
       01 WS-CATALOGUE-STATUS   PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-FLIGHT  PIC X(6).
           05 WS-SEARCH-DATE    PIC X(8).
           05 WS-SEARCH-TICKET  PIC 9(4).
       01 WS-TICKET-OK          PIC X(1).
           88 B-TICKET-OK       VALUE 'Y'.

      *    LEITURA DOS AUXILIARES JA VENDIDOS AO BILHETE
       01 WS-LIST-EOF           PIC X(1).
           88 B-LIST-EOF        VALUE 'Y'.
       01 WS-LISTED             PIC 9(3).
       01 WS-DUPLICATE          PIC X(1).
           88 B-DUPLICATE       VALUE 'Y'.

       01 WS-PRODUCT-IN         PIC X(3).
       01 WS-FARE-BRAND         PIC X(1).
       01 WS-PRICE-FOUND        PIC X(1).
           88 B-PRICE-FOUND     VALUE 'Y'.
           88 B-PRICE-NOT-FOUND VALUE 'N'.
           88 B-PRICE-WITHDRAWN VALUE 'R'.

       01 WS-PAY-METHOD         PIC X(1).
           88 B-PAY-CARD        VALUE 'C'.
           88 B-PAY-CASH        VALUE 'N'.
       01 WS-PAY-AUTH-REF       PIC X(8).
       01 WS-CONFIRM            PIC X(1).

       01 WS-SALE-WORK.
           05 WS-NEXT-DOC       PIC 9(8).
           05 WS-VAT-AMOUNT     PIC 9(5)V99.
           05 WS-GROSS-AMOUNT   PIC 9(6)V99.
           05 WS-TAX-SEQ        PIC 9(1).
           05 WS-SOLD-COUNT     PIC 9(4) VALUE ZERO.

       01 WS-DISP-AMOUNTS.
           05 WS-DISP-NET       PIC Z(5)9,99.
           05 WS-DISP-VAT       PIC Z(5)9,99.
           05 WS-DISP-GROSS     PIC Z(5)9,99.
           05 WS-DISP-SOLD      PIC Z(3)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 0100-SIGN-ON
           PERFORM 1000-OPEN-FILES

           MOVE SPACES TO WS-SEARCH-FLIGHT
           PERFORM UNTIL WS-SEARCH-FLIGHT = 'FIM'
               PERFORM 2000-SELL-ANCILLARY
           END-PERFORM

           PERFORM 9000-CLOSE-FILES
           MOVE WS-SOLD-COUNT TO WS-DISP-SOLD
           DISPLAY "Produtos auxiliares vendidos: " WS-DISP-SOLD
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO: OPERADOR CONHECIDO E ATIVO
      ******************************************************************
       0100-SIGN-ON.
           DISPLAY "Identificacao do operador:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS NOT = '00'
               DISPLAY "MESTRE DE OPERADORES INDISPONIVEL ("
                       WS-OPERMAST-STATUS ") - INSCREVER OPERADORES "
                       "COM O OPERMNT."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERADOR DESCONHECIDO - ACESSO RECUSADO."
                   CLOSE OPERATOR-MASTER-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT B-OP-ACTIVE
               DISPLAY "OPERADOR DESATIVADO - ACESSO RECUSADO."
               CLOSE OPERATOR-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-MASTER-FILE.

       1000-OPEN-FILES.
           OPEN INPUT PASSENGER-MASTER-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE PASSAGEIROS: "
                       WS-PASSENGER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ANCILLARY-CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS NOT = '00'
               DISPLAY "CATALOGO DE AUXILIARES INDISPONIVEL ("
                       WS-CATALOGUE-STATUS ") - CORRER PRIMEIRO O "
                       "ANCLOAD"
               CLOSE PASSENGER-MASTER-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ANCILLARY-SALES-FILE
           IF WS-SALES-STATUS = '35'
               OPEN OUTPUT ANCILLARY-SALES-FILE
               CLOSE ANCILLARY-SALES-FILE
               OPEN I-O ANCILLARY-SALES-FILE
           END-IF
           IF WS-SALES-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE VENDAS DE "
                       "AUXILIARES: " WS-SALES-STATUS
               CLOSE PASSENGER-MASTER-FILE
                     ANCILLARY-CATALOGUE-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FLIGHT-MASTER-FILE
           OPEN EXTEND DAILY-SALES-FILE
                EXTEND PAYMENT-JOURNAL-FILE
                EXTEND AUDIT-FILE.

      ******************************************************************
      *    UMA VENDA: O BILHETE, O PRODUTO, O PAGAMENTO E A
      *    CONFIRMACAO. FIM NO VOO TERMINA A SESSAO
      ******************************************************************
       2000-SELL-ANCILLARY.
           DISPLAY "Voo do bilhete (FIM = sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-FLIGHT
           IF WS-SEARCH-FLIGHT = 'FIM' OR WS-SEARCH-FLIGHT = SPACES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           DISPLAY "Bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-TICKET

           PERFORM 2100-VALIDATE-TICKET
           IF NOT B-TICKET-OK
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Bilhete " PM-TICKET-NUMBER "  " PM-NAME
                   "  " FM-ORIGIN "-" FM-DESTINATION
                   "  Marca " WS-FARE-BRAND
           MOVE SPACES TO WS-PRODUCT-IN
           PERFORM 2200-SCAN-TICKET-ANCILLARIES
           IF WS-LISTED = ZERO
               DISPLAY "SEM PRODUTOS AUXILIARES NESTE BILHETE."
           END-IF

           DISPLAY "Codigo do produto (em branco = nenhum):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PRODUCT-IN
           IF WS-PRODUCT-IN = SPACES
               EXIT PARAGRAPH
           END-IF

      *    O MESMO PRODUTO NAO SE VENDE DUAS VEZES AO MESMO BILHETE
           PERFORM 2200-SCAN-TICKET-ANCILLARIES
           IF B-DUPLICATE
               DISPLAY "PRODUTO " WS-PRODUCT-IN
                       " JA VENDIDO A ESTE BILHETE - NADA FOI VENDIDO."
               EXIT PARAGRAPH
           END-IF

           PERFORM 2300-LOOKUP-PRICE
           IF B-PRICE-WITHDRAWN
               DISPLAY "PRODUTO " WS-PRODUCT-IN
                       " RETIRADO PARA ESTA ROTA OU MARCA."
               EXIT PARAGRAPH
           END-IF
           IF NOT B-PRICE-FOUND
               DISPLAY "PRODUTO " WS-PRODUCT-IN
                       " SEM PRECO NO CATALOGO PARA ESTA ROTA."
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VAT-AMOUNT ROUNDED = AX-PRICE * AX-VAT-RATE
           COMPUTE WS-GROSS-AMOUNT = AX-PRICE + WS-VAT-AMOUNT
           MOVE AX-PRICE        TO WS-DISP-NET
           MOVE WS-VAT-AMOUNT   TO WS-DISP-VAT
           MOVE WS-GROSS-AMOUNT TO WS-DISP-GROSS
           DISPLAY AX-DESCRIPTION
           DISPLAY "Liquido " WS-DISP-NET "  IVA " WS-DISP-VAT
                   "  Total " WS-DISP-GROSS " EUROS"
           EVALUATE TRUE
               WHEN B-AX-REFUND-FULL
                   DISPLAY "Reembolsavel com o bilhete."
               WHEN B-AX-REFUND-LESS-FEE
                   DISPLAY "Reembolsavel com o bilhete, menos uma "
                           "taxa."
               WHEN OTHER
                   DISPLAY "Nao reembolsavel."
           END-EVALUATE

           DISPLAY "Meio de pagamento? C = Cartao, N = Numerario"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PAY-METHOD
           IF NOT B-PAY-CARD AND NOT B-PAY-CASH
               DISPLAY "MEIO DE PAGAMENTO INVALIDO - NADA FOI VENDIDO."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAY-AUTH-REF
           IF B-PAY-CARD
               DISPLAY "Referencia de autorizacao do terminal:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PAY-AUTH-REF
               IF WS-PAY-AUTH-REF = SPACES
                   DISPLAY "SEM AUTORIZACAO - NADA FOI VENDIDO."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Confirmar a venda (S/N)?"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'S'
               DISPLAY "VENDA ANULADA."
               EXIT PARAGRAPH
           END-IF

           PERFORM 2400-NEXT-DOC-NUMBER
           IF WS-NEXT-DOC = ZERO
               DISPLAY "ERRO NO REGISTO DE CONTROLO (" WS-SALES-STATUS
                       ") - NADA FOI VENDIDO."
               EXIT PARAGRAPH
           END-IF
           PERFORM 2500-RECORD-SALE.

      ******************************************************************
      *    O BILHETE TEM DE ESTAR NO MESTRE DE PASSAGEIROS, EMITIDO E
      *    EM VIGOR: NAO EM OPCAO, NAO FALTOSO NEM RECUSADO, E NAO DE
      *    PESSOAL (QUE NAO PAGA SERVICOS PELO BALCAO). A ROTA VEM DO
      *    MESTRE DE VOOS
      ******************************************************************
       2100-VALIDATE-TICKET.
           MOVE 'N' TO WS-TICKET-OK
           MOVE WS-SEARCH-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO PM-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   DISPLAY "BILHETE DESCONHECIDO."
                   EXIT PARAGRAPH
           END-READ
           IF B-PM-HELD-OPT
               DISPLAY "RESERVA EM OPCAO - EMITIR O BILHETE PRIMEIRO."
               EXIT PARAGRAPH
           END-IF
           IF NOT B-PM-BOOKED AND NOT B-PM-CHECKED-IN
               AND NOT B-PM-BOARDED
               DISPLAY "BILHETE NAO ESTA EM VIGOR (ESTADO "
                       PM-STATUS ")."
               EXIT PARAGRAPH
           END-IF
           IF B-PM-STAFF
               DISPLAY "BILHETE DE PESSOAL - SEM VENDA DE AUXILIARES."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEARCH-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO FORA DO MESTRE DE VOOS - SEM ROTA "
                           "PARA O PRECO."
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-FARE-BRAND TO WS-FARE-BRAND
           MOVE 'Y' TO WS-TICKET-OK.

      ******************************************************************
      *    OS AUXILIARES JA VENDIDOS AO BILHETE, PELA CHAVE
      *    ALTERNATIVA: SEM PRODUTO PEDIDO LISTA-OS; COM PRODUTO
      *    (WS-PRODUCT-IN) VERIFICA SE ESSE JA ESTA VENDIDO
      ******************************************************************
       2200-SCAN-TICKET-ANCILLARIES.
           MOVE ZERO TO WS-LISTED
           MOVE 'N' TO WS-DUPLICATE
           MOVE 'N' TO WS-LIST-EOF
           MOVE WS-SEARCH-KEY TO AS-TICKET-KEY
           START ANCILLARY-SALES-FILE KEY IS EQUAL TO AS-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL B-LIST-EOF
               READ ANCILLARY-SALES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF AS-TICKET-KEY NOT = WS-SEARCH-KEY
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           PERFORM 2210-SCAN-ONE-ANCILLARY
                       END-IF
               END-READ
           END-PERFORM.

       2210-SCAN-ONE-ANCILLARY.
           IF WS-PRODUCT-IN = SPACES
               ADD 1 TO WS-LISTED
               COMPUTE WS-GROSS-AMOUNT =
                   AS-NET-AMOUNT + AS-VAT-AMOUNT
               MOVE WS-GROSS-AMOUNT TO WS-DISP-GROSS
               DISPLAY AS-DOC-NUMBER "  " AS-PRODUCT-CODE
                       "  " AS-DESCRIPTION
                       "  " WS-DISP-GROSS
                       "  ESTADO " AS-STATUS
                       "  " AS-SALE-DATE
               EXIT PARAGRAPH
           END-IF
           IF AS-PRODUCT-CODE = WS-PRODUCT-IN AND B-AS-SOLD
               MOVE 'Y' TO WS-DUPLICATE
           END-IF.

      *    PRECO DO PRODUTO: ROTA E MARCA DO BILHETE, DEPOIS A ROTA
      *    PARA QUALQUER MARCA, DEPOIS A MARCA EM QUALQUER ROTA E POR
      *    FIM O PRECO GERAL - A MESMA PROCURA DO FILE-FLY. UM PRECO
      *    RETIRADO TRAVA A PROCURA
       2300-LOOKUP-PRICE.
           MOVE 'N' TO WS-PRICE-FOUND
           MOVE WS-PRODUCT-IN  TO AX-PRODUCT-CODE
           MOVE FM-ORIGIN      TO AX-ORIGIN
           MOVE FM-DESTINATION TO AX-DESTINATION
           MOVE WS-FARE-BRAND  TO AX-FARE-BRAND
           PERFORM 2310-READ-CATALOGUE
           IF B-PRICE-NOT-FOUND
               MOVE WS-PRODUCT-IN  TO AX-PRODUCT-CODE
               MOVE FM-ORIGIN      TO AX-ORIGIN
               MOVE FM-DESTINATION TO AX-DESTINATION
               MOVE SPACE          TO AX-FARE-BRAND
               PERFORM 2310-READ-CATALOGUE
           END-IF
           IF B-PRICE-NOT-FOUND
               MOVE WS-PRODUCT-IN TO AX-PRODUCT-CODE
               MOVE SPACES        TO AX-ORIGIN
               MOVE SPACES        TO AX-DESTINATION
               MOVE WS-FARE-BRAND TO AX-FARE-BRAND
               PERFORM 2310-READ-CATALOGUE
           END-IF
           IF B-PRICE-NOT-FOUND
               MOVE WS-PRODUCT-IN TO AX-PRODUCT-CODE
               MOVE SPACES        TO AX-ORIGIN
               MOVE SPACES        TO AX-DESTINATION
               MOVE SPACE         TO AX-FARE-BRAND
               PERFORM 2310-READ-CATALOGUE
           END-IF.

       2310-READ-CATALOGUE.
           READ ANCILLARY-CATALOGUE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRICE-FOUND
               NOT INVALID KEY
                   IF B-AX-ACTIVE
                       MOVE 'Y' TO WS-PRICE-FOUND
                   ELSE
                       MOVE 'R' TO WS-PRICE-FOUND
                   END-IF
           END-READ.

      *    NUMERO SEGUINTE DO REGISTO DE CONTROLO (CHAVE ZERO), CRIADO
      *    NA PRIMEIRA VENDA. ZERO QUANDO NAO FOI POSSIVEL GRAVA-LO
       2400-NEXT-DOC-NUMBER.
           MOVE ZERO TO WS-NEXT-DOC
           MOVE ZERO TO AS-DOC-NUMBER
           READ ANCILLARY-SALES-FILE KEY IS AS-DOC-NUMBER
               INVALID KEY
                   MOVE SPACES TO ANCILLARY-SALE-RECORD
                   MOVE ZERO   TO AS-DOC-NUMBER
                   MOVE ZERO   TO AS-TICKET
                   MOVE ZERO   TO AS-TICKET-NUMBER
                   MOVE ZERO   TO AS-NET-AMOUNT
                   MOVE ZERO   TO AS-VAT-RATE
                   MOVE ZERO   TO AS-VAT-AMOUNT
                   MOVE ZERO   TO AS-REFUND-FEE
                   MOVE ZERO   TO AS-SALE-DATE
                   MOVE ZERO   TO AS-REFUND-DATE
                   MOVE ZERO   TO AS-REFUND-AMOUNT
                   MOVE 1      TO AS-LAST-ISSUED
                   WRITE ANCILLARY-SALE-RECORD
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO AS-LAST-ISSUED
                   REWRITE ANCILLARY-SALE-RECORD
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ
           MOVE AS-LAST-ISSUED TO WS-NEXT-DOC.

      ******************************************************************
      *    A VENDA: REGISTO DE VENDAS (PRECO, IVA, REGRA E CONTA DO
      *    CATALOGO NESTE MOMENTO), EXTRATO DIARIO COM O LIQUIDO E O
      *    IVA, DIARIO DE PAGAMENTOS PELO TOTAL E AUDITORIA
      ******************************************************************
       2500-RECORD-SALE.
           MOVE SPACES           TO ANCILLARY-SALE-RECORD
           MOVE WS-NEXT-DOC      TO AS-DOC-NUMBER
           MOVE PM-FLIGHT-NUMBER TO AS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AS-FLIGHT-DATE
           MOVE PM-TICKET        TO AS-TICKET
           MOVE PM-TICKET-NUMBER TO AS-TICKET-NUMBER
           MOVE PM-NAME          TO AS-NAME
           MOVE AX-PRODUCT-CODE  TO AS-PRODUCT-CODE
           MOVE AX-DESCRIPTION   TO AS-DESCRIPTION
           MOVE AX-PASS-TEXT     TO AS-PASS-TEXT
           MOVE AX-PRICE         TO AS-NET-AMOUNT
           MOVE AX-VAT-RATE      TO AS-VAT-RATE
           MOVE WS-VAT-AMOUNT    TO AS-VAT-AMOUNT
           MOVE AX-REFUND-RULE   TO AS-REFUND-RULE
           MOVE AX-REFUND-FEE    TO AS-REFUND-FEE
           MOVE AX-GL-ACCOUNT    TO AS-GL-ACCOUNT
           SET B-AS-AFTER-TICKET TO TRUE
           MOVE WS-RUN-DATE      TO AS-SALE-DATE
           MOVE PM-CHANNEL-CODE  TO AS-CHANNEL-CODE
           MOVE WS-PAY-METHOD    TO AS-PAY-METHOD
           MOVE WS-PAY-AUTH-REF  TO AS-PAY-AUTH-REF
           MOVE WS-OPERATOR-ID   TO AS-OPERATOR-ID
           SET B-AS-SOLD         TO TRUE
           MOVE ZERO             TO AS-REFUND-DATE
           MOVE ZERO             TO AS-REFUND-AMOUNT
           MOVE ZERO             TO AS-LAST-ISSUED
           WRITE ANCILLARY-SALE-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A VENDA (" WS-SALES-STATUS
                           ") - NADA FOI VENDIDO."
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-SOLD-COUNT

           MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'ANC'            TO DS-TXN-PREFIX
           MOVE AS-PRODUCT-CODE  TO DS-TXN-PRODUCT
           MOVE AS-NET-AMOUNT    TO DS-TICKET-TOTAL
           MOVE AS-VAT-AMOUNT    TO DS-TAX-AMOUNT
           PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
               UNTIL WS-TAX-SEQ > 4
               MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
               MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
           END-PERFORM
           IF AS-VAT-AMOUNT > ZERO
               MOVE 'IVA'         TO DS-TAX-NAME(1)
               MOVE AS-VAT-AMOUNT TO DS-TAX-ITEM-AMT(1)
           END-IF
           MOVE ZERO             TO DS-BAG-REVENUE
           MOVE ZERO             TO DS-SEAT-REVENUE
           MOVE PM-CHANNEL-CODE  TO DS-CHANNEL-CODE
           MOVE ZERO             TO DS-COMMISSION
           MOVE ZERO             TO DS-PRICE-BAND
           WRITE DAILY-SALES-RECORD

           MOVE PM-TICKET        TO PJ-TICKET
           MOVE PM-TICKET-NUMBER TO PJ-TICKET-NUMBER
           MOVE PM-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO PJ-FLIGHT-DATE
           MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
           MOVE WS-PAY-AUTH-REF  TO PJ-AUTH-REF
           MOVE WS-GROSS-AMOUNT  TO PJ-AMOUNT
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE
           MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
           MOVE SPACE            TO PJ-DISPUTE-FLAG
           WRITE PAYMENT-JOURNAL-RECORD

           PERFORM 6000-WRITE-SALE-AUDIT
           DISPLAY "VENDIDO - DOCUMENTO " AS-DOC-NUMBER " - "
                   WS-DISP-GROSS " EUROS. REIMPRIMIR O CARTAO DE "
                   "EMBARQUE COM O REPRINT.".

       6000-WRITE-SALE-AUDIT.
           MOVE AS-TICKET        TO AT-TICKET
           MOVE AS-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE AS-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'ANCVEN'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           STRING 'DOC ' DELIMITED BY SIZE
                  AS-DOC-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AS-PRODUCT-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-GROSS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AS-PAY-METHOD DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE ANCILLARY-SALES-FILE
                 ANCILLARY-CATALOGUE-FILE
                 PASSENGER-MASTER-FILE
                 FLIGHT-MASTER-FILE
                 DAILY-SALES-FILE
                 PAYMENT-JOURNAL-FILE
                 AUDIT-FILE.
