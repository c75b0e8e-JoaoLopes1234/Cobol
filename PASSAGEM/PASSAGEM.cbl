               SP-PTH-FLIGHT-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN USING
               SP-PTH-LOYALTY-ACCRUALS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TICKET-STOCK-FILE ASSIGN USING
               SP-PTH-TICKET-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-CHANNEL-CODE
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT OPTIONAL VOUCHER-MASTER-FILE ASSIGN USING
               SP-PTH-VOUCHER-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT OPTIONAL CORP-ACCOUNT-FILE ASSIGN USING
               SP-PTH-CORP-ACCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORP-STATUS.

           SELECT OPTIONAL CORP-LEDGER-FILE ASSIGN USING
               SP-PTH-CORP-LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               FILE STATUS IS WS-CORP-LEDG-STATUS.

      *    PONTUACAO DE RISCO DE FRAUDE DA VENDA COM CARTAO, COM AS
      *    MESMAS REGRAS, LIGACOES, PONTUACOES E FILA DO LOTE
           SELECT OPTIONAL AIRPORT-MASTER-FILE ASSIGN USING
               SP-PTH-AIRPORT-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

           SELECT OPTIONAL FRAUD-LINK-FILE ASSIGN USING
               SP-PTH-FRAUD-LINKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-LINK-KEY
               FILE STATUS IS WS-FRAUD-LINK-STATUS.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN USING
               SP-PTH-CUSTOMER-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CU-MATCH-DOC-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-MATCH-EMAIL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-LOYALTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL FRAUD-SCORE-FILE ASSIGN USING
               SP-PTH-FRAUD-SCORES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FRAUD-QUEUE-FILE ASSIGN USING
               SP-PTH-FRAUD-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SITE-PARAM-FILE.
           05 BL-JOB-ID             PIC X(8).

       FD DEFERRED-SALES-FILE.
       01 DEFERRED-SALE-RECORD      PIC X(300).

       FD LOYALTY-ACCRUAL-FILE.
           COPY LOYACCR.

       FD TICKET-STOCK-FILE.
           COPY TKTSTOCK.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       FD CORP-ACCOUNT-FILE.
           COPY CORPACCT.

       FD CORP-LEDGER-FILE.
           COPY CORPLEDG.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD FRAUD-LINK-FILE.
           COPY FRAUDLNK.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD FRAUD-SCORE-FILE.
           COPY FRAUDSCR.

       FD FRAUD-QUEUE-FILE.
           COPY FRAUDQ.

       WORKING-STORAGE SECTION.

       COPY SITEPARM.
           ==PM-NATIONALITY== BY ==NATIONALITY==
           ==PM-TICKET== BY ==FILLER==
           ==PM-FLIGHT-NUMBER== BY ==FILLER==
           ==PM-FLIGHT-DATE== BY ==FILLER==
           ==PM-OBJDANGER== BY ==FILLER==
           ==PM-BAGS== BY ==FILLER==
           ==PM-SEAT== BY ==FILLER==
           ==PM-FARE-BRAND== BY ==FILLER==
           ==PM-PAX-TYPE== BY ==FILLER==
           ==B-PM-INFANT== BY ==B-USER-FILLER-INFANT==
           ==B-PM-STAFF== BY ==B-USER-FILLER-STAFF==
           ==PM-ADULT-TICKET== BY ==FILLER==
           ==PM-UM-CONTACT-NAME== BY ==FILLER==
           ==PM-UM-CONTACT-PHONE== BY ==FILLER==
           ==PM-DOC-ISSUE-CTRY== BY ==FILLER==
           ==PM-DISPUTE-FLAG== BY ==FILLER==
           ==B-PM-DISPUTED== BY ==B-USER-FILLER-DISPUTED==
           ==PM-LANGUAGE-CODE== BY ==FILLER==
           ==PM-TICKET-NUMBER== BY ==FILLER==
           ==PM-STAFF-PRIORITY== BY ==FILLER==
           ==PM-STAFF-HIRE-DATE== BY ==FILLER==
           ==PM-CUSTOMER-ID== BY ==FILLER==.

      *    A LINGUA VIVE FORA DA COPIA: CONDICOES DE NIVEL 88 SOLTAS
      *    A SEGUIR A UM COPY COLAM-SE AO ULTIMO CAMPO EXPANDIDO, QUE
           05 WS-SEATINV-STATUS     PIC X(2).
           05 WS-PASSENGER-STATUS   PIC X(2).
           05 WS-SALE-FLIGHT        PIC X(6).
           05 WS-SALE-DATE          PIC X(8).
           05 WS-SALE-DATE-EOF      PIC X(1).
           05 WS-NEXT-TICKET        PIC 9(4).
           05 WS-PM-EOF             PIC X(1).
               88 B-PM-EOF          VALUE 'Y'.
           05 WS-AUDIT-DATETIME     PIC X(21).
           05 WS-SALE-ABORTED       PIC X(1) VALUE 'N'.
               88 B-SALE-ABORTED    VALUE 'Y'.
      *    NUMERO COMPLETO DO BILHETE (VER TKTSTOCK) DO STOCK DO CANAL
      *    DE BALCAO 'CTR': O DO TALAO, OU O SEGUINTE DA GAMA QUANDO
      *    O AGENTE O DEIXA EM BRANCO
           05 WS-STOCK-STATUS       PIC X(2).
           05 WS-SALE-TKT-IN        PIC X(13).
           05 WS-SALE-TKT           PIC 9(13).
           05 WS-SALE-TKT-PARTS REDEFINES WS-SALE-TKT.
               10 WS-SALE-TKT-PREFIX PIC 9(3).
               10 WS-SALE-TKT-SERIAL PIC 9(9).
               10 WS-SALE-TKT-CHECK PIC 9(1).
           05 WS-SALE-TKT-NEXT      PIC 9(10).

      ******************************************************************
      *    VENDA DIFERIDA: COM O LOTE A CORRER (TESTEMUNHO 'L') A
           05 DF-PROMO-CODE        PIC X(6).
           05 DF-SSR-CODES         PIC X(14).
           05 DF-OLD-FLIGHT        PIC X(6).
           05 FILLER               PIC X(71).
           05 DF-FLIGHT-DATE       PIC X(8).
           05 DF-OLD-FLIGHT-DATE   PIC X(8).
           05 FILLER               PIC X(3).
           05 DF-TICKET-NUMBER     PIC X(13).
           05 FILLER               PIC X(7).

      ******************************************************************
      *    RESGATE DE PONTOS NO BALCAO (MEIO 'P'): MESMA TAXA
           05 WS-DISP-POINTS        PIC Z(7)9.
           05 WS-DISP-PTS-VALUE     PIC Z(5)9,99.

      ******************************************************************
      *    PAGAMENTO COM VOUCHER NO BALCAO (MEIO 'V', VER VOUCHER): O
      *    VOUCHER TEM DE EXISTIR, ESTAR DENTRO DA VALIDADE E TER SALDO
      *    PARA O TOTAL DO BILHETE; O SALDO E ABATIDO NA VENDA
      ******************************************************************
       01 WS-VOUCHER.
           05 WS-VOUCHER-STATUS     PIC X(2).
           05 WS-DISP-VOUCHER-BAL   PIC Z(5)9,99.

      ******************************************************************
      *    VENDA A CONTA DE EMPRESA NO BALCAO (MEIO 'A', VER CORPACCT):
      *    A CONTA TEM DE EXISTIR, ESTAR ATIVA E TER CREDITO PARA O
      *    TOTAL DO BILHETE - SENAO A VENDA E RECUSADA ANTES DE TOMAR
      *    O LUGAR; O TOTAL E DEBITADO NA CONTA E LANCADO NO RAZAO
      ******************************************************************
       01 WS-CORP.
           05 WS-CORP-STATUS        PIC X(2).
           05 WS-CORP-LEDG-STATUS   PIC X(2).
           05 WS-CORP-AVAILABLE     PIC S9(7)V99.
           05 WS-DISP-CORP-AVAIL    PIC Z(6)9,99-.

      ******************************************************************
      *    PONTUACAO DE RISCO DE FRAUDE DA VENDA COM CARTAO (VER
      *    FRAUDSCR): AS MESMAS REGRAS DO LOTE (2022 DO FILE-FLY). O
      *    BALCAO NAO RECOLHE EMAIL NEM TELEFONE, PELO QUE AQUI SO
      *    CONTAM A AUTORIZACAO REPETIDA E A REGRA DE ULTIMA HORA
      ******************************************************************
       01 WS-FRAUD.
           05 WS-AIRPORT-STATUS     PIC X(2).
           05 WS-FRAUD-LINK-STATUS  PIC X(2).
           05 WS-FRAUD-SCORE        PIC 9(4).
           05 WS-FRAUD-RULES.
               10 WS-FRAUD-RULE-AUTH-REF PIC X(1).
               10 WS-FRAUD-RULE-LAST-MIN PIC X(1).
               10 WS-FRAUD-RULE-EMAIL    PIC X(1).
               10 WS-FRAUD-RULE-PHONE    PIC X(1).
           05 WS-FRAUD-LINK-FOUND   PIC X(1).
               88 B-FRAUD-LINK-FOUND VALUE 'Y'.
           05 WS-FRAUD-NAME-SEEN    PIC X(1).
               88 B-FRAUD-NAME-SEEN VALUE 'Y'.
           05 WS-FRAUD-IDX          PIC 9(2).
           05 WS-FRAUD-OTHER-NAMES  PIC 9(2).
           05 WS-FRAUD-DEP-DATE     PIC 9(8).
           05 WS-FRAUD-ORIG-CTRY    PIC X(3).
           05 WS-FRAUD-DEST-CTRY    PIC X(3).
           05 WS-DISP-FRAUD-SCORE   PIC ZZ9.

      *    LIGACAO DA VENDA AO MESTRE DE CLIENTES (VER 0340)
       01 WS-CUSTOMER.
           05 WS-CUSTOMER-STATUS    PIC X(2).
           05 WS-CUST-FOUND         PIC X(1).
               88 B-CUST-FOUND      VALUE 'Y'.
           05 WS-CUST-NEW-ID        PIC 9(8).

       01 WS-CURRENCY-CONVERT.
           05 WS-CURRENCY           PIC X(3).
           05 WS-CUR-IDX            PIC 9(2).
                   MOVE SP-LINE-VALUE TO SP-PTH-DEFERRED-SALES
               WHEN 'LOYALTY-ACCRUALS'
                   MOVE SP-LINE-VALUE TO SP-PTH-LOYALTY-ACCRUALS
               WHEN 'TICKET-STOCK'
                   MOVE SP-LINE-VALUE TO SP-PTH-TICKET-STOCK
               WHEN 'VOUCHER-MASTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-VOUCHER-MASTER
               WHEN 'CORP-ACCOUNT'
                   MOVE SP-LINE-VALUE TO SP-PTH-CORP-ACCOUNT
               WHEN 'CORP-LEDGER'
                   MOVE SP-LINE-VALUE TO SP-PTH-CORP-LEDGER
               WHEN 'AIRPORT-MASTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-AIRPORT-MASTER
               WHEN 'FRAUD-LINKS'
                   MOVE SP-LINE-VALUE TO SP-PTH-FRAUD-LINKS
               WHEN 'FRAUD-SCORES'
                   MOVE SP-LINE-VALUE TO SP-PTH-FRAUD-SCORES
               WHEN 'FRAUD-QUEUE'
                   MOVE SP-LINE-VALUE TO SP-PTH-FRAUD-QUEUE
               WHEN 'CUSTOMER-MASTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-CUSTOMER-MASTER
               WHEN 'FRAUD-THRESHOLD'
                   COMPUTE SP-FRAUD-THRESHOLD =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-WINDOW-DAYS'
                   COMPUTE SP-FRAUD-WINDOW-DAYS =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-HIGH-VALUE'
                   COMPUTE SP-FRAUD-HIGH-VALUE =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-PTS-AUTH-REF'
                   COMPUTE SP-FRAUD-PTS-AUTH-REF =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-PTS-LAST-MINUTE'
                   COMPUTE SP-FRAUD-PTS-LAST-MIN =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'SALES-TAX-RATE'
                   COMPUTE SP-SALES-TAX-RATE =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SALE-FLIGHT

           IF B-LANG-PT
               DISPLAY "Data do voo (AAAAMMDD, em branco = proxima "
                       "partida):"
           ELSE
               DISPLAY "Flight date (YYYYMMDD, blank = next "
                       "departure):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SALE-DATE

           IF B-LANG-PT
               DISPLAY "Meio de pagamento? C = Cartao, N = Numerario, "
                       "V = Voucher, P = Pontos, A = Conta de empresa"
           ELSE
               DISPLAY "Payment method? C = Card, N = Cash, "
                       "V = Voucher, P = Points, A = Corporate account"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PAY-METHOD
           IF WS-PAY-METHOD NOT = 'C' AND WS-PAY-METHOD NOT = 'V'
               AND WS-PAY-METHOD NOT = 'P' AND WS-PAY-METHOD NOT = 'A'
               MOVE 'N' TO WS-PAY-METHOD
           END-IF

               END-IF
           END-IF

      *    VOUCHER: O NUMERO FICA NA REFERENCIA DE PAGAMENTO E E
      *    CONFERIDO NO MESTRE DE VOUCHERS COM OS FICHEIROS ABERTOS
      *    (0285); SEM NUMERO PASSA A NUMERARIO, COM AVISO
           IF WS-PAY-METHOD = 'V'
               IF B-LANG-PT
                   DISPLAY "Numero do voucher:"
               ELSE
                   DISPLAY "Voucher number:"
               END-IF
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PAY-AUTH-REF
               IF WS-PAY-AUTH-REF = SPACES
                   IF B-LANG-PT
                       DISPLAY "SEM NUMERO DE VOUCHER - REGISTADO "
                               "COMO NUMERARIO."
                   ELSE
                       DISPLAY "NO VOUCHER NUMBER - RECORDED AS CASH."
                   END-IF
                   MOVE 'N' TO WS-PAY-METHOD
               END-IF
           END-IF

      *    CONTA DE EMPRESA: O NUMERO DA CONTA FICA NA REFERENCIA DE
      *    PAGAMENTO E E CONFERIDO COM OS FICHEIROS ABERTOS (0290);
      *    SEM NUMERO PASSA A NUMERARIO, COM AVISO
           IF WS-PAY-METHOD = 'A'
               IF B-LANG-PT
                   DISPLAY "Numero da conta de empresa:"
               ELSE
                   DISPLAY "Corporate account number:"
               END-IF
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PAY-AUTH-REF
               IF WS-PAY-AUTH-REF = SPACES
                   IF B-LANG-PT
                       DISPLAY "SEM NUMERO DE CONTA - REGISTADO "
                               "COMO NUMERARIO."
                   ELSE
                       DISPLAY "NO ACCOUNT NUMBER - RECORDED AS CASH."
                   END-IF
                   MOVE 'N' TO WS-PAY-METHOD
               END-IF
           END-IF

      *    NUMERO COMPLETO DO BILHETE: O DO TALAO DO BALCAO, OU EM
      *    BRANCO PARA EMITIR O SEGUINTE DO STOCK DO CANAL 'CTR'
           IF B-LANG-PT
               DISPLAY "Numero do bilhete (13 digitos, em branco = "
                       "proximo do stock do balcao):"
           ELSE
               DISPLAY "Ticket number (13 digits, blank = next from "
                       "the counter stock):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SALE-TKT-IN

      *    COM O LOTE NOTURNO A CORRER (TESTEMUNHO 'L'), UMA VENDA DE
      *    BALCAO A MEIO DO LOTE FAZIA DERIVAR AS CONTAGENS DO
      *    INVENTARIO: A VENDA E DIFERIDA PARA O LOTE SEGUINTE OU O
                EXTEND AUDIT-FILE
                EXTEND PAYMENT-JOURNAL-FILE
                EXTEND LOYALTY-ACCRUAL-FILE
                I-O TICKET-STOCK-FILE
                I-O VOUCHER-MASTER-FILE
                I-O CORP-ACCOUNT-FILE
                I-O CORP-LEDGER-FILE
                INPUT AIRPORT-MASTER-FILE
                I-O FRAUD-LINK-FILE
                I-O CUSTOMER-MASTER-FILE
                EXTEND FRAUD-SCORE-FILE
                EXTEND FRAUD-QUEUE-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
           IF NOT B-SALE-ABORTED
               PERFORM 0210-VALIDATE-SALE-FLIGHT
           END-IF
           IF NOT B-SALE-ABORTED
               PERFORM 0235-CHECK-TICKET-STOCK
           END-IF
           IF NOT B-SALE-ABORTED AND WS-PAY-METHOD = 'A'
               PERFORM 0290-CHECK-CORP-ACCOUNT
           END-IF
           IF NOT B-SALE-ABORTED
               PERFORM 0220-TAKE-SEAT-INVENTORY
           END-IF
           IF NOT B-SALE-ABORTED
               PERFORM 0230-ASSIGN-TICKET-NUMBER
               IF WS-PAY-METHOD = 'V'
                   PERFORM 0285-REDEEM-VOUCHER
               END-IF
               IF WS-PAY-METHOD = 'A'
                   PERFORM 0295-CHARGE-CORP-ACCOUNT
               END-IF
               PERFORM 0240-WRITE-SALE-RECORDS
               IF WS-PAY-METHOD = 'C'
                   PERFORM 0310-SCORE-FRAUD-RISK
               END-IF
               PERFORM 0245-USE-TICKET-STOCK
           END-IF

           CLOSE FLIGHT-MASTER-FILE
                 DAILY-SALES-FILE
                 AUDIT-FILE
                 PAYMENT-JOURNAL-FILE
                 LOYALTY-ACCRUAL-FILE
                 TICKET-STOCK-FILE
                 VOUCHER-MASTER-FILE
                 CORP-ACCOUNT-FILE
                 CORP-LEDGER-FILE
                 AIRPORT-MASTER-FILE
                 FRAUD-LINK-FILE
                 CUSTOMER-MASTER-FILE
                 FRAUD-SCORE-FILE
                 FRAUD-QUEUE-FILE.

       0205-CHECK-BATCH-LOCK.
           MOVE 'N' TO WS-BATCH-LOCKED
           MOVE SPACES           TO WS-DEFERRED-FIXED
           MOVE 'NEW'            TO DF-TXN-TYPE
           MOVE WS-SALE-FLIGHT   TO DF-FLIGHT-NUMBER
           MOVE WS-SALE-DATE     TO DF-FLIGHT-DATE
           MOVE NAME-USER        TO DF-NAME
           MOVE AGE              TO DF-AGE
           MOVE NATIONALITY      TO DF-NATIONALITY
           MOVE WS-PAY-METHOD    TO DF-PAY-METHOD
           MOVE WS-PAY-AUTH-REF  TO DF-PAY-AUTH-REF
           MOVE 'CTR'            TO DF-CHANNEL-CODE
           MOVE WS-SALE-TKT-IN   TO DF-TICKET-NUMBER

           OPEN EXTEND DEFERRED-SALES-FILE
           MOVE WS-DEFERRED-FIXED TO DEFERRED-SALE-RECORD

           IF B-LANG-PT
               DISPLAY "VENDA DIFERIDA PARA O PROXIMO LOTE - VOO "
                       WS-SALE-FLIGHT " " WS-SALE-DATE
                       " BILHETE " WS-DEFER-TICKET "."
           ELSE
               DISPLAY "SALE DEFERRED TO THE NEXT BATCH - FLIGHT "
                       WS-SALE-FLIGHT " " WS-SALE-DATE
                       " TICKET " WS-DEFER-TICKET "."
           END-IF.

       0210-VALIDATE-SALE-FLIGHT.
           IF WS-SALE-DATE = SPACES
               PERFORM 0215-RESOLVE-SALE-DATE
           END-IF
           MOVE WS-SALE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-SALE-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   IF B-LANG-PT
                   MOVE 'Y' TO WS-SALE-ABORTED
           END-READ.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       0215-RESOLVE-SALE-DATE.
           MOVE WS-SALE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-TODAY TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
               NOT INVALID KEY
                   READ FLIGHT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
                   END-READ
           END-START
           IF FM-FLIGHT-NUMBER = WS-SALE-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-SALE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SALE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE LOW-VALUES TO FM-FLIGHT-DATE
           MOVE 'N' TO WS-SALE-DATE-EOF
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SALE-DATE-EOF
           END-START
           PERFORM UNTIL WS-SALE-DATE-EOF = 'Y'
               READ FLIGHT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SALE-DATE-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-SALE-FLIGHT
                           MOVE 'Y' TO WS-SALE-DATE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-SALE-DATE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    NUMERO COMPLETO DO BILHETE CONTRA O STOCK DO CANAL DE
      *    BALCAO, COM AS MESMAS REGRAS DO LOTE (1959): EM BRANCO FICA
      *    A SERIE SEGUINTE DA GAMA; PREENCHIDO TEM DE SER NUMERICO,
      *    TER O DIGITO DE CONTROLO CERTO E CAIR NA GAMA DO CANAL
      ******************************************************************
       0235-CHECK-TICKET-STOCK.
           MOVE 'CTR' TO TK-CHANNEL-CODE
           READ TICKET-STOCK-FILE
               INVALID KEY
                   IF B-LANG-PT
                       DISPLAY "O BALCAO NAO TEM STOCK DE BILHETES "
                               "ATRIBUIDO - VENDA NAO REGISTADA."
                   ELSE
                       DISPLAY "NO TICKET STOCK ALLOCATED TO THE "
                               "COUNTER - SALE NOT RECORDED."
                   END-IF
                   MOVE 'Y' TO WS-SALE-ABORTED
           END-READ
           IF B-SALE-ABORTED
               EXIT PARAGRAPH
           END-IF

           IF WS-SALE-TKT-IN = SPACES
               IF TK-LAST-SERIAL < TK-SERIAL-FROM
                   MOVE TK-SERIAL-FROM TO WS-SALE-TKT-NEXT
               ELSE
                   COMPUTE WS-SALE-TKT-NEXT = TK-LAST-SERIAL + 1
               END-IF
               IF WS-SALE-TKT-NEXT > TK-SERIAL-TO
                   IF B-LANG-PT
                       DISPLAY "STOCK DE BILHETES DO BALCAO ESGOTADO "
                               "- VENDA NAO REGISTADA."
                   ELSE
                       DISPLAY "COUNTER TICKET STOCK EXHAUSTED - SALE "
                               "NOT RECORDED."
                   END-IF
                   MOVE 'Y' TO WS-SALE-ABORTED
                   EXIT PARAGRAPH
               END-IF
               MOVE TK-AIRLINE-PREFIX TO WS-SALE-TKT-PREFIX
               MOVE WS-SALE-TKT-NEXT  TO WS-SALE-TKT-SERIAL
               COMPUTE WS-SALE-TKT-CHECK =
                   FUNCTION MOD(WS-SALE-TKT-SERIAL, 7)
               EXIT PARAGRAPH
           END-IF

           IF WS-SALE-TKT-IN IS NOT NUMERIC
               IF B-LANG-PT
                   DISPLAY "NUMERO DO BILHETE INVALIDO - VENDA NAO "
                           "REGISTADA."
               ELSE
                   DISPLAY "INVALID TICKET NUMBER - SALE NOT "
                           "RECORDED."
               END-IF
               MOVE 'Y' TO WS-SALE-ABORTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALE-TKT-IN TO WS-SALE-TKT
           IF WS-SALE-TKT-CHECK NOT =
               FUNCTION MOD(WS-SALE-TKT-SERIAL, 7)
               IF B-LANG-PT
                   DISPLAY "DIGITO DE CONTROLO DO BILHETE ERRADO - "
                           "VENDA NAO REGISTADA."
               ELSE
                   DISPLAY "TICKET CHECK DIGIT IS WRONG - SALE NOT "
                           "RECORDED."
               END-IF
               MOVE 'Y' TO WS-SALE-ABORTED
               EXIT PARAGRAPH
           END-IF
           IF WS-SALE-TKT-PREFIX NOT = TK-AIRLINE-PREFIX
               OR WS-SALE-TKT-SERIAL < TK-SERIAL-FROM
               OR WS-SALE-TKT-SERIAL > TK-SERIAL-TO
               IF B-LANG-PT
                   DISPLAY "BILHETE FORA DO STOCK DO BALCAO - VENDA "
                           "NAO REGISTADA."
               ELSE
                   DISPLAY "TICKET OUTSIDE THE COUNTER STOCK - SALE "
                           "NOT RECORDED."
               END-IF
               MOVE 'Y' TO WS-SALE-ABORTED
           END-IF.

      ******************************************************************
      *    GASTAR O NUMERO NO STOCK DO BALCAO DEPOIS DE A VENDA FICAR
      *    GRAVADA: MAIS UM USADO E A SERIE MAIS ALTA AVANCA
      ******************************************************************
       0245-USE-TICKET-STOCK.
           MOVE 'CTR' TO TK-CHANNEL-CODE
           READ TICKET-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO TK-USED-COUNT
                   IF WS-SALE-TKT-SERIAL > TK-LAST-SERIAL
                       MOVE WS-SALE-TKT-SERIAL TO TK-LAST-SERIAL
                   END-IF
                   REWRITE TICKET-STOCK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      ******************************************************************
      *    OCUPAR O LUGAR NO INVENTARIO DO VOO+CLASSE, COM A MESMA
      *    MARGEM DE OVERBOOKING DO LOTE; CLASSES FORA DE E/J/P NAO
           END-IF

           MOVE WS-SALE-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-SALE-DATE   TO SI-FLIGHT-DATE
           MOVE SEAT-CODE      TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   MOVE ZERO TO SI-SEATS-SOLD
                   MOVE ZERO TO SI-OVERBOOK-PCT
                   MOVE WS-SALE-FLIGHT TO SI-FLIGHT-NUMBER
                   MOVE WS-SALE-DATE   TO SI-FLIGHT-DATE
                   MOVE SEAT-CODE      TO SI-SEAT-CLASS
           END-READ

           MOVE ZERO TO WS-NEXT-TICKET
           MOVE 'N' TO WS-PM-EOF
           MOVE WS-SALE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-SALE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO           TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-SALE-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-SALE-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           MOVE PM-TICKET TO WS-NEXT-TICKET

       0240-WRITE-SALE-RECORDS.
           MOVE WS-SALE-FLIGHT   TO PM-FLIGHT-NUMBER
           MOVE WS-SALE-DATE     TO PM-FLIGHT-DATE
           MOVE WS-NEXT-TICKET   TO PM-TICKET
           MOVE NAME-USER        TO PM-NAME
           MOVE AGE              TO PM-AGE
           MOVE ZERO             TO PM-DOC-EXPIRY
           MOVE SPACES           TO PM-DOC-ISSUE-CTRY
           MOVE SPACE            TO PM-DISPUTE-FLAG
           MOVE WS-SALE-TKT      TO PM-TICKET-NUMBER
           MOVE SPACE            TO PM-STAFF-PRIORITY
           MOVE ZERO             TO PM-STAFF-HIRE-DATE
           PERFORM 0340-LINK-CUSTOMER
           WRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   REWRITE PASSENGER-MASTER-RECORD
           END-REWRITE

           MOVE WS-SALE-FLIGHT TO DS-FLIGHT-NUMBER
           MOVE WS-SALE-DATE   TO DS-FLIGHT-DATE
           MOVE WS-NEXT-TICKET TO DS-TICKET
           MOVE WS-SALE-TKT    TO DS-TICKET-NUMBER
           MOVE 'NEW'          TO DS-TXN-CODE
           MOVE TOTAL-TICKET   TO DS-TICKET-TOTAL
           MOVE ZERO           TO DS-TAX-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATETIME
           MOVE WS-NEXT-TICKET TO AT-TICKET
           MOVE WS-SALE-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-SALE-DATE   TO AT-FLIGHT-DATE
           MOVE 'NEW'          TO AT-TXN-TYPE
           MOVE WS-AUDIT-DATETIME(1:8) TO AT-RUN-DATE
           MOVE WS-AUDIT-DATETIME(9:6) TO AT-RUN-TIME
           MOVE WS-COUNTER-OPERATOR TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           MOVE SPACES         TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

      *    DIARIO DE PAGAMENTOS, COMO 2012-B DO LOTE - SEM ESTA LINHA
           IF WS-PAY-METHOD = 'P'
               PERFORM 0280-REDEEM-POINTS
               MOVE WS-NEXT-TICKET  TO PJ-TICKET
               MOVE WS-SALE-TKT     TO PJ-TICKET-NUMBER
               MOVE WS-SALE-FLIGHT  TO PJ-FLIGHT-NUMBER
               MOVE WS-SALE-DATE    TO PJ-FLIGHT-DATE
               MOVE 'P'             TO PJ-PAY-METHOD
               MOVE WS-LOYALTY-ID   TO PJ-AUTH-REF
               MOVE WS-POINTS-VALUE TO PJ-AMOUNT
               END-IF
           ELSE
               MOVE WS-NEXT-TICKET  TO PJ-TICKET
               MOVE WS-SALE-TKT     TO PJ-TICKET-NUMBER
               MOVE WS-SALE-FLIGHT  TO PJ-FLIGHT-NUMBER
               MOVE WS-SALE-DATE    TO PJ-FLIGHT-DATE
               MOVE WS-PAY-METHOD   TO PJ-PAY-METHOD
               MOVE WS-PAY-AUTH-REF TO PJ-AUTH-REF
               MOVE TOTAL-TICKET    TO PJ-AMOUNT

           IF B-LANG-PT
               DISPLAY "VENDA REGISTADA - VOO " WS-SALE-FLIGHT
                       " " WS-SALE-DATE " BILHETE " WS-NEXT-TICKET "."
               DISPLAY "NUMERO DO BILHETE: " WS-SALE-TKT
           ELSE
               DISPLAY "SALE RECORDED - FLIGHT " WS-SALE-FLIGHT
                       " " WS-SALE-DATE " TICKET " WS-NEXT-TICKET "."
               DISPLAY "TICKET NUMBER: " WS-SALE-TKT
           END-IF.

      ******************************************************************
           MOVE 'Y' TO WS-REDEEM-DONE

           MOVE WS-SALE-FLIGHT  TO DS-FLIGHT-NUMBER
           MOVE WS-SALE-DATE    TO DS-FLIGHT-DATE
           MOVE WS-NEXT-TICKET  TO DS-TICKET
           MOVE WS-SALE-TKT     TO DS-TICKET-NUMBER
           MOVE 'PTSRED'        TO DS-TXN-CODE
           MOVE WS-POINTS-VALUE TO DS-TICKET-TOTAL
           MOVE ZERO            TO DS-TAX-AMOUNT
                       WS-DISP-PTS-VALUE " EUROS)."
           END-IF.

      ******************************************************************
      *    CONFERIR O VOUCHER DA REFERENCIA DE PAGAMENTO E ABATER O
      *    TOTAL DO BILHETE AO SALDO. VOUCHER DESCONHECIDO, EXPIRADO
      *    OU SEM SALDO NAO E ACEITE: A VENDA SEGUE A NUMERARIO, COM
      *    AVISO, COMO NO CARTAO SEM AUTORIZACAO
      ******************************************************************
       0285-REDEEM-VOUCHER.
           MOVE WS-PAY-AUTH-REF TO VC-VOUCHER-NUMBER
           READ VOUCHER-MASTER-FILE
               INVALID KEY
                   IF B-LANG-PT
                       DISPLAY "VOUCHER DESCONHECIDO - REGISTADO "
                               "COMO NUMERARIO."
                   ELSE
                       DISPLAY "UNKNOWN VOUCHER - RECORDED AS CASH."
                   END-IF
                   MOVE 'N'    TO WS-PAY-METHOD
                   MOVE SPACES TO WS-PAY-AUTH-REF
                   EXIT PARAGRAPH
           END-READ

           IF VC-EXPIRY-DATE < WS-TODAY
               IF B-LANG-PT
                   DISPLAY "VOUCHER EXPIRADO EM " VC-EXPIRY-DATE
                           " - REGISTADO COMO NUMERARIO."
               ELSE
                   DISPLAY "VOUCHER EXPIRED ON " VC-EXPIRY-DATE
                           " - RECORDED AS CASH."
               END-IF
               MOVE 'N'    TO WS-PAY-METHOD
               MOVE SPACES TO WS-PAY-AUTH-REF
               EXIT PARAGRAPH
           END-IF

           MOVE VC-BALANCE TO WS-DISP-VOUCHER-BAL
           IF VC-BALANCE < TOTAL-TICKET
               IF B-LANG-PT
                   DISPLAY "SALDO DO VOUCHER (" WS-DISP-VOUCHER-BAL
                           " EUROS) NAO CHEGA - REGISTADO COMO "
                           "NUMERARIO."
               ELSE
                   DISPLAY "VOUCHER BALANCE (" WS-DISP-VOUCHER-BAL
                           " EUROS) TOO LOW - RECORDED AS CASH."
               END-IF
               MOVE 'N'    TO WS-PAY-METHOD
               MOVE SPACES TO WS-PAY-AUTH-REF
               EXIT PARAGRAPH
           END-IF

           SUBTRACT TOTAL-TICKET FROM VC-BALANCE
           MOVE WS-TODAY TO VC-LAST-USE-DATE
           ADD 1 TO VC-USE-COUNT
           REWRITE VOUCHER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE VC-BALANCE TO WS-DISP-VOUCHER-BAL
           IF B-LANG-PT
               DISPLAY "PAGO COM O VOUCHER " VC-VOUCHER-NUMBER
                       " - SALDO RESTANTE " WS-DISP-VOUCHER-BAL
                       " EUROS."
           ELSE
               DISPLAY "PAID WITH VOUCHER " VC-VOUCHER-NUMBER
                       " - REMAINING BALANCE " WS-DISP-VOUCHER-BAL
                       " EUROS."
           END-IF.

      ******************************************************************
      *    CONFERIR A CONTA DE EMPRESA DA REFERENCIA DE PAGAMENTO.
      *    CONTA DESCONHECIDA, SUSPENSA OU SEM CREDITO PARA O TOTAL DO
      *    BILHETE: A VENDA A CREDITO E RECUSADA E NADA E REGISTADO (O
      *    AGENTE PODE REFAZER A VENDA COM OUTRO MEIO DE PAGAMENTO)
      ******************************************************************
       0290-CHECK-CORP-ACCOUNT.
           MOVE WS-PAY-AUTH-REF TO CA-ACCOUNT-NUMBER
           READ CORP-ACCOUNT-FILE
               INVALID KEY
                   IF B-LANG-PT
                       DISPLAY "CONTA DE EMPRESA DESCONHECIDA - VENDA "
                               "NAO REGISTADA."
                   ELSE
                       DISPLAY "UNKNOWN CORPORATE ACCOUNT - SALE NOT "
                               "RECORDED."
                   END-IF
                   MOVE 'Y' TO WS-SALE-ABORTED
                   EXIT PARAGRAPH
           END-READ

           IF NOT B-CA-ACTIVE
               IF B-LANG-PT
                   DISPLAY "CONTA DE EMPRESA SUSPENSA - VENDA NAO "
                           "REGISTADA."
               ELSE
                   DISPLAY "CORPORATE ACCOUNT SUSPENDED - SALE NOT "
                           "RECORDED."
               END-IF
               MOVE 'Y' TO WS-SALE-ABORTED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CORP-AVAILABLE = CA-CREDIT-LIMIT - CA-BALANCE
           IF WS-CORP-AVAILABLE < TOTAL-TICKET
               MOVE WS-CORP-AVAILABLE TO WS-DISP-CORP-AVAIL
               IF B-LANG-PT
                   DISPLAY "LIMITE DE CREDITO EXCEDIDO (DISPONIVEL "
                           WS-DISP-CORP-AVAIL " EUROS) - VENDA NAO "
                           "REGISTADA."
               ELSE
                   DISPLAY "CREDIT LIMIT EXCEEDED (AVAILABLE "
                           WS-DISP-CORP-AVAIL " EUROS) - SALE NOT "
                           "RECORDED."
               END-IF
               MOVE 'Y' TO WS-SALE-ABORTED
           END-IF.

      ******************************************************************
      *    DEBITAR O TOTAL DO BILHETE NA CONTA (JA CONFERIDA EM 0290) E
      *    LANCAR O DEBITO NO RAZAO, COM VENCIMENTO NO PRAZO DA CONTA
      ******************************************************************
       0295-CHARGE-CORP-ACCOUNT.
           ADD TOTAL-TICKET TO CA-BALANCE
           MOVE WS-TODAY TO CA-LAST-DEBIT-DATE
           REWRITE CORP-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE CA-ACCOUNT-NUMBER   TO CL-ACCOUNT-NUMBER
           MOVE WS-TODAY            TO CL-POST-DATE
           MOVE SPACES              TO CL-REFERENCE
           STRING WS-SALE-FLIGHT DELIMITED BY SIZE
                  WS-SALE-DATE   DELIMITED BY SIZE
                  WS-NEXT-TICKET DELIMITED BY SIZE
                  INTO CL-REFERENCE
           MOVE 'D'                 TO CL-ENTRY-TYPE
           MOVE ZERO                TO CL-SEQ
           MOVE 'NEW'               TO CL-TXN-CODE
           MOVE WS-SALE-TKT         TO CL-TICKET-NUMBER
           MOVE NAME-USER           TO CL-PASSENGER-NAME
           MOVE TOTAL-TICKET        TO CL-AMOUNT
           COMPUTE CL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + CA-PAYMENT-TERMS)
           MOVE WS-COUNTER-OPERATOR TO CL-OPERATOR-ID
           WRITE CORP-LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           COMPUTE WS-CORP-AVAILABLE = CA-CREDIT-LIMIT - CA-BALANCE
           MOVE WS-CORP-AVAILABLE TO WS-DISP-CORP-AVAIL
           IF B-LANG-PT
               DISPLAY "DEBITADO NA CONTA " CA-ACCOUNT-NUMBER " ("
                       CA-NAME ") - CREDITO DISPONIVEL "
                       WS-DISP-CORP-AVAIL " EUROS."
           ELSE
               DISPLAY "CHARGED TO ACCOUNT " CA-ACCOUNT-NUMBER " ("
                       CA-NAME ") - CREDIT AVAILABLE "
                       WS-DISP-CORP-AVAIL " EUROS."
           END-IF.

      ******************************************************************
      *    PONTUACAO DE RISCO DE FRAUDE DA VENDA COM CARTAO, SOBRE O
      *    REGISTO DO MESTRE ACABADO DE GRAVAR EM 0240: A MESMA
      *    LIGACAO DE AUTORIZACOES DO LOTE E A REGRA DE ULTIMA HORA.
      *    A PARTIR DO LIMIAR A VENDA VAI PARA A FILA DE REVISAO DE
      *    FRAUDE E O AGENTE E AVISADO PARA CONFERIR O CARTAO E A
      *    IDENTIDADE DO TITULAR ENQUANTO O CLIENTE ESTA AO BALCAO
      ******************************************************************
       0310-SCORE-FRAUD-RISK.
           MOVE ZERO   TO WS-FRAUD-SCORE
           MOVE '----' TO WS-FRAUD-RULES

           PERFORM 0315-CHECK-AUTH-REF-LINK
           IF WS-FRAUD-OTHER-NAMES > ZERO
               MOVE 'A' TO WS-FRAUD-RULE-AUTH-REF
               ADD SP-FRAUD-PTS-AUTH-REF TO WS-FRAUD-SCORE
           END-IF

           PERFORM 0325-CHECK-LAST-MINUTE
           IF WS-FRAUD-ORIG-CTRY NOT = SPACES
               AND WS-FRAUD-DEST-CTRY NOT = SPACES
               AND WS-FRAUD-ORIG-CTRY NOT = WS-FRAUD-DEST-CTRY
               MOVE 'L' TO WS-FRAUD-RULE-LAST-MIN
               ADD SP-FRAUD-PTS-LAST-MIN TO WS-FRAUD-SCORE
           END-IF

           IF WS-FRAUD-SCORE > 999
               MOVE 999 TO WS-FRAUD-SCORE
           END-IF
           PERFORM 0330-WRITE-FRAUD-SCORE.

       0315-CHECK-AUTH-REF-LINK.
           MOVE ZERO TO WS-FRAUD-OTHER-NAMES
           MOVE 'A'             TO FL-LINK-TYPE
           MOVE WS-PAY-AUTH-REF TO FL-LINK-VALUE
           READ FRAUD-LINK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FRAUD-LINK-FOUND
                   PERFORM 0320-RESET-FRAUD-LINK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FRAUD-LINK-FOUND
                   IF FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(FL-WINDOW-START)
                       > SP-FRAUD-WINDOW-DAYS
                       PERFORM 0320-RESET-FRAUD-LINK
                   END-IF
           END-READ

           MOVE 'N' TO WS-FRAUD-NAME-SEEN
           PERFORM VARYING WS-FRAUD-IDX FROM 1 BY 1
               UNTIL WS-FRAUD-IDX > FL-NAME-COUNT
               IF FL-NAME(WS-FRAUD-IDX) = NAME-USER
                   MOVE 'Y' TO WS-FRAUD-NAME-SEEN
               END-IF
           END-PERFORM
           IF B-FRAUD-NAME-SEEN
               COMPUTE WS-FRAUD-OTHER-NAMES = FL-NAME-COUNT - 1
           ELSE
               MOVE FL-NAME-COUNT TO WS-FRAUD-OTHER-NAMES
               IF FL-NAME-COUNT < 10
                   ADD 1 TO FL-NAME-COUNT
                   MOVE NAME-USER TO FL-NAME(FL-NAME-COUNT)
               END-IF
           END-IF

           IF FL-BOOKING-COUNT < 99999
               ADD 1 TO FL-BOOKING-COUNT
           END-IF
           MOVE WS-TODAY TO FL-LAST-DATE
           IF B-FRAUD-LINK-FOUND
               REWRITE FRAUD-LINK-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE FRAUD-LINK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       0320-RESET-FRAUD-LINK.
           MOVE WS-TODAY TO FL-WINDOW-START
           MOVE ZERO TO FL-BOOKING-COUNT
           MOVE ZERO TO FL-NAME-COUNT
           PERFORM VARYING WS-FRAUD-IDX FROM 1 BY 1
               UNTIL WS-FRAUD-IDX > 10
               MOVE SPACES TO FL-NAME(WS-FRAUD-IDX)
           END-PERFORM.

      ******************************************************************
      *    REGRA DE ULTIMA HORA, COMO 2022-C DO LOTE: OS PAISES DE
      *    ORIGEM E DESTINO SO SAO PROCURADOS QUANDO O BILHETE E CARO,
      *    SO IDA E PARTE ATE AO DIA SEGUINTE - SENAO FICAM EM BRANCO
      *    E A REGRA NAO DISPARA
      ******************************************************************
       0325-CHECK-LAST-MINUTE.
           MOVE SPACES TO WS-FRAUD-ORIG-CTRY
           MOVE SPACES TO WS-FRAUD-DEST-CTRY
           IF B-TRIP-ROUND-TRIP
               EXIT PARAGRAPH
           END-IF
           IF TOTAL-TICKET < SP-FRAUD-HIGH-VALUE
               EXIT PARAGRAPH
           END-IF
           IF WS-SALE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SALE-DATE TO WS-FRAUD-DEP-DATE
           IF FUNCTION INTEGER-OF-DATE(WS-FRAUD-DEP-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY) > 1
               EXIT PARAGRAPH
           END-IF

           MOVE FM-ORIGIN TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-COUNTRY-CODE TO WS-FRAUD-ORIG-CTRY
           END-READ
           MOVE FM-DESTINATION TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-COUNTRY-CODE TO WS-FRAUD-DEST-CTRY
           END-READ.

       0330-WRITE-FRAUD-SCORE.
           MOVE WS-TODAY         TO FS-RUN-DATE
           MOVE 'NEW'            TO FS-TXN-TYPE
           MOVE WS-SALE-FLIGHT   TO FS-FLIGHT-NUMBER
           MOVE WS-SALE-DATE     TO FS-FLIGHT-DATE
           MOVE WS-NEXT-TICKET   TO FS-TICKET
           MOVE WS-SALE-TKT      TO FS-TICKET-NUMBER
           MOVE NAME-USER        TO FS-NAME
           MOVE 'CTR'            TO FS-CHANNEL-CODE
           MOVE WS-PAY-AUTH-REF  TO FS-PAY-AUTH-REF
           MOVE TOTAL-TICKET     TO FS-AMOUNT
           MOVE WS-FRAUD-SCORE   TO FS-SCORE
           MOVE WS-FRAUD-RULES   TO FS-RULES
           MOVE 'N'              TO FS-QUEUED
           IF WS-FRAUD-SCORE >= SP-FRAUD-THRESHOLD
               MOVE 'Y' TO FS-QUEUED
           END-IF
           WRITE FRAUD-SCORE-RECORD

           IF NOT B-FS-QUEUED
               EXIT PARAGRAPH
           END-IF

           MOVE 'P'              TO FQ-STATUS
           MOVE ZERO             TO FQ-DECISION-DATE
           MOVE SPACES           TO FQ-DECISION-OPER
           MOVE WS-TODAY         TO FQ-RUN-DATE
           MOVE WS-SALE-FLIGHT   TO FQ-FLIGHT-NUMBER
           MOVE WS-SALE-DATE     TO FQ-FLIGHT-DATE
           MOVE WS-NEXT-TICKET   TO FQ-TICKET
           MOVE WS-SALE-TKT      TO FQ-TICKET-NUMBER
           MOVE NAME-USER        TO FQ-NAME
           MOVE 'CTR'            TO FQ-CHANNEL-CODE
           MOVE WS-PAY-AUTH-REF  TO FQ-PAY-AUTH-REF
           MOVE TOTAL-TICKET     TO FQ-AMOUNT
           MOVE WS-FRAUD-SCORE   TO FQ-SCORE
           MOVE WS-FRAUD-RULES   TO FQ-RULES
           MOVE SPACES           TO FQ-PHONE
           MOVE SPACES           TO FQ-EMAIL
           WRITE FRAUD-QUEUE-RECORD

           MOVE WS-FRAUD-SCORE TO WS-DISP-FRAUD-SCORE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATETIME
           MOVE WS-NEXT-TICKET TO AT-TICKET
           MOVE WS-SALE-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-SALE-DATE   TO AT-FLIGHT-DATE
           MOVE 'FRDQUE'       TO AT-TXN-TYPE
           MOVE WS-AUDIT-DATETIME(1:8) TO AT-RUN-DATE
           MOVE WS-AUDIT-DATETIME(9:6) TO AT-RUN-TIME
           MOVE WS-COUNTER-OPERATOR TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           STRING 'PONTUACAO ' DELIMITED BY SIZE
                  WS-DISP-FRAUD-SCORE DELIMITED BY SIZE
                  ' REGRAS ' DELIMITED BY SIZE
                  WS-FRAUD-RULES DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES         TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           IF B-LANG-PT
               DISPLAY "ATENCAO - VENDA ENVIADA PARA REVISAO DE "
                       "FRAUDE (PONTUACAO " WS-DISP-FRAUD-SCORE
                       ", REGRAS " WS-FRAUD-RULES ")."
               DISPLAY "CONFIRMAR O CARTAO E O DOCUMENTO DE "
                       "IDENTIFICACAO DO TITULAR."
           ELSE
               DISPLAY "WARNING - SALE SENT FOR FRAUD REVIEW (SCORE "
                       WS-DISP-FRAUD-SCORE ", RULES " WS-FRAUD-RULES
                       ")."
               DISPLAY "CHECK THE CARD AND THE CARDHOLDER'S "
                       "IDENTITY DOCUMENT."
           END-IF.

      ******************************************************************
      *    LIGAR A VENDA A UM CLIENTE, COMO 2009-E DO LOTE: PELO
      *    MEMBRO DE FIDELIZACAO, DEPOIS NOME+DOCUMENTO E NOME+E-MAIL
      *    (O BALCAO AINDA NAO CAPTA NENHUM DOS DOIS, MAS O REGISTO
      *    PODE VIR A TE-LOS); SEM CORRESPONDENCIA CRIA UM CLIENTE
      *    NOVO, QUE O CUSTMRG FUNDE SE FOR A MESMA PESSOA
      ******************************************************************
       0340-LINK-CUSTOMER.
           MOVE ZERO TO PM-CUSTOMER-ID
           MOVE 'N' TO WS-CUST-FOUND
           IF PM-LOYALTY-ID NOT = SPACES
               MOVE PM-LOYALTY-ID TO CU-LOYALTY-ID
               READ CUSTOMER-MASTER-FILE KEY IS CU-LOYALTY-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF
           IF NOT B-CUST-FOUND AND PM-DOC-NUMBER NOT = SPACES
               MOVE PM-NAME       TO CU-DOC-NAME
               MOVE PM-DOC-NUMBER TO CU-DOC-NUMBER
               READ CUSTOMER-MASTER-FILE KEY IS CU-MATCH-DOC-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF
           IF NOT B-CUST-FOUND AND PM-EMAIL NOT = SPACES
               MOVE PM-NAME  TO CU-EMAIL-NAME
               MOVE PM-EMAIL TO CU-EMAIL
               READ CUSTOMER-MASTER-FILE KEY IS CU-MATCH-EMAIL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF

           IF B-CUST-FOUND
               PERFORM 0345-REFRESH-CUSTOMER
           ELSE
               PERFORM 0350-NEW-CUSTOMER
           END-IF.

       0345-REFRESH-CUSTOMER.
           IF CU-LOYALTY-ID = SPACES
               MOVE PM-LOYALTY-ID TO CU-LOYALTY-ID
           END-IF
           IF CU-DOC-NUMBER = SPACES AND PM-DOC-NUMBER NOT = SPACES
               MOVE PM-NAME       TO CU-DOC-NAME
               MOVE PM-DOC-TYPE   TO CU-DOC-TYPE
               MOVE PM-DOC-NUMBER TO CU-DOC-NUMBER
           END-IF
           IF CU-EMAIL = SPACES AND PM-EMAIL NOT = SPACES
               MOVE PM-NAME  TO CU-EMAIL-NAME
               MOVE PM-EMAIL TO CU-EMAIL
           END-IF
           IF PM-PHONE NOT = SPACES
               MOVE PM-PHONE TO CU-PHONE
           END-IF
           MOVE WS-TODAY TO CU-LAST-SEEN-DATE
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE CU-CUSTOMER-ID TO PM-CUSTOMER-ID.

      *    O NUMERO VEM DO REGISTO DE CONTROLO (CHAVE ZERO)
       0350-NEW-CUSTOMER.
           MOVE ZERO TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE ZERO TO CU-CUSTOMER-ID
                   MOVE ZERO TO CU-FIRST-SEEN-DATE
                   MOVE ZERO TO CU-LAST-SEEN-DATE
                   MOVE ZERO TO CU-MERGED-INTO
                   MOVE ZERO TO CU-MERGED-DATE
                   MOVE 1    TO CU-LAST-ISSUED
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CU-LAST-ISSUED
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
           MOVE CU-LAST-ISSUED TO WS-CUST-NEW-ID

           MOVE SPACES           TO CUSTOMER-MASTER-RECORD
           MOVE WS-CUST-NEW-ID   TO CU-CUSTOMER-ID
           MOVE PM-NAME          TO CU-NAME
           MOVE PM-LOYALTY-ID    TO CU-LOYALTY-ID
           MOVE PM-PHONE         TO CU-PHONE
           MOVE PM-NATIONALITY   TO CU-NATIONALITY
           MOVE PM-DOC-TYPE      TO CU-DOC-TYPE
           MOVE PM-NAME          TO CU-DOC-NAME
           MOVE PM-DOC-NUMBER    TO CU-DOC-NUMBER
           MOVE PM-NAME          TO CU-EMAIL-NAME
           MOVE PM-EMAIL         TO CU-EMAIL
           MOVE WS-TODAY         TO CU-FIRST-SEEN-DATE
           MOVE WS-TODAY         TO CU-LAST-SEEN-DATE
           SET B-CU-ACTIVE       TO TRUE
           MOVE ZERO             TO CU-MERGED-INTO
           MOVE ZERO             TO CU-MERGED-DATE
           MOVE ZERO             TO CU-LAST-ISSUED
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE CU-CUSTOMER-ID TO PM-CUSTOMER-ID.

       0250-SCREEN-WATCHLIST.
           OPEN INPUT SECURITY-WATCHLIST-FILE
           MOVE 'N' TO WS-SEC-EOF
