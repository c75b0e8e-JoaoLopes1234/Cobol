       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPMNT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CORPMNT - MANUTENCAO DAS CONTAS DE EMPRESA (CORPACCT), AO
      *    ESTILO DO PROMOMNT.cbl: ABRIR CONTAS, ALTERAR O LIMITE DE
      *    CREDITO E O PRAZO DE PAGAMENTO, SUSPENDER E REATIVAR, E
      *    LANCAR OS PAGAMENTOS RECEBIDOS DAS EMPRESAS (RECEBIMENTO 'P'
      *    NO RAZAO CORPLEDG, QUE ABATE O SALDO EM DIVIDA). OS DEBITOS
      *    VEM DAS VENDAS (FILE-FLY E BALCAO) E OS CREDITOS DOS
      *    REEMBOLSOS (PAYOUT); AQUI SO SE CONSULTAM
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-ACCOUNT-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORP-STATUS.

           SELECT CORP-LEDGER-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CORP-ACCOUNT-FILE.
           COPY CORPACCT.

       FD CORP-LEDGER-FILE.
           COPY CORPLEDG.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-CORP-STATUS        PIC X(2).
       01 WS-LEDGER-STATUS      PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).
       01 WS-AUDIT-DETAIL       PIC X(40).

       01 WS-SEARCH-ACCOUNT     PIC X(8).
       01 WS-FOUND-ACCOUNT      PIC X(1) VALUE 'N'.
           88 B-ACCOUNT-FOUND   VALUE 'Y'.

       01 WS-MENU-CHOICE        PIC 9(1).
       01 WS-AGAIN              PIC X(1).
           88 B-MAINT-AGAIN     VALUES "Y", "YES", "SIM", "S", "s".

       01 WS-NEW-LIMIT          PIC 9(7)V99.
       01 WS-NEW-TERMS          PIC 9(3).
       01 WS-PAYMENT-AMOUNT     PIC 9(7)V99.
       01 WS-PAYMENT-REF        PIC X(18).
       01 WS-DISP-LIMIT         PIC Z(6)9,99.
       01 WS-DISP-BALANCE       PIC Z(6)9,99-.
       01 WS-DISP-AVAILABLE     PIC Z(6)9,99-.
       01 WS-DISP-PAYMENT       PIC Z(6)9,99.
       01 WS-AVAILABLE          PIC S9(7)V99.
       01 WS-POSTED             PIC X(1).
           88 B-POSTED          VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 1000-OPEN-MASTER
           PERFORM 1100-SIGN-ON
           OPEN EXTEND AUDIT-FILE

           MOVE SPACES TO WS-SEARCH-ACCOUNT
           PERFORM UNTIL WS-SEARCH-ACCOUNT = 'FIM'
               PERFORM 2000-LOOKUP-ACCOUNT
               IF WS-SEARCH-ACCOUNT NOT = 'FIM'
                   PERFORM 3000-MAINTAIN-ACCOUNT

                   DISPLAY "Deseja tratar outra conta? (S/N)"
                   DISPLAY ">  " WITH NO ADVANCING
                   ACCEPT WS-AGAIN
                   IF NOT B-MAINT-AGAIN
                       MOVE 'FIM' TO WS-SEARCH-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE CORP-ACCOUNT-FILE
                 CORP-LEDGER-FILE
                 AUDIT-FILE
           STOP RUN.

       1000-OPEN-MASTER.
           OPEN I-O CORP-ACCOUNT-FILE
           IF WS-CORP-STATUS = '35'
               OPEN OUTPUT CORP-ACCOUNT-FILE
               CLOSE CORP-ACCOUNT-FILE
               OPEN I-O CORP-ACCOUNT-FILE
           END-IF
           IF WS-CORP-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE CONTAS DE EMPRESA: "
                       WS-CORP-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O CORP-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT CORP-LEDGER-FILE
               CLOSE CORP-LEDGER-FILE
               OPEN I-O CORP-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O RAZAO DAS CONTAS DE EMPRESA: "
                       WS-LEDGER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    ABERTURA DE SESSAO CONTRA O MESTRE DE OPERADORES: O LIMITE
      *    DE CREDITO E OS RECEBIMENTOS MEXEM EM DINHEIRO, E CADA
      *    ALTERACAO FICA NA AUDITORIA COM A PESSOA QUE A FEZ
      ******************************************************************
       1100-SIGN-ON.
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

       1200-WRITE-MAINT-AUDIT.
           MOVE ZERO           TO AT-TICKET
           MOVE SPACES         TO AT-FLIGHT-NUMBER
           MOVE SPACES         TO AT-FLIGHT-DATE
           MOVE 'CORPAC'       TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE WS-AUDIT-DETAIL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       2000-LOOKUP-ACCOUNT.
           MOVE 'N' TO WS-FOUND-ACCOUNT

           DISPLAY "Indique o numero da conta (FIM para sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-ACCOUNT

           IF WS-SEARCH-ACCOUNT = 'FIM'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEARCH-ACCOUNT TO CA-ACCOUNT-NUMBER
           READ CORP-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "CONTA NAO ENCONTRADA."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-ACCOUNT
                   PERFORM 2100-DISPLAY-ACCOUNT
           END-READ.

       2100-DISPLAY-ACCOUNT.
           MOVE CA-CREDIT-LIMIT TO WS-DISP-LIMIT
           MOVE CA-BALANCE      TO WS-DISP-BALANCE
           COMPUTE WS-AVAILABLE = CA-CREDIT-LIMIT - CA-BALANCE
           MOVE WS-AVAILABLE    TO WS-DISP-AVAILABLE
           DISPLAY "Conta " CA-ACCOUNT-NUMBER " " CA-NAME
                   "  NIF " CA-NIF
           DISPLAY "Morada " CA-ADDRESS
           DISPLAY "       " CA-POSTCODE " " CA-CITY
           DISPLAY "Situacao " CA-STATUS "  Prazo " CA-PAYMENT-TERMS
                   " dias  Aberta em " CA-OPEN-DATE
           DISPLAY "Limite " WS-DISP-LIMIT "  Saldo em divida "
                   WS-DISP-BALANCE "  Disponivel " WS-DISP-AVAILABLE
           DISPLAY "Ultimo debito " CA-LAST-DEBIT-DATE
                   "  Ultimo recebimento " CA-LAST-PAYMENT-DATE.

       3000-MAINTAIN-ACCOUNT.
           DISPLAY "O que deseja fazer? 1 = Abrir a conta, "
                   "2 = Alterar limite e prazo, 3 = Suspender ou "
                   "reativar, 4 = Lancar pagamento recebido, 0 = Nada"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   IF B-ACCOUNT-FOUND
                       DISPLAY "A CONTA JA EXISTE."
                   ELSE
                       PERFORM 3100-CREATE-ACCOUNT
                   END-IF
               WHEN 2
                   IF B-ACCOUNT-FOUND
                       PERFORM 3200-CHANGE-LIMIT
                   END-IF
               WHEN 3
                   IF B-ACCOUNT-FOUND
                       PERFORM 3300-TOGGLE-STATUS
                   END-IF
               WHEN 4
                   IF B-ACCOUNT-FOUND
                       PERFORM 3400-RECORD-PAYMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-CREATE-ACCOUNT.
           MOVE SPACES            TO CORP-ACCOUNT-RECORD
           MOVE WS-SEARCH-ACCOUNT TO CA-ACCOUNT-NUMBER

           DISPLAY "Nome da empresa:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT CA-NAME
           IF CA-NAME = SPACES
               DISPLAY "SEM NOME - CONTA NAO CRIADA."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NIF da empresa:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT CA-NIF

           DISPLAY "Morada:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT CA-ADDRESS

           DISPLAY "Localidade:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT CA-CITY

           DISPLAY "Codigo postal:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT CA-POSTCODE

           DISPLAY "Limite de credito (ex: 5000,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-LIMIT
           MOVE WS-NEW-LIMIT TO CA-CREDIT-LIMIT

           DISPLAY "Prazo de pagamento em dias (ex: 30):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-TERMS
           MOVE WS-NEW-TERMS TO CA-PAYMENT-TERMS

           MOVE 'A'         TO CA-STATUS
           MOVE ZERO        TO CA-BALANCE
           MOVE WS-RUN-DATE TO CA-OPEN-DATE
           MOVE ZERO        TO CA-LAST-DEBIT-DATE
           MOVE ZERO        TO CA-LAST-PAYMENT-DATE

           WRITE CORP-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERRO A CRIAR A CONTA."
               NOT INVALID KEY
                   DISPLAY "CONTA " CA-ACCOUNT-NUMBER
                           " CRIADA COM SUCESSO."
                   MOVE CA-CREDIT-LIMIT TO WS-DISP-LIMIT
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING CA-ACCOUNT-NUMBER DELIMITED BY SIZE
                          ' ABERTA LIMITE ' DELIMITED BY SIZE
                          WS-DISP-LIMIT DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 1200-WRITE-MAINT-AUDIT
           END-WRITE.

      ******************************************************************
      *    NOVO LIMITE E PRAZO. UM LIMITE ABAIXO DO SALDO EM DIVIDA E
      *    ACEITE (A CONTA DEIXA SIMPLESMENTE DE ACEITAR VENDAS ATE SER
      *    PAGA), COM AVISO
      ******************************************************************
       3200-CHANGE-LIMIT.
           DISPLAY "Novo limite de credito (ex: 5000,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-LIMIT

           DISPLAY "Novo prazo de pagamento em dias (0 = manter):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-TERMS

           MOVE WS-NEW-LIMIT TO CA-CREDIT-LIMIT
           IF WS-NEW-TERMS > ZERO
               MOVE WS-NEW-TERMS TO CA-PAYMENT-TERMS
           END-IF
           IF CA-BALANCE > CA-CREDIT-LIMIT
               DISPLAY "AVISO: O SALDO EM DIVIDA JA PASSA O NOVO "
                       "LIMITE - A CONTA NAO ACEITA VENDAS ATE SER "
                       "PAGA."
           END-IF

           REWRITE CORP-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A CONTA."
               NOT INVALID KEY
                   DISPLAY "CONTA " CA-ACCOUNT-NUMBER " ATUALIZADA "
                           "COM SUCESSO."
                   MOVE CA-CREDIT-LIMIT TO WS-DISP-LIMIT
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING CA-ACCOUNT-NUMBER DELIMITED BY SIZE
                          ' LIMITE ' DELIMITED BY SIZE
                          WS-DISP-LIMIT DELIMITED BY SIZE
                          ' PRAZO ' DELIMITED BY SIZE
                          CA-PAYMENT-TERMS DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 1200-WRITE-MAINT-AUDIT
           END-REWRITE.

       3300-TOGGLE-STATUS.
           IF B-CA-ACTIVE
               MOVE 'S' TO CA-STATUS
           ELSE
               MOVE 'A' TO CA-STATUS
           END-IF

           REWRITE CORP-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A CONTA."
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   IF B-CA-ACTIVE
                       DISPLAY "CONTA " CA-ACCOUNT-NUMBER
                               " REATIVADA."
                       STRING CA-ACCOUNT-NUMBER DELIMITED BY SIZE
                              ' REATIVADA' DELIMITED BY SIZE
                              INTO WS-AUDIT-DETAIL
                   ELSE
                       DISPLAY "CONTA " CA-ACCOUNT-NUMBER
                               " SUSPENSA - NAO ACEITA VENDAS NOVAS."
                       STRING CA-ACCOUNT-NUMBER DELIMITED BY SIZE
                              ' SUSPENSA' DELIMITED BY SIZE
                              INTO WS-AUDIT-DETAIL
                   END-IF
                   PERFORM 1200-WRITE-MAINT-AUDIT
           END-REWRITE.

      ******************************************************************
      *    PAGAMENTO RECEBIDO DA EMPRESA: LANCADO NO RAZAO COMO
      *    RECEBIMENTO (P) COM A REFERENCIA DO PAGAMENTO (TRANSFERENCIA,
      *    CHEQUE) E ABATIDO AO SALDO EM DIVIDA. A MESMA REFERENCIA NO
      *    MESMO DIA SEGUE PARA A SEQUENCIA SEGUINTE
      ******************************************************************
       3400-RECORD-PAYMENT.
           DISPLAY "Valor recebido (ex: 1500,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PAYMENT-AMOUNT
           IF WS-PAYMENT-AMOUNT = ZERO
               DISPLAY "VALOR NULO - NADA FOI LANCADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Referencia do pagamento (transferencia, cheque):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PAYMENT-REF
           IF WS-PAYMENT-REF = SPACES
               DISPLAY "SEM REFERENCIA - NADA FOI LANCADO."
               EXIT PARAGRAPH
           END-IF

           MOVE CA-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE       TO CL-POST-DATE
           MOVE WS-PAYMENT-REF    TO CL-REFERENCE
           MOVE 'P'               TO CL-ENTRY-TYPE
           MOVE ZERO              TO CL-SEQ
           MOVE 'PAYMNT'          TO CL-TXN-CODE
           MOVE ZERO              TO CL-TICKET-NUMBER
           MOVE SPACES            TO CL-PASSENGER-NAME
           MOVE WS-PAYMENT-AMOUNT TO CL-AMOUNT
           MOVE ZERO              TO CL-DUE-DATE
           MOVE WS-OPERATOR-ID    TO CL-OPERATOR-ID
           MOVE 'N' TO WS-POSTED
           PERFORM UNTIL B-POSTED OR CL-SEQ = 99
               WRITE CORP-LEDGER-RECORD
                   INVALID KEY
                       ADD 1 TO CL-SEQ
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POSTED
               END-WRITE
           END-PERFORM
           IF NOT B-POSTED
               DISPLAY "ERRO A LANCAR O RECEBIMENTO NO RAZAO - NADA "
                       "FOI LANCADO."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-PAYMENT-AMOUNT FROM CA-BALANCE
           MOVE WS-RUN-DATE TO CA-LAST-PAYMENT-DATE
           REWRITE CORP-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A CONTA."
               NOT INVALID KEY
                   MOVE WS-PAYMENT-AMOUNT TO WS-DISP-PAYMENT
                   MOVE CA-BALANCE        TO WS-DISP-BALANCE
                   DISPLAY "RECEBIMENTO DE " WS-DISP-PAYMENT
                           " EUROS LANCADO - SALDO EM DIVIDA "
                           WS-DISP-BALANCE " EUROS."
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING CA-ACCOUNT-NUMBER DELIMITED BY SIZE
                          ' RECEBIDO ' DELIMITED BY SIZE
                          WS-DISP-PAYMENT DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 1200-WRITE-MAINT-AUDIT
           END-REWRITE.
