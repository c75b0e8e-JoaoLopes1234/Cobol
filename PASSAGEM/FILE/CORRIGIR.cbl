      *      NA RECEITA DO VOO
      *    CORRECOES QUE MUDEM O TOTAL ACIMA DO LIMIAR FICAM EM FILA
      *    (corrections-pending.txt) PARA APROVACAO DO SUPERVISOR -
      *    MODO 2 NO ARRANQUE DO PROGRAMA.
      *    A OPCAO 5 EMITE UM VOUCHER DE GESTO COMERCIAL (MOTIVO 'G')
      *    AO PASSAGEIRO DO BILHETE; ACIMA DO MESMO LIMIAR SO UM
      *    OPERADOR COM PERFIL DE APROVACAO O PODE EMITIR.
      *    UMA CORRECAO QUE BAIXE O TOTAL DEIXA UM PEDIDO DE PAGAMENTO
      *    DA DIFERENCA NA FILA DE TRANSFERENCIAS (PAYREQ).
      *    A OPCAO 1 NAO E UMA CORRECAO LIVRE MAS UMA MUDANCA DE NOME
      *    PELAS REGRAS DA MARCA TARIFARIA (FAREBRND): ATE
      *    FB-NAME-TYPO-MAX LETRAS E ERRO DE ESCRITA GRATUITO; ACIMA
      *    DISSO A MARCA TEM DE A PERMITIR E A TAXA E COBRADA AO
      *    BALCAO (NAMFEE NO EXTRATO, DIARIO DE PAGAMENTOS). O NOME
      *    NOVO PASSA PELA LISTA DE VIGILANCIA E O DOCUMENTO DE VIAGEM
      *    E APAGADO PARA SER RECOLHIDO DE NOVO ANTES DO APISGEN
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/daily-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO
               "PASSAGEM/FILE/corrections-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT OPTIONAL SECURITY-WATCHLIST-FILE ASSIGN TO
               "PASSAGEM/FILE/watchlist.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT VOUCHER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/voucher-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PASSENGER-MASTER-FILE.
       FD DAILY-SALES-FILE.
           COPY DAILYSAL.

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       FD PENDING-FILE.
       01 PENDING-CORRECTION-RECORD.
           05 PC-STATUS             PIC X(1).
           05 PC-NEW-TOTAL          PIC 9(6)V99.
           05 PC-OPERATOR           PIC X(8).
           05 PC-DATE               PIC 9(8).
      *    DATA DO VOO DO BILHETE (AAAAMMDD), PARTE DA CHAVE DO MESTRE
           05 PC-FLIGHT-DATE        PIC X(8).

       FD SECURITY-WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
           05 WT-NAME               PIC X(14).
           05 WT-REASON             PIC X(30).

       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PENDING-STATUS     PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).
       01 WS-VOUCHER-STATUS     PIC X(2).

      *    PERFIL DO OPERADOR COM SESSAO ABERTA, GUARDADO NA ABERTURA
      *    PARA O MODO SUPERVISOR SO FICAR DISPONIVEL A QUEM TEM O

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SEARCH-FLIGHT      PIC X(6).
       01 WS-SEARCH-DATE        PIC X(8).
       01 WS-SEARCH-TICKET      PIC 9(4).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
           88 B-TICKET-FOUND    VALUE 'Y'.
      ******************************************************************
       01 WS-APPROVAL-LIMIT     PIC 9(4)V99 VALUE 100,00.

      ******************************************************************
      *    VOUCHER DE GESTO COMERCIAL (VER VOUCHER): VALOR PEDIDO AO
      *    OPERADOR, VALIDADE A CONTAR DA EMISSAO E SERIE SEGUINTE DO
      *    MOTIVO 'G' PROCURADA NO MESTRE DE VOUCHERS
      ******************************************************************
       01 WS-GOODWILL.
           05 WS-VOUCHER-AMOUNT-IN  PIC X(10).
           05 WS-VOUCHER-AMOUNT     PIC 9(6)V99.
           05 WS-VOUCHER-VALID-DAYS PIC 9(3) VALUE 365.
           05 WS-VOUCHER-NEXT       PIC 9(7).
           05 WS-VOUCHER-SCAN-END   PIC X(1).
               88 B-VOUCHER-SCAN-END VALUE 'Y'.
           05 WS-VOUCHER-ISSUED     PIC X(1).
               88 B-VOUCHER-ISSUED  VALUE 'Y'.
           05 WS-VOUCHER-TRIES      PIC 9(3).
           05 WS-DISP-VOUCHER-AMT   PIC Z(5)9,99.

      ******************************************************************
      *    MUDANCA DE CLASSE: O LUGAR TEM DE MUDAR TAMBEM NO
      *    INVENTARIO (LIBERTAR A CLASSE ANTIGA, OCUPAR A NOVA COM A
           05 WS-CALC-LOAD      PIC 9(3) VALUE ZERO.
           05 WS-CALC-BAND      PIC 9(1).

      ******************************************************************
      *    MUDANCA DE NOME: LETRAS DIFERENTES ENTRE O NOME ANTIGO E O
      *    NOVO (POSICAO A POSICAO), TAXA DA MARCA, PAGAMENTO AO
      *    BALCAO E RASTREIO DO NOME NOVO NA LISTA DE VIGILANCIA
      ******************************************************************
       COPY FAREBRND.

       01 WS-NAME-CHANGE.
           05 WS-NC-OLD-NAME    PIC X(14).
           05 WS-NC-LETTERS     PIC 9(2).
           05 WS-NC-IDX         PIC 9(2).
           05 WS-NC-BRAND       PIC X(1).
           05 WS-NC-BRAND-OK    PIC X(1).
               88 B-NC-BRAND-OK VALUE 'Y'.
           05 WS-NC-FEE         PIC 9(3)V99.
           05 WS-DISP-NC-FEE    PIC ZZ9,99.
           05 WS-PAY-METHOD     PIC X(1).
               88 B-PAY-CARD    VALUES 'C', 'c'.
               88 B-PAY-CASH    VALUES 'N', 'n'.
           05 WS-PAY-AUTH-REF   PIC X(8).
           05 WS-NC-CONFIRM     PIC X(1).
               88 B-NC-CONFIRM  VALUES 'S', 's', 'Y', 'y'.

       01 WS-SECURITY-TABLE.
           05 WS-SEC-COUNT      PIC 9(2) VALUE ZERO.
           05 WS-SEC-NAME       PIC X(14) OCCURS 50 TIMES.
           05 WS-SEC-IDX        PIC 9(2).
       01 WS-SEC-EOF            PIC X(1).
           88 B-SEC-EOF         VALUE 'Y'.
       01 WS-SCREEN-HELD        PIC X(1).
           88 B-SCREEN-HELD     VALUE 'Y'.

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-PD-ENTRY OCCURS 100 TIMES.
               10 WS-PD-STATUS      PIC X(1).
               10 WS-PD-FLIGHT      PIC X(6).
               10 WS-PD-FLIGHT-DATE PIC X(8).
               10 WS-PD-TICKET      PIC 9(4).
               10 WS-PD-FIELD       PIC 9(1).
               10 WS-PD-OLD         PIC X(14).
           END-IF
           OPEN EXTEND AUDIT-FILE
                EXTEND DAILY-SALES-FILE
                EXTEND PAYOUT-REQUEST-FILE
                EXTEND PAYMENT-JOURNAL-FILE

           OPEN I-O SEAT-INVENTORY-FILE
           IF WS-SEATINV-STATUS = '35'
               CLOSE SEAT-INVENTORY-FILE
               OPEN I-O SEAT-INVENTORY-FILE
           END-IF
           OPEN I-O SEAT-ASSIGNMENT-FILE

           OPEN I-O VOUCHER-MASTER-FILE
           IF WS-VOUCHER-STATUS = '35'
               OPEN OUTPUT VOUCHER-MASTER-FILE
               CLOSE VOUCHER-MASTER-FILE
               OPEN I-O VOUCHER-MASTER-FILE
           END-IF.

       2000-LOOKUP-PASSENGER.
           MOVE 'N' TO WS-FOUND-CODE
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-FLIGHT

           IF B-LANG-PT
               DISPLAY "Data do voo (AAAAMMDD):"
           ELSE
               DISPLAY "Flight date (YYYYMMDD):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           MOVE WS-SEARCH-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO PM-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
       2100-DISPLAY-PASSENGER.
           IF B-LANG-PT
               DISPLAY "Bilhete " PM-TICKET " - Voo " PM-FLIGHT-NUMBER
                       " de " PM-FLIGHT-DATE
               DISPLAY "1 Nome (mudanca de nome): " PM-NAME
               DISPLAY "2 Idade: " PM-AGE
               DISPLAY "3 Lugar: " PM-SEAT
               DISPLAY "4 Numero de malas: " PM-BAGS
               DISPLAY "5 Emitir voucher de gesto comercial"
           ELSE
               DISPLAY "Ticket " PM-TICKET " - Flight " PM-FLIGHT-NUMBER
                       " of " PM-FLIGHT-DATE
               DISPLAY "1 Name (name change): " PM-NAME
               DISPLAY "2 Age: " PM-AGE
               DISPLAY "3 Seat: " PM-SEAT
               DISPLAY "4 Bag count: " PM-BAGS
               DISPLAY "5 Issue a goodwill voucher"
           END-IF.

       3000-CORRECT-FIELD.
           IF B-LANG-PT
               DISPLAY "Qual o campo a corrigir? (1-5, 0 para "
                       "cancelar)"
           ELSE
               DISPLAY "Which field do you want to correct? (1-5, "
                       "0 to cancel)"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           MOVE WS-MENU-CHOICE TO WS-FIELD-CODE
           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 3900-CHANGE-NAME
               WHEN 2
                   IF B-LANG-PT
                       DISPLAY "Nova idade:"
                   MOVE PM-BAGS TO WS-OLD-VALUE
                   MOVE WS-NEW-BAGS TO WS-NEW-VALUE
                   PERFORM 3100-EVALUATE-CORRECTION
               WHEN 5
                   PERFORM 3800-ISSUE-GOODWILL-VOUCHER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       3200-REPRICE-TICKET.
           MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO FM-FLIGHT-DATE
           MOVE WS-NEW-TOTAL   TO PC-NEW-TOTAL
           MOVE WS-OPERATOR-ID TO PC-OPERATOR
           MOVE WS-RUN-DATE    TO PC-DATE
           MOVE PM-FLIGHT-DATE TO PC-FLIGHT-DATE
           WRITE PENDING-CORRECTION-RECORD
           CLOSE PENDING-FILE

           END-IF

           EVALUATE WS-FIELD-CODE
               WHEN 2
                   MOVE WS-NEW-AGE TO PM-AGE
               WHEN 3
           END-IF

           MOVE PM-FLIGHT-NUMBER  TO SI-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE    TO SI-FLIGHT-DATE
           MOVE WS-NEW-VALUE(1:1) TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   MOVE PM-FLIGHT-NUMBER  TO SI-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE    TO SI-FLIGHT-DATE
                   MOVE WS-NEW-VALUE(1:1) TO SI-SEAT-CLASS
                   MOVE 50   TO SI-SEATS-CAPACITY
                   MOVE ZERO TO SI-SEATS-SOLD
           END-WRITE

           MOVE PM-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT(1:1)     TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY

           IF PM-SEAT-NUMBER NOT = SPACES
               MOVE PM-FLIGHT-NUMBER TO SA-FLIGHT-NUMBER
               MOVE PM-FLIGHT-DATE   TO SA-FLIGHT-DATE
               MOVE PM-SEAT-NUMBER   TO SA-SEAT-NUMBER
               DELETE SEAT-ASSIGNMENT-FILE
                   INVALID KEY

      ******************************************************************
      *    LANCAR A DIFERENCA NA RECEITA DO VOO E NO EXTRATO DIARIO
      *    (CORR+ = COBRANCA ADICIONAL, CORR- = REEMBOLSO PARCIAL).
      *    O REEMBOLSO PARCIAL SEGUE PARA A FILA DE TRANSFERENCIAS,
      *    RETIDO ATE A TESOURARIA REGISTAR A CONTA DO PASSAGEIRO
      ******************************************************************
       3700-POST-DIFFERENCE.
           IF WS-DIFFERENCE = ZERO
           END-IF

           MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           IF WS-DIFFERENCE > ZERO
               MOVE 'CORR+' TO DS-TXN-CODE
           ELSE
           MOVE PM-CHANNEL-CODE  TO DS-CHANNEL-CODE
           MOVE ZERO             TO DS-COMMISSION
           MOVE ZERO             TO DS-PRICE-BAND
           WRITE DAILY-SALES-RECORD

           IF WS-DIFFERENCE < ZERO
               MOVE PM-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
               MOVE PM-FLIGHT-DATE   TO PY-FLIGHT-DATE
               MOVE PM-TICKET        TO PY-TICKET
               MOVE 'K'              TO PY-SOURCE
               MOVE ZERO             TO PY-SEQ
               MOVE PM-TICKET-NUMBER TO PY-TICKET-NUMBER
               MOVE PM-NAME          TO PY-PAYEE-NAME
               MOVE SPACES           TO PY-IBAN
               MOVE WS-ABS-DIFF      TO PY-AMOUNT
               MOVE WS-RUN-DATE      TO PY-REQUEST-DATE
               MOVE WS-OPERATOR-ID   TO PY-OPERATOR-ID
               WRITE PAYOUT-REQUEST-RECORD
           END-IF.

       3710-WRITE-CORR-AUDIT-PEND.
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'CORRPD'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           PERFORM 3730-BUILD-AUDIT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       3720-WRITE-CORR-AUDIT.
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'CORR'           TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           PERFORM 3730-BUILD-AUDIT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       3730-BUILD-AUDIT-DETAIL.
                  WS-NEW-VALUE DELIMITED BY SIZE
                  INTO AT-DETAIL.

      ******************************************************************
      *    VOUCHER DE GESTO COMERCIAL AO PASSAGEIRO DO BILHETE: O
      *    VALOR E PEDIDO AO OPERADOR; ACIMA DO LIMIAR DE APROVACAO
      *    SO QUEM TEM O PERFIL DE APROVACAO O EMITE. A EMISSAO FICA
      *    NA TRILHA DE AUDITORIA (VCHISS) COM O NUMERO E O VALOR
      ******************************************************************
       3800-ISSUE-GOODWILL-VOUCHER.
           IF B-LANG-PT
               DISPLAY "Valor do voucher (EUR, ex: 50,00):"
           ELSE
               DISPLAY "Voucher amount (EUR, e.g. 50,00):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-VOUCHER-AMOUNT-IN
           MOVE ZERO TO WS-VOUCHER-AMOUNT
           IF WS-VOUCHER-AMOUNT-IN NOT = SPACES
               COMPUTE WS-VOUCHER-AMOUNT =
                   FUNCTION NUMVAL(WS-VOUCHER-AMOUNT-IN)
           END-IF
           IF WS-VOUCHER-AMOUNT = ZERO
               IF B-LANG-PT
                   DISPLAY "VALOR INVALIDO - NENHUM VOUCHER EMITIDO."
               ELSE
                   DISPLAY "INVALID AMOUNT - NO VOUCHER ISSUED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-VOUCHER-AMOUNT > WS-APPROVAL-LIMIT
               AND NOT B-OPER-MAY-APPROVE
               IF B-LANG-PT
                   DISPLAY "VALOR ACIMA DO LIMIAR - EXIGE OPERADOR "
                           "COM PERFIL DE APROVACAO."
               ELSE
                   DISPLAY "AMOUNT ABOVE THE LIMIT - NEEDS AN "
                           "OPERATOR WITH THE APPROVAL ROLE."
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM 3810-FIND-LAST-VOUCHER

           MOVE SPACES TO VOUCHER-MASTER-RECORD
           MOVE 'G'               TO VC-ISSUE-REASON
           MOVE WS-RUN-DATE       TO VC-ISSUE-DATE
           MOVE WS-VOUCHER-AMOUNT TO VC-ORIGINAL-AMOUNT
           MOVE WS-VOUCHER-AMOUNT TO VC-BALANCE
           COMPUTE VC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-VOUCHER-VALID-DAYS)
           MOVE PM-FLIGHT-NUMBER  TO VC-ISSUE-FLIGHT
           MOVE PM-FLIGHT-DATE    TO VC-ISSUE-FLIGHT-DATE
           MOVE PM-TICKET         TO VC-ISSUE-TICKET
           MOVE PM-TICKET-NUMBER  TO VC-ISSUE-TICKET-NUMBER
           MOVE PM-NAME           TO VC-PASSENGER-NAME
           MOVE WS-OPERATOR-ID    TO VC-ISSUE-OPERATOR
           MOVE ZERO              TO VC-LAST-USE-DATE
           MOVE ZERO              TO VC-USE-COUNT

           MOVE 'N' TO WS-VOUCHER-ISSUED
           MOVE ZERO TO WS-VOUCHER-TRIES
           PERFORM UNTIL B-VOUCHER-ISSUED
               OR WS-VOUCHER-TRIES > 100
               MOVE 'G'             TO VC-NUMBER-REASON
               MOVE WS-VOUCHER-NEXT TO VC-NUMBER-SERIAL
               ADD 1 TO WS-VOUCHER-NEXT
               ADD 1 TO WS-VOUCHER-TRIES
               WRITE VOUCHER-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VOUCHER-ISSUED
               END-WRITE
           END-PERFORM
           IF NOT B-VOUCHER-ISSUED
               IF B-LANG-PT
                   DISPLAY "ERRO A GRAVAR O VOUCHER ("
                           WS-VOUCHER-STATUS ") - NENHUM VOUCHER "
                           "EMITIDO."
               ELSE
                   DISPLAY "ERROR WRITING THE VOUCHER ("
                           WS-VOUCHER-STATUS ") - NO VOUCHER ISSUED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VOUCHER-AMOUNT TO WS-DISP-VOUCHER-AMT
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'VCHISS'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES TO AT-DETAIL
           STRING 'VOUCHER ' DELIMITED BY SIZE
                  VC-VOUCHER-NUMBER DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WS-DISP-VOUCHER-AMT DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           IF B-LANG-PT
               DISPLAY "VOUCHER " VC-VOUCHER-NUMBER " EMITIDO - "
                       WS-DISP-VOUCHER-AMT " EUROS, VALIDO ATE "
                       VC-EXPIRY-DATE "."
           ELSE
               DISPLAY "VOUCHER " VC-VOUCHER-NUMBER " ISSUED - "
                       WS-DISP-VOUCHER-AMT " EUROS, VALID UNTIL "
                       VC-EXPIRY-DATE "."
           END-IF.

      ******************************************************************
      *    SERIE SEGUINTE DOS VOUCHERS DE GESTO COMERCIAL: A MAIS ALTA
      *    JA GRAVADA NO MESTRE COM O MOTIVO 'G', MAIS UM
      ******************************************************************
       3810-FIND-LAST-VOUCHER.
           MOVE ZERO TO WS-VOUCHER-NEXT
           MOVE 'N' TO WS-VOUCHER-SCAN-END
           MOVE 'G'  TO VC-NUMBER-REASON
           MOVE ZERO TO VC-NUMBER-SERIAL
           START VOUCHER-MASTER-FILE
               KEY IS NOT LESS THAN VC-VOUCHER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-VOUCHER-SCAN-END
           END-START
           PERFORM UNTIL B-VOUCHER-SCAN-END
               READ VOUCHER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-VOUCHER-SCAN-END
                   NOT AT END
                       IF VC-NUMBER-REASON NOT = 'G'
                           MOVE 'Y' TO WS-VOUCHER-SCAN-END
                       ELSE
                           MOVE VC-NUMBER-SERIAL TO WS-VOUCHER-NEXT
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-VOUCHER-NEXT.

      ******************************************************************
      *    MUDANCA DE NOME AO BALCAO. UM BILHETE JA FECHADO NO VOO NAO
      *    MUDA DE NOME; ATE FB-NAME-TYPO-MAX LETRAS DIFERENTES E UM
      *    ERRO DE ESCRITA E NAO SE COBRA, ACIMA DISSO A MARCA DO
      *    BILHETE TEM DE PERMITIR A MUDANCA E A TAXA DA MARCA E PAGA
      *    POR CARTAO OU NUMERARIO ANTES DE GRAVAR. UM NOME NOVO NA
      *    LISTA DE VIGILANCIA E RECUSADO COMO NA VENDA. O DOCUMENTO DE
      *    VIAGEM ERA DO NOME ANTIGO E E APAGADO; NUMA MUDANCA PARA
      *    OUTRA PESSOA O BILHETE DEIXA TAMBEM O CLIENTE E O CARTAO DE
      *    FIDELIZACAO DO TITULAR ANTIGO
      ******************************************************************
       3900-CHANGE-NAME.
           IF B-PM-BOARDED OR B-PM-NO-SHOW OR B-PM-DENIED
               IF B-LANG-PT
                   DISPLAY "BILHETE JA FECHADO NO VOO - NOME NAO "
                           "ALTERADO."
               ELSE
                   DISPLAY "TICKET ALREADY CLOSED ON THE FLIGHT - "
                           "NAME NOT CHANGED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF B-LANG-PT
               DISPLAY "Novo nome:"
           ELSE
               DISPLAY "New name:"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           IF WS-NEW-NAME = SPACES OR WS-NEW-NAME = PM-NAME
               IF B-LANG-PT
                   DISPLAY "NOME IGUAL OU EM BRANCO - NADA FOI "
                           "ALTERADO."
               ELSE
                   DISPLAY "SAME OR BLANK NAME - NOTHING CHANGED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE PM-NAME TO WS-NC-OLD-NAME
           PERFORM 3910-COUNT-NAME-LETTERS
           MOVE ZERO TO WS-NC-FEE
           IF WS-NC-LETTERS > FB-NAME-TYPO-MAX
               PERFORM 3920-LOOKUP-NAME-FEE
               IF NOT B-NC-BRAND-OK
                   IF B-LANG-PT
                       DISPLAY "A MARCA TARIFARIA " WS-NC-BRAND
                               " NAO PERMITE MUDAR O NOME - NADA "
                               "FOI ALTERADO."
                   ELSE
                       DISPLAY "FARE BRAND " WS-NC-BRAND
                               " DOES NOT ALLOW A NAME CHANGE - "
                               "NOTHING CHANGED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 3930-SCREEN-WATCHLIST
           IF B-SCREEN-HELD
               IF B-LANG-PT
                   DISPLAY "NOME NAO ALTERADO - CONTACTE O "
                           "GABINETE DE SEGURANCA."
               ELSE
                   DISPLAY "NAME NOT CHANGED - PLEASE CONTACT THE "
                           "SECURITY OFFICE."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PAY-METHOD
           MOVE SPACES TO WS-PAY-AUTH-REF
           IF WS-NC-FEE > ZERO
               MOVE WS-NC-FEE TO WS-DISP-NC-FEE
               IF B-LANG-PT
                   DISPLAY "Taxa de mudanca de nome: " WS-DISP-NC-FEE
                           " EUROS"
                   DISPLAY "Meio de pagamento? C = Cartao, "
                           "N = Numerario"
               ELSE
                   DISPLAY "Name change fee: " WS-DISP-NC-FEE
                           " EUROS"
                   DISPLAY "Payment method? C = Card, N = Cash"
               END-IF
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PAY-METHOD
               IF NOT B-PAY-CARD AND NOT B-PAY-CASH
                   IF B-LANG-PT
                       DISPLAY "MEIO DE PAGAMENTO INVALIDO - NOME "
                               "NAO ALTERADO."
                   ELSE
                       DISPLAY "INVALID PAYMENT METHOD - NAME NOT "
                               "CHANGED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               IF B-PAY-CARD
                   MOVE 'C' TO WS-PAY-METHOD
                   IF B-LANG-PT
                       DISPLAY "Referencia de autorizacao do "
                               "terminal:"
                   ELSE
                       DISPLAY "Terminal authorisation reference:"
                   END-IF
                   DISPLAY ">  " WITH NO ADVANCING
                   ACCEPT WS-PAY-AUTH-REF
                   IF WS-PAY-AUTH-REF = SPACES
                       IF B-LANG-PT
                           DISPLAY "SEM AUTORIZACAO - NOME NAO "
                                   "ALTERADO."
                       ELSE
                           DISPLAY "NO AUTHORISATION - NAME NOT "
                                   "CHANGED."
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-PAY-METHOD
               END-IF
           END-IF

           IF B-LANG-PT
               DISPLAY "Confirmar a mudanca de " WS-NC-OLD-NAME
                       " para " WS-NEW-NAME " (S/N)?"
           ELSE
               DISPLAY "Confirm the change from " WS-NC-OLD-NAME
                       " to " WS-NEW-NAME " (Y/N)?"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NC-CONFIRM
           IF NOT B-NC-CONFIRM
               IF B-LANG-PT
                   DISPLAY "MUDANCA DE NOME ANULADA."
               ELSE
                   DISPLAY "NAME CHANGE CANCELLED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-NAME TO PM-NAME
           MOVE SPACE  TO PM-DOC-TYPE
           MOVE SPACES TO PM-DOC-NUMBER
           MOVE ZERO   TO PM-DOC-EXPIRY
           MOVE SPACES TO PM-DOC-ISSUE-CTRY
      *    ACIMA DA CORRECAO DE GRALHA O BILHETE PASSA A OUTRA PESSOA:
      *    DEIXA O CLIENTE E O CARTAO DE FIDELIZACAO DO TITULAR ANTIGO
           IF WS-NC-LETTERS > FB-NAME-TYPO-MAX
               MOVE ZERO   TO PM-CUSTOMER-ID
               MOVE SPACES TO PM-LOYALTY-ID
               MOVE SPACE  TO PM-LOYALTY-TIER
           END-IF
           REWRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   IF B-LANG-PT
                       DISPLAY "ERRO A GRAVAR A MUDANCA DE NOME."
                   ELSE
                       DISPLAY "ERROR SAVING THE NAME CHANGE."
                   END-IF
                   EXIT PARAGRAPH
           END-REWRITE

           IF WS-NC-FEE > ZERO
               PERFORM 3940-WRITE-NAME-FEE
           END-IF

           MOVE WS-NC-FEE TO WS-DISP-NC-FEE
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'NAMCHG'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES TO AT-DETAIL
           STRING WS-NC-OLD-NAME DELIMITED BY SIZE
                  '>' DELIMITED BY SIZE
                  WS-NEW-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NC-LETTERS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-NC-FEE DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           IF B-LANG-PT
               DISPLAY "BILHETE " PM-TICKET " PASSA A NOME DE "
                       PM-NAME "."
               DISPLAY "DOCUMENTO DE VIAGEM APAGADO - RECOLHER "
                       "ANTES DO APIS."
           ELSE
               DISPLAY "TICKET " PM-TICKET " NOW IN THE NAME OF "
                       PM-NAME "."
               DISPLAY "TRAVEL DOCUMENT CLEARED - RECAPTURE BEFORE "
                       "APIS."
           END-IF.

       3910-COUNT-NAME-LETTERS.
           MOVE ZERO TO WS-NC-LETTERS
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
               UNTIL WS-NC-IDX > 14
               IF WS-NC-OLD-NAME(WS-NC-IDX:1) NOT =
                   WS-NEW-NAME(WS-NC-IDX:1)
                   ADD 1 TO WS-NC-LETTERS
               END-IF
           END-PERFORM.

      *    MARCA DO BILHETE NA TABELA FAREBRND (SEM MARCA = STANDARD);
      *    UMA MARCA QUE NAO ESTEJA NA TABELA SEGUE AS REGRAS STANDARD
       3920-LOOKUP-NAME-FEE.
           MOVE PM-FARE-BRAND TO WS-NC-BRAND
           IF WS-NC-BRAND = SPACE
               MOVE 'S' TO WS-NC-BRAND
           END-IF
           MOVE 'Y'    TO WS-NC-BRAND-OK
           MOVE 050,00 TO WS-NC-FEE
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
               UNTIL WS-NC-IDX > 3
               IF WS-NC-BRAND = FB-BRAND-CODE(WS-NC-IDX)
                   MOVE FB-NAME-CHG-OK(WS-NC-IDX)  TO WS-NC-BRAND-OK
                   MOVE FB-NAME-CHG-FEE(WS-NC-IDX) TO WS-NC-FEE
               END-IF
           END-PERFORM.

      *    MESMO RASTREIO DA VENDA AO BALCAO: NOME EXATO OU OS
      *    PRIMEIROS 8 CARACTERES IGUAIS A UMA ENTRADA DA LISTA
       3930-SCREEN-WATCHLIST.
           MOVE ZERO TO WS-SEC-COUNT
           OPEN INPUT SECURITY-WATCHLIST-FILE
           MOVE 'N' TO WS-SEC-EOF
           PERFORM UNTIL B-SEC-EOF
               READ SECURITY-WATCHLIST-FILE
                   AT END
                       MOVE 'Y' TO WS-SEC-EOF
                   NOT AT END
                       IF WT-NAME NOT = SPACES AND WS-SEC-COUNT < 50
                           ADD 1 TO WS-SEC-COUNT
                           MOVE WT-NAME TO WS-SEC-NAME(WS-SEC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECURITY-WATCHLIST-FILE

           MOVE 'N' TO WS-SCREEN-HELD
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-SEC-COUNT OR B-SCREEN-HELD
               IF WS-NEW-NAME = WS-SEC-NAME(WS-SEC-IDX)
                   OR WS-NEW-NAME(1:8) = WS-SEC-NAME(WS-SEC-IDX)(1:8)
                   MOVE 'Y' TO WS-SCREEN-HELD
               END-IF
           END-PERFORM.

      *    TAXA COBRADA: LINHA NAMFEE NO EXTRATO DIARIO (FATURADA PELO
      *    INVOICE) E O PAGAMENTO NO DIARIO, PARA O FECHO DE CAIXA
       3940-WRITE-NAME-FEE.
           MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'NAMFEE'         TO DS-TXN-CODE
           MOVE WS-NC-FEE        TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1
               UNTIL WS-BAG-IDX > 4
               MOVE SPACES TO DS-TAX-NAME(WS-BAG-IDX)
               MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-BAG-IDX)
           END-PERFORM
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
           MOVE WS-NC-FEE        TO PJ-AMOUNT
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE
           MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
           MOVE SPACE            TO PJ-DISPUTE-FLAG
           WRITE PAYMENT-JOURNAL-RECORD.

      ******************************************************************
      *    MODO SUPERVISOR: REVER A FILA DE CORRECOES PENDENTES E
      *    APROVAR (APLICA COM AUDITORIA 'CORRAP') OU REJEITAR
                               WS-PD-STATUS(WS-PD-COUNT)
                           MOVE PC-FLIGHT-NUMBER TO
                               WS-PD-FLIGHT(WS-PD-COUNT)
                           MOVE PC-FLIGHT-DATE TO
                               WS-PD-FLIGHT-DATE(WS-PD-COUNT)
                           MOVE PC-TICKET TO
                               WS-PD-TICKET(WS-PD-COUNT)
                           MOVE PC-FIELD TO
                   MOVE WS-PD-TOTAL(WS-PD-IDX)    TO PC-NEW-TOTAL
                   MOVE WS-PD-OPERATOR(WS-PD-IDX) TO PC-OPERATOR
                   MOVE WS-PD-DATE(WS-PD-IDX)     TO PC-DATE
                   MOVE WS-PD-FLIGHT-DATE(WS-PD-IDX)
                                                  TO PC-FLIGHT-DATE
                   WRITE PENDING-CORRECTION-RECORD
               END-IF
           END-PERFORM

           DISPLAY " "
           DISPLAY "BILHETE " WS-PD-TICKET(WS-PD-IDX)
                   " VOO " WS-PD-FLIGHT(WS-PD-IDX)
                   " DE " WS-PD-FLIGHT-DATE(WS-PD-IDX)
                   " CAMPO " WS-PD-FIELD(WS-PD-IDX)
                   ": " WS-PD-OLD(WS-PD-IDX)
                   " -> " WS-PD-NEW(WS-PD-IDX)

       5200-APPLY-APPROVED.
           MOVE WS-PD-FLIGHT(WS-PD-IDX) TO PM-FLIGHT-NUMBER
           MOVE WS-PD-FLIGHT-DATE(WS-PD-IDX) TO PM-FLIGHT-DATE
           MOVE WS-PD-TICKET(WS-PD-IDX) TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY

           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'CORRAP'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           PERFORM 3730-BUILD-AUDIT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           MOVE 'A' TO WS-PD-STATUS(WS-PD-IDX)
                 SEAT-INVENTORY-FILE
                 SEAT-ASSIGNMENT-FILE
                 AUDIT-FILE
                 DAILY-SALES-FILE
                 PAYOUT-REQUEST-FILE
                 PAYMENT-JOURNAL-FILE
                 VOUCHER-MASTER-FILE.
