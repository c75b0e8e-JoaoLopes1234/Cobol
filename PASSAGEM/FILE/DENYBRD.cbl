      *    BAIXA, GRAVA A COMPENSACAO POR EMBARQUE NEGADO NO EXTRATO
      *    DIARIO DE VENDAS (DS-TXN-CODE 'DBC') E REACOMODA-OS NO
      *    PROXIMO VOO DO MESTRE COM O MESMO DESTINO E LUGAR LIVRE.
      *    PARAMETROS: NUMERO DO VOO A TRATAR E, OPCIONALMENTE, A
      *    DATA DE PARTIDA (AAAAMMDD; SEM DATA, A PROXIMA PARTIDA).
      *    QUANDO O PASSAGEIRO ESCOLHEU VOUCHER NO BALCAO DE
      *    RECLAMACOES (VER COMPCHOI) A COMPENSACAO SAI EM VOUCHER DE
      *    VIAGEM (MOTIVO 'D') EM VEZ DE DINHEIRO; A COMPENSACAO EM
      *    DINHEIRO SEGUE PARA A FILA DE PAGAMENTOS POR TRANSFERENCIA
      *    (VER PAYREQ).
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/denied-boarding-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COMP-CHOICE-FILE ASSIGN TO
               "PASSAGEM/FILE/compensation-choices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOUCHER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/voucher-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
       FD DENIED-REPORT-FILE.
       01 DENIED-REPORT-RECORD      PIC X(80).

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       FD COMP-CHOICE-FILE.
           COPY COMPCHOI.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-VOUCHER-STATUS     PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-DENY-FLIGHT        PIC X(6).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).

       01 WS-CLASS-TABLE.
           05 FILLER            PIC X(3) VALUE 'EJP'.
           05 WS-COMP-AMOUNT    PIC 9(4)V99 VALUE 250,00.
           05 WS-DISP-COMP      PIC Z(3)9,99.

      ******************************************************************
      *    ESCOLHAS DE VOUCHER DO BALCAO DE RECLAMACOES, CARREGADAS NO
      *    ARRANQUE, E EMISSAO DO VOUCHER DE COMPENSACAO: A SERIE
      *    SEGUINTE DO MOTIVO 'D' E PROCURADA NO MESTRE NA PRIMEIRA
      *    EMISSAO E AVANCA DEPOIS EM MEMORIA
      ******************************************************************
       01 WS-CHOICE-TABLE.
           05 WS-CH-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-CH-ENTRY OCCURS 500 TIMES.
               10 WS-CH-FLIGHT      PIC X(6).
               10 WS-CH-DATE        PIC X(8).
               10 WS-CH-TICKET      PIC 9(4).
               10 WS-CH-CHOICE      PIC X(1).
               10 WS-CH-PAYEE       PIC X(30).
               10 WS-CH-IBAN        PIC X(34).
           05 WS-CH-IDX             PIC 9(3).
           05 WS-CH-FOUND           PIC 9(3).
       01 WS-CHOICE-EOF         PIC X(1) VALUE 'N'.
           88 B-CHOICE-EOF      VALUE 'Y'.

       01 WS-COMP-VOUCHER.
           05 WS-CHOSE-VOUCHER      PIC X(1).
               88 B-CHOSE-VOUCHER   VALUE 'Y'.
           05 WS-VOUCHER-ISSUED     PIC X(1).
               88 B-VOUCHER-ISSUED  VALUE 'Y'.
           05 WS-VOUCHER-VALID-DAYS PIC 9(3) VALUE 365.
           05 WS-VOUCHER-NEXT       PIC 9(7) VALUE ZERO.
           05 WS-VOUCHER-TRIES      PIC 9(3).
           05 WS-VOUCHER-SCAN-END   PIC X(1).
               88 B-VOUCHER-SCAN-END VALUE 'Y'.

       01 WS-REBOOKING.
           05 WS-DENY-DEST      PIC X(3).
           05 WS-DENY-DATE      PIC X(8).
           05 WS-DENIED-TOTAL   PIC 9(4) VALUE ZERO.
           05 WS-DISP-DENIED    PIC Z(3)9.

       01 WS-REBOOKED-RECORD    PIC X(400).
       01 WS-OLD-CLASS          PIC X(3).
       01 WS-OLD-SEAT           PIC X(4).

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-DENY-FLIGHT WS-DENY-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-DENY-FLIGHT WS-DENY-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-DENY-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE

           PERFORM 1200-LOAD-COMP-CHOICES
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOOKUP-FLIGHT

                INPUT FLIGHT-MASTER-FILE
                EXTEND DAILY-SALES-FILE
                EXTEND DENIED-REPORT-FILE
                I-O VOUCHER-MASTER-FILE
                EXTEND PAYOUT-REQUEST-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               OR WS-FLIGHT-STATUS NOT = '00'
           END-IF.

       1100-LOOKUP-FLIGHT.
           IF WS-DENY-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-DENY-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-DENY-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-DENY-FLIGHT " NAO EXISTE NO "
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE FM-DESTINATION TO WS-DENY-DEST.

      ******************************************************************
      *    UMA CLASSE DE CADA VEZ: CONTAR QUEM APARECEU (CHECK-IN OU
      ******************************************************************
       2000-HANDLE-ONE-CLASS.
           MOVE WS-DENY-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-DENY-DATE   TO SI-FLIGHT-DATE
           MOVE WS-WORK-CLASS  TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
           MOVE ZERO TO WS-SHOWN-COUNT
           MOVE SPACE TO WS-MASTER-EOF
           MOVE WS-DENY-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-DENY-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-DENY-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-DENY-DATE
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           IF PM-SEAT = WS-WORK-CLASS

           MOVE SPACE TO WS-MASTER-EOF
           MOVE WS-DENY-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-DENY-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-DENY-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-DENY-DATE
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           IF PM-SEAT = WS-WORK-CLASS
           END-IF

           MOVE WS-DENY-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-DENY-DATE   TO PM-FLIGHT-DATE
           MOVE WS-LOW-TICKET TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
      *    APAGADO E O NOVO GRAVADO NA CHAVE DO VOO DE REACOMODACAO;
      *    SEM VOO NOVO, O REGISTO E REESCRITO NO PROPRIO VOO
           IF PM-FLIGHT-NUMBER = WS-DENY-FLIGHT
               AND PM-FLIGHT-DATE = WS-DENY-DATE
               REWRITE PASSENGER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR O BILHETE " PM-TICKET
      *        BLOQUEADO PARA OS UPGRADES E O INVENTARIO INCHADO
      *        ATE AO FECHO DO DIA
               MOVE WS-DENY-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-DENY-DATE   TO SI-FLIGHT-DATE
               MOVE WS-OLD-CLASS   TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY

               IF WS-OLD-SEAT NOT = SPACES
                   MOVE WS-DENY-FLIGHT TO SA-FLIGHT-NUMBER
                   MOVE WS-DENY-DATE   TO SA-FLIGHT-DATE
                   MOVE WS-OLD-SEAT    TO SA-SEAT-NUMBER
                   DELETE SEAT-ASSIGNMENT-FILE
                       INVALID KEY

               MOVE PASSENGER-MASTER-RECORD TO WS-REBOOKED-RECORD
               MOVE WS-DENY-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-DENY-DATE   TO PM-FLIGHT-DATE
               DELETE PASSENGER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
           ADD 1 TO WS-DENIED-TOTAL.

       2300-WRITE-COMPENSATION.
           MOVE 'N' TO WS-VOUCHER-ISSUED
           PERFORM 2310-CHECK-VOUCHER-CHOICE
           IF B-CHOSE-VOUCHER
               PERFORM 2320-ISSUE-COMP-VOUCHER
           END-IF

           MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'DBC'            TO DS-TXN-CODE
           MOVE WS-COMP-AMOUNT   TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
                  WS-DISP-COMP DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
                  INTO DENIED-REPORT-RECORD
           WRITE DENIED-REPORT-RECORD

           IF B-VOUCHER-ISSUED
               MOVE SPACES TO DENIED-REPORT-RECORD
               STRING '    PAGA EM VOUCHER ' DELIMITED BY SIZE
                      VC-VOUCHER-NUMBER DELIMITED BY SIZE
                      ' VALIDO ATE ' DELIMITED BY SIZE
                      VC-EXPIRY-DATE DELIMITED BY SIZE
                      ' - NADA A PAGAR EM DINHEIRO' DELIMITED BY SIZE
                      INTO DENIED-REPORT-RECORD
               WRITE DENIED-REPORT-RECORD
           ELSE
               PERFORM 2340-WRITE-PAYOUT-REQUEST
           END-IF.

       2310-CHECK-VOUCHER-CHOICE.
           MOVE 'N' TO WS-CHOSE-VOUCHER
           MOVE ZERO TO WS-CH-FOUND
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > WS-CH-COUNT
               OR WS-CH-FOUND > ZERO
               IF WS-CH-FLIGHT(WS-CH-IDX) = PM-FLIGHT-NUMBER
                   AND WS-CH-DATE(WS-CH-IDX) = PM-FLIGHT-DATE
                   AND WS-CH-TICKET(WS-CH-IDX) = PM-TICKET
                   MOVE WS-CH-IDX TO WS-CH-FOUND
                   IF WS-CH-CHOICE(WS-CH-IDX) = 'V'
                       MOVE 'Y' TO WS-CHOSE-VOUCHER
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    COMPENSACAO EM DINHEIRO: PEDIDO DE TRANSFERENCIA PARA A FILA
      *    DE PAGAMENTOS (PAYOUT), COM A CONTA REGISTADA PELO BALCAO.
      *    SEM CONTA O PEDIDO FICA RETIDO ATE A TESOURARIA A REGISTAR
      ******************************************************************
       2340-WRITE-PAYOUT-REQUEST.
           MOVE PM-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO PY-FLIGHT-DATE
           MOVE PM-TICKET        TO PY-TICKET
           MOVE 'D'              TO PY-SOURCE
           MOVE ZERO             TO PY-SEQ
           MOVE PM-TICKET-NUMBER TO PY-TICKET-NUMBER
           MOVE PM-NAME          TO PY-PAYEE-NAME
           MOVE SPACES           TO PY-IBAN
           IF WS-CH-FOUND > ZERO
               MOVE WS-CH-IBAN(WS-CH-FOUND) TO PY-IBAN
               IF WS-CH-PAYEE(WS-CH-FOUND) NOT = SPACES
                   MOVE WS-CH-PAYEE(WS-CH-FOUND) TO PY-PAYEE-NAME
               END-IF
           END-IF
           MOVE WS-COMP-AMOUNT   TO PY-AMOUNT
           MOVE WS-RUN-DATE      TO PY-REQUEST-DATE
           MOVE 'DENYBRD1'       TO PY-OPERATOR-ID
           WRITE PAYOUT-REQUEST-RECORD

           IF PY-IBAN = SPACES
               MOVE SPACES TO DENIED-REPORT-RECORD
               MOVE '    A PAGAR POR TRANSFERENCIA - CONTA POR REGISTAR'
                   TO DENIED-REPORT-RECORD
               WRITE DENIED-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    EMITIR O VOUCHER DE EMBARQUE NEGADO (MOTIVO 'D') PELO VALOR
      *    DA COMPENSACAO. SE O VOUCHER NAO PUDER SER GRAVADO A
      *    COMPENSACAO FICA EM DINHEIRO, COMO SEM ESCOLHA
      ******************************************************************
       2320-ISSUE-COMP-VOUCHER.
           IF WS-VOUCHER-NEXT = ZERO
               PERFORM 2330-FIND-LAST-VOUCHER
           END-IF

           MOVE SPACES TO VOUCHER-MASTER-RECORD
           MOVE 'D'              TO VC-ISSUE-REASON
           MOVE WS-RUN-DATE      TO VC-ISSUE-DATE
           MOVE WS-COMP-AMOUNT   TO VC-ORIGINAL-AMOUNT
           MOVE WS-COMP-AMOUNT   TO VC-BALANCE
           COMPUTE VC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-VOUCHER-VALID-DAYS)
           MOVE PM-FLIGHT-NUMBER TO VC-ISSUE-FLIGHT
           MOVE PM-FLIGHT-DATE   TO VC-ISSUE-FLIGHT-DATE
           MOVE PM-TICKET        TO VC-ISSUE-TICKET
           MOVE PM-TICKET-NUMBER TO VC-ISSUE-TICKET-NUMBER
           MOVE PM-NAME          TO VC-PASSENGER-NAME
           MOVE 'DENYBRD1'       TO VC-ISSUE-OPERATOR
           MOVE ZERO             TO VC-LAST-USE-DATE
           MOVE ZERO             TO VC-USE-COUNT

           MOVE ZERO TO WS-VOUCHER-TRIES
           PERFORM UNTIL B-VOUCHER-ISSUED
               OR WS-VOUCHER-TRIES > 100
               MOVE 'D'             TO VC-NUMBER-REASON
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
               DISPLAY "ERRO A GRAVAR O VOUCHER (" WS-VOUCHER-STATUS
                       ") - BILHETE " PM-TICKET
                       " COMPENSADO EM DINHEIRO"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      *    SERIE MAIS ALTA JA USADA NOS VOUCHERS DE EMBARQUE NEGADO
      ******************************************************************
       2330-FIND-LAST-VOUCHER.
           MOVE ZERO TO WS-VOUCHER-NEXT
           MOVE 'N' TO WS-VOUCHER-SCAN-END
           MOVE 'D'  TO VC-NUMBER-REASON
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
                       IF VC-NUMBER-REASON NOT = 'D'
                           MOVE 'Y' TO WS-VOUCHER-SCAN-END
                       ELSE
                           MOVE VC-NUMBER-SERIAL TO WS-VOUCHER-NEXT
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-VOUCHER-NEXT.

      ******************************************************************
      *    PROXIMO VOO DO MESTRE COM O MESMO DESTINO, DATA IGUAL OU
           MOVE SPACES TO WS-NEXT-FLIGHT
           MOVE HIGH-VALUES TO WS-NEXT-DATE
           MOVE SPACE TO WS-FM-EOF
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
                   AT END
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       IF (FM-FLIGHT-NUMBER NOT = WS-DENY-FLIGHT
                           OR FM-FLIGHT-DATE NOT = WS-DENY-DATE)
                           AND FM-DESTINATION = WS-DENY-DEST
                           AND FM-FLIGHT-DATE >= WS-DENY-DATE
                           AND FM-FLIGHT-DATE < WS-NEXT-DATE
               WRITE DENIED-REPORT-RECORD
           ELSE
               MOVE WS-NEXT-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-NEXT-DATE   TO SI-FLIGHT-DATE
               MOVE PM-SEAT        TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       REWRITE SEAT-INVENTORY-RECORD
               END-READ
               MOVE WS-NEXT-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-NEXT-DATE   TO PM-FLIGHT-DATE
               MOVE SPACES TO PM-SEAT-NUMBER
               SET B-PM-BOOKED TO TRUE
               STRING '  BILHETE ' DELIMITED BY SIZE
                      PM-TICKET DELIMITED BY SIZE
                      ' REACOMODADO NO VOO ' DELIMITED BY SIZE
                      WS-NEXT-FLIGHT DELIMITED BY SIZE
                      ' DE ' DELIMITED BY SIZE
                      WS-NEXT-DATE DELIMITED BY SIZE
                      INTO DENIED-REPORT-RECORD
               WRITE DENIED-REPORT-RECORD
           END-IF.

       2410-CHECK-NEXT-CAPACITY.
           MOVE FM-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE PM-SEAT          TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                 SEAT-INVENTORY-FILE
                 SEAT-ASSIGNMENT-FILE
                 DAILY-SALES-FILE
                 DENIED-REPORT-FILE
                 VOUCHER-MASTER-FILE
                 PAYOUT-REQUEST-FILE.

      ******************************************************************
      *    CARREGAR AS ESCOLHAS DE VOUCHER DO BALCAO DE RECLAMACOES
      *    (VOUCHER, OU A CONTA PARA A TRANSFERENCIA DA COMPENSACAO EM
      *    DINHEIRO - SEM LINHA A TRANSFERENCIA FICA A AGUARDAR CONTA)
      ******************************************************************
       1200-LOAD-COMP-CHOICES.
           MOVE ZERO TO WS-CH-COUNT
           MOVE 'N' TO WS-CHOICE-EOF
           OPEN INPUT COMP-CHOICE-FILE
           PERFORM 1210-STORE-ONE-CHOICE UNTIL B-CHOICE-EOF
           CLOSE COMP-CHOICE-FILE.

       1210-STORE-ONE-CHOICE.
           READ COMP-CHOICE-FILE
               AT END
                   MOVE 'Y' TO WS-CHOICE-EOF
               NOT AT END
                   IF WS-CH-COUNT < 500
                       ADD 1 TO WS-CH-COUNT
                       MOVE CC-FLIGHT-NUMBER TO
                           WS-CH-FLIGHT(WS-CH-COUNT)
                       MOVE CC-FLIGHT-DATE TO
                           WS-CH-DATE(WS-CH-COUNT)
                       MOVE CC-TICKET TO
                           WS-CH-TICKET(WS-CH-COUNT)
                       MOVE CC-CHOICE TO
                           WS-CH-CHOICE(WS-CH-COUNT)
                       MOVE CC-PAYEE-NAME TO
                           WS-CH-PAYEE(WS-CH-COUNT)
                       MOVE CC-IBAN TO
                           WS-CH-IBAN(WS-CH-COUNT)
                   ELSE
                       DISPLAY "TABELA DE ESCOLHAS CHEIA - "
                               "BILHETE " CC-TICKET
                               " SEM ESCOLHA REGISTADA"
                       MOVE 2 TO WS-RETURN-CODE
                   END-IF
           END-READ.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-DENY-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-DENY-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-DENY-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DENY-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE LOW-VALUES TO FM-FLIGHT-DATE
           MOVE 'N' TO WS-RESOLVE-EOF
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RESOLVE-EOF
           END-START
           PERFORM UNTIL WS-RESOLVE-EOF = 'Y'
               READ FLIGHT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RESOLVE-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-DENY-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-DENY-DATE
                       END-IF
               END-READ
           END-PERFORM.
