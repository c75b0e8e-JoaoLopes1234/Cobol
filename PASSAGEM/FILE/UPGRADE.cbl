      *    - REGERA O CARTAO DE EMBARQUE COM A MARCA "UPGRADED"
      *      (upgrade-passes.txt) E GRAVA O UPGRADE NA TRILHA DE
      *      AUDITORIA
      *    PARAMETROS: NUMERO DO VOO E, OPCIONALMENTE, A DATA DE
      *    PARTIDA (AAAAMMDD; SEM DATA, A PROXIMA PARTIDA DO VOO).
      *    UPGRADES PAGOS - OS LUGARES 'P' QUE OS MEMBROS OURO NAO
      *    OCUPAM DEIXAM DE VOAR VAZIOS:
      *    - PARAMETRO 'OFFERS': LE OS PEDIDOS DO BALCAO E DOS
      *      QUIOSQUES (upgrade-requests.txt). ACAO 'U' = COMPRA DO
      *      UPGRADE NO CHECK-IN, AO PRECO DO MOMENTO: DIFERENCA
      *      ENTRE A TARIFA DO LUGAR 'P' NO ESCALAO DE OCUPACAO ATUAL
      *      DA CABINE PREMIUM E A TARIFA BASE DA CLASSE DO
      *      PASSAGEIRO (SUBPROG) - QUANTO MENOS LUGARES 'P' SOBRAM,
      *      MAIS CARO. APLICADO LOGO, COBRADO NO BALCAO OU NO CARTAO
      *      DO BILHETE. ACAO 'B' = LICITACAO DE UM PASSAGEIRO 'E' OU
      *      'J' ATE A PARTIDA (upgrade-bids.dat, VER UPGBID), NUNCA
      *      ABAIXO DO PRECO MINIMO (A MESMA DIFERENCA NO ESCALAO
      *      BASE); ACAO 'X' = RETIRAR A LICITACAO
      *    - NO FECHO DO VOO, DEPOIS DOS MEMBROS OURO, OS LUGARES 'P'
      *      QUE SOBRAM VAO AS LICITACOES MAIS ALTAS ACIMA DO MINIMO
      *      (EMPATE: A MAIS ANTIGA), COBRADAS NO CARTAO DO BILHETE.
      *      QUEM PERDE RECEBE O AVISO DE QUE NADA FOI COBRADO, NA
      *      LINGUA DO PASSAGEIRO (notification-extract.txt)
      *    O VALOR COBRADO SAI NO EXTRATO DIARIO COMO MOVIMENTO UPGPAY
      *    (RECEITA DE LUGAR, SEM IVA) E NO DIARIO DE PAGAMENTOS
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY.

           SELECT OPTIONAL AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE.

           SELECT OPTIONAL UPGRADE-PASS-FILE ASSIGN TO
               "PASSAGEM/FILE/upgrade-passes.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    LICITACOES DE UPGRADE E PEDIDOS DO BALCAO
           SELECT UPGRADE-BID-FILE ASSIGN TO
               "PASSAGEM/FILE/upgrade-bids.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UB-BID-KEY
               FILE STATUS IS WS-BID-STATUS.

           SELECT UPGRADE-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/upgrade-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT OPTIONAL DAILY-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/daily-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL NOTIFICATION-FILE ASSIGN TO
               "PASSAGEM/FILE/notification-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSENT-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD UPGRADE-PASS-FILE.
       01 UPGRADE-PASS-RECORD       PIC X(80).

       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD UPGRADE-BID-FILE.
           COPY UPGBID.

      *    UM PEDIDO POR LINHA: ACAO, BILHETE, VALOR (LICITACAO, OU
      *    PRECO ACEITE AO BALCAO NA COMPRA - ZERO ACEITA O PRECO DO
      *    MOMENTO) E, NA COMPRA, COMO FOI PAGO (C = CARTAO,
      *    N = NUMERARIO; EM BRANCO = CARTAO DO BILHETE) E POR QUEM
       FD UPGRADE-REQUEST-FILE.
       01 UPGRADE-REQUEST-RECORD.
           05 RQ-ACTION             PIC X(1).
               88 B-RQ-BUY          VALUE 'U'.
               88 B-RQ-BID          VALUE 'B'.
               88 B-RQ-WITHDRAW     VALUE 'X'.
           05 RQ-FLIGHT-NUMBER      PIC X(6).
           05 RQ-FLIGHT-DATE        PIC X(8).
           05 RQ-TICKET             PIC 9(4).
           05 RQ-AMOUNT             PIC 9(6)V99.
           05 RQ-PAY-METHOD         PIC X(1).
               88 B-RQ-PAY-VALID    VALUES 'C' 'N'.
           05 RQ-AUTH-REF           PIC X(8).
           05 RQ-AGENT-ID           PIC X(8).

       FD DAILY-SALES-FILE.
           COPY DAILYSAL.

       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD       PIC X(160).

       FD CONSENT-REGISTER-FILE.
           COPY CONSENT.

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-BID-STATUS         PIC X(2).
       01 WS-REQUEST-STATUS     PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-UPGRADE-FLIGHT     PIC X(6).
       01 WS-UPGRADE-DATE       PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).

       01 WS-EOF-FLAGS.
           05 WS-PM-EOF         PIC X(1).
           05 WS-NEW-SEAT       PIC X(4).
           05 WS-SEAT-TAKEN     PIC X(1).
               88 B-SEAT-FREE   VALUE 'N'.
           05 WS-DEST-CITY      PIC X(20).

       01 WS-UPGRADE-TOTALS.
           05 WS-UPGRADED-COUNT PIC 9(3) VALUE ZERO.
           05 WS-DISP-UPGRADED  PIC Z(2)9.

      ******************************************************************
      *    UPGRADES PAGOS: TIPO DO UPGRADE EM CURSO (O CARTAO E A
      *    TRILHA DIZEM SE FOI BENEFICIO OURO, COMPRA OU LICITACAO),
      *    PRECO, MEIO DE PAGAMENTO E TOTAIS DO DIA
      ******************************************************************
       01 WS-PAID-UPGRADE.
           05 WS-PU-KIND            PIC X(1).
               88 B-PU-GOLD         VALUE 'G'.
               88 B-PU-CHECKIN      VALUE 'C'.
               88 B-PU-BID          VALUE 'B'.
           05 WS-PU-APPLIED         PIC X(1).
               88 B-PU-APPLIED      VALUE 'Y'.
           05 WS-PU-LOAD            PIC 9(3).
           05 WS-PU-BAND            PIC 9(1).
           05 WS-PU-P-RATE          PIC 9(7)V99.
           05 WS-PU-P-BASE          PIC 9(7)V99.
           05 WS-PU-FROM-RATE       PIC 9(7)V99.
           05 WS-PU-PRICE           PIC S9(7)V99.
           05 WS-PU-FLOOR           PIC S9(7)V99.
           05 WS-PU-PAY-METHOD      PIC X(1).
           05 WS-PU-AUTH-REF        PIC X(8).
           05 WS-PU-OPERATOR        PIC X(8).
           05 WS-PU-REFUSAL         PIC X(40).
           05 WS-PU-BID-EXISTS      PIC X(1).
               88 B-PU-BID-EXISTS   VALUE 'Y'.
           05 WS-TAX-SEQ            PIC 9(1).
           05 WS-DISP-PRICE         PIC Z(5)9,99.

       01 WS-REQUEST-TOTALS.
           05 WS-RQ-EOF             PIC X(1).
               88 B-RQ-EOF          VALUE 'Y'.
           05 WS-RQ-READ            PIC 9(5) VALUE ZERO.
           05 WS-RQ-BOUGHT          PIC 9(5) VALUE ZERO.
           05 WS-RQ-BIDS            PIC 9(5) VALUE ZERO.
           05 WS-RQ-WITHDRAWN       PIC 9(5) VALUE ZERO.
           05 WS-RQ-REFUSED         PIC 9(5) VALUE ZERO.
           05 WS-RQ-REVENUE         PIC 9(7)V99 VALUE ZERO.
           05 WS-DISP-RQ-READ       PIC Z(4)9.
           05 WS-DISP-RQ-BOUGHT     PIC Z(4)9.
           05 WS-DISP-RQ-BIDS       PIC Z(4)9.
           05 WS-DISP-RQ-WITHDRAWN  PIC Z(4)9.
           05 WS-DISP-RQ-REFUSED    PIC Z(4)9.
           05 WS-DISP-REVENUE       PIC Z(6)9,99.

      *    DECISAO DAS LICITACOES NO FECHO DO VOO
       01 WS-BID-AWARD.
           05 WS-BID-EOF            PIC X(1).
               88 B-BID-EOF         VALUE 'Y'.
           05 WS-BID-FOUND          PIC X(1).
               88 B-BID-FOUND       VALUE 'Y'.
           05 WS-BID-ELIGIBLE       PIC X(1).
               88 B-BID-ELIGIBLE    VALUE 'Y'.
           05 WS-BEST-BID-TICKET    PIC 9(4).
           05 WS-BEST-BID-AMOUNT    PIC 9(6)V99.
           05 WS-BEST-BID-STAMP     PIC 9(14).
           05 WS-BID-STAMP          PIC 9(14).
           05 WS-BIDS-WON           PIC 9(3) VALUE ZERO.
           05 WS-BIDS-LOST          PIC 9(3) VALUE ZERO.
           05 WS-BID-REVENUE        PIC 9(7)V99 VALUE ZERO.
           05 WS-DISP-BIDS-WON      PIC Z(2)9.
           05 WS-DISP-BIDS-LOST     PIC Z(2)9.

      *    SO SAI NO AVISO O CONTACTO QUE NAO RECUSOU AS MENSAGENS
      *    OPERACIONAIS NO REGISTO DE CONSENTIMENTOS (VER CONSENT)
       01 WS-CONSENT.
           05 WS-CONS-TYPE          PIC X(1).
           05 WS-CONS-VALUE         PIC X(40).
           05 WS-CONS-ALLOWED       PIC X(1).
               88 B-CONS-ALLOWED    VALUE 'Y'.
           05 WS-NOTIFY-PHONE       PIC X(15).
           05 WS-NOTIFY-EMAIL       PIC X(40).
           05 WS-CONS-SUPPRESSED    PIC 9(3) VALUE ZERO.
           05 WS-DISP-CONS-SUPPRESSED PIC Z(2)9.

       01 WS-CALC-UTIL.
           05 WS-CALC-TYPE          PIC X(1).
           05 WS-CALC-QTY           PIC 9(5).
           05 WS-CALC-CLASS         PIC X(1).
           05 WS-CALC-WEIGHT        PIC 9(3).
           05 WS-CALC-RESULT        PIC 9(7)V99.
           05 WS-CALC-LOAD          PIC 9(3) VALUE ZERO.
           05 WS-CALC-BAND          PIC 9(1).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-UPGRADE-FLIGHT WS-UPGRADE-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-UPGRADE-FLIGHT WS-UPGRADE-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-UPGRADE-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO RETURN-CODE
                I-O SEAT-ASSIGNMENT-FILE
                INPUT FLIGHT-MASTER-FILE
                INPUT SEAT-MAP-FILE
                INPUT AIRPORT-MASTER-FILE
                EXTEND UPGRADE-PASS-FILE
                EXTEND AUDIT-FILE
                EXTEND DAILY-SALES-FILE
                EXTEND PAYMENT-JOURNAL-FILE
                EXTEND NOTIFICATION-FILE
                EXTEND EXCEPTION-FEED-FILE
                INPUT CONSENT-REGISTER-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               OR WS-FLIGHT-STATUS NOT = '00'
               STOP RUN
           END-IF

           OPEN I-O UPGRADE-BID-FILE
           IF WS-BID-STATUS = '35'
               OPEN OUTPUT UPGRADE-BID-FILE
               CLOSE UPGRADE-BID-FILE
               OPEN I-O UPGRADE-BID-FILE
           END-IF
           IF WS-BID-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR AS LICITACOES DE UPGRADE: "
                       WS-BID-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    MODO DE PEDIDOS: COMPRAS NO CHECK-IN E LICITACOES
           IF WS-UPGRADE-FLIGHT = 'OFFERS'
               PERFORM 6000-APPLY-UPGRADE-REQUESTS
               PERFORM 9000-CLOSE-FILES
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-UPGRADE-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-UPGRADE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-UPGRADE-FLIGHT " NAO EXISTE NO "
                   STOP RUN
           END-READ

           PERFORM 1200-LOAD-DEST-CITY

           PERFORM 1000-UPGRADE-WHILE-FREE

           MOVE WS-UPGRADED-COUNT TO WS-DISP-UPGRADED
           DISPLAY "VOO " WS-UPGRADE-FLIGHT " - " WS-DISP-UPGRADED
                   " UPGRADE(S) PARA PREMIUM"

      *    OS LUGARES 'P' QUE SOBRARAM DOS MEMBROS OURO VAO AS
      *    LICITACOES
           PERFORM 7000-AWARD-BIDS

           MOVE WS-BIDS-WON    TO WS-DISP-BIDS-WON
           MOVE WS-BIDS-LOST   TO WS-DISP-BIDS-LOST
           MOVE WS-BID-REVENUE TO WS-DISP-REVENUE
           DISPLAY "VOO " WS-UPGRADE-FLIGHT " - " WS-DISP-BIDS-WON
                   " LICITACAO(OES) GANHA(S), " WS-DISP-BIDS-LOST
                   " PERDIDA(S), COBRADO " WS-DISP-REVENUE " EUR"
           IF WS-CONS-SUPPRESSED > ZERO
               MOVE WS-CONS-SUPPRESSED TO WS-DISP-CONS-SUPPRESSED
               DISPLAY "VOO " WS-UPGRADE-FLIGHT " - "
                       WS-DISP-CONS-SUPPRESSED
                       " AVISO(S) SUPRIMIDO(S) SEM CONSENTIMENTO"
           END-IF

           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *    CIDADE DO DESTINO PARA O CARTAO (MESTRE DE AEROPORTOS)
       1200-LOAD-DEST-CITY.
           MOVE SPACES TO WS-DEST-CITY
           MOVE FM-DESTINATION TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-DEST-CITY
           END-READ.

      ******************************************************************
      *    ENQUANTO HOUVER LUGAR 'P' FISICO LIVRE E UM MEMBRO OURO
      *    ELEGIVEL (MAIOR GASTO PRIMEIRO), PROMOVER
      ******************************************************************
       1000-UPGRADE-WHILE-FREE.
           MOVE 'G'        TO WS-PU-KIND
           MOVE ZERO       TO WS-PU-PRICE
           MOVE 'UPGRADE1' TO WS-PU-OPERATOR
           PERFORM 1100-COUNT-PREMIUM-FREE
           PERFORM UNTIL WS-SEATS-FREE <= ZERO
               PERFORM 2000-PICK-BEST-GOLD
               END-IF
           END-PERFORM.

      *    LUGARES 'P' LIVRES E OCUPACAO DA CABINE PREMIUM (% VENDIDO),
      *    QUE DA O ESCALAO DO PRECO DO UPGRADE COMPRADO
       1100-COUNT-PREMIUM-FREE.
           MOVE ZERO TO WS-PU-LOAD
           MOVE WS-UPGRADE-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO SI-FLIGHT-DATE
           MOVE 'P'               TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
               NOT INVALID KEY
                   COMPUTE WS-SEATS-FREE =
                       SI-SEATS-CAPACITY - SI-SEATS-SOLD
                   IF SI-SEATS-CAPACITY > ZERO
                       COMPUTE WS-PU-LOAD =
                           SI-SEATS-SOLD * 100 / SI-SEATS-CAPACITY
                   END-IF
           END-READ.

      ******************************************************************

           MOVE SPACE TO WS-PM-EOF
           MOVE WS-UPGRADE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-UPGRADE-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-UPGRADE-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           IF PM-LOYALTY-TIER = 'G'
      *    AVIAO TEM MAPA, REGERAR O CARTAO E AUDITAR
      ******************************************************************
       3000-APPLY-UPGRADE.
           MOVE 'N' TO WS-PU-APPLIED
           MOVE WS-UPGRADE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO PM-FLIGHT-DATE
           MOVE WS-BEST-TICKET    TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY

      *    LIBERTAR O INVENTARIO DA CLASSE ANTIGA
           MOVE WS-UPGRADE-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO SI-FLIGHT-DATE
           MOVE WS-OLD-CLASS      TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY

      *    OCUPAR O INVENTARIO PREMIUM
           MOVE WS-UPGRADE-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO SI-FLIGHT-DATE
           MOVE 'P'               TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
      *    LIBERTAR O LUGAR FISICO ANTIGO
           IF WS-OLD-SEAT NOT = SPACES
               MOVE WS-UPGRADE-FLIGHT TO SA-FLIGHT-NUMBER
               MOVE WS-UPGRADE-DATE   TO SA-FLIGHT-DATE
               MOVE WS-OLD-SEAT       TO SA-SEAT-NUMBER
               DELETE SEAT-ASSIGNMENT-FILE
                   INVALID KEY
           MOVE WS-NEW-SEAT TO PM-SEAT-NUMBER
           IF WS-NEW-SEAT NOT = SPACES
               MOVE WS-UPGRADE-FLIGHT TO SA-FLIGHT-NUMBER
               MOVE WS-UPGRADE-DATE   TO SA-FLIGHT-DATE
               MOVE WS-NEW-SEAT       TO SA-SEAT-NUMBER
               MOVE PM-TICKET         TO SA-TICKET
               WRITE SEAT-ASSIGNMENT-RECORD
               END-WRITE
           END-IF

      *    UPGRADE PAGO: A DIFERENCA PASSA A FAZER PARTE DO TOTAL PAGO
           IF NOT B-PU-GOLD
               ADD WS-PU-PRICE TO PM-TOTAL-PAID
           END-IF

           REWRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O BILHETE " PM-TICKET
           END-REWRITE

           ADD 1 TO WS-UPGRADED-COUNT
           MOVE 'Y' TO WS-PU-APPLIED
           PERFORM 4000-PRINT-UPGRADE-PASS
           PERFORM 5000-WRITE-UPGRADE-AUDIT.

       3200-TRY-PREMIUM-SEAT.
           MOVE 'S' TO WS-SEAT-TAKEN
           MOVE WS-UPGRADE-FLIGHT TO SA-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO SA-FLIGHT-DATE
           MOVE SM-SEAT-NUMBER    TO SA-SEAT-NUMBER
           READ SEAT-ASSIGNMENT-FILE
               INVALID KEY
           END-READ.

       4000-PRINT-UPGRADE-PASS.
           EVALUATE TRUE
               WHEN B-PU-CHECKIN
                   MOVE '********* UPGRADED - COMPRA NO CHECK-IN ***'
                       TO UPGRADE-PASS-RECORD
               WHEN B-PU-BID
                   MOVE '********* UPGRADED - LICITACAO ************'
                       TO UPGRADE-PASS-RECORD
               WHEN OTHER
                   MOVE '********* UPGRADED - MEMBRO OURO *********'
                       TO UPGRADE-PASS-RECORD
           END-EVALUATE
           WRITE UPGRADE-PASS-RECORD

           MOVE SPACES TO UPGRADE-PASS-RECORD
                  FM-FLIGHT-NUMBER DELIMITED BY SIZE
                  '   DESTINO: ' DELIMITED BY SIZE
                  FM-DESTINATION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DEST-CITY DELIMITED BY SIZE
                  '   DATA: ' DELIMITED BY SIZE
                  FM-FLIGHT-DATE DELIMITED BY SIZE
                  INTO UPGRADE-PASS-RECORD
       5000-WRITE-UPGRADE-AUDIT.
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           EVALUATE TRUE
               WHEN B-PU-CHECKIN
                   MOVE 'UPGPAY'     TO AT-TXN-TYPE
               WHEN B-PU-BID
                   MOVE 'UPGBID'     TO AT-TXN-TYPE
               WHEN OTHER
                   MOVE 'UPGRAD'     TO AT-TXN-TYPE
           END-EVALUATE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-PU-OPERATOR   TO AT-OPERATOR-ID
           MOVE WS-PU-PRICE      TO WS-DISP-PRICE
           MOVE SPACES TO AT-DETAIL
           IF B-PU-GOLD
               STRING 'DE ' DELIMITED BY SIZE
                      WS-OLD-CLASS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OLD-SEAT DELIMITED BY SIZE
                      ' PARA P ' DELIMITED BY SIZE
                      PM-SEAT-NUMBER DELIMITED BY SIZE
                      INTO AT-DETAIL
           ELSE
               STRING 'DE ' DELIMITED BY SIZE
                      WS-OLD-CLASS(1:1) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OLD-SEAT DELIMITED BY SIZE
                      ' PARA P ' DELIMITED BY SIZE
                      PM-SEAT-NUMBER DELIMITED BY SIZE
                      ' PAGO ' DELIMITED BY SIZE
                      WS-DISP-PRICE DELIMITED BY SIZE
                      INTO AT-DETAIL
           END-IF
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      *    PEDIDOS DO BALCAO E DOS QUIOSQUES (PARAMETRO OFFERS): CADA
      *    LINHA E UMA COMPRA DE UPGRADE NO CHECK-IN, UMA LICITACAO OU
      *    A RETIRADA DE UMA LICITACAO. OS RECUSADOS SAEM NO ECRA E NO
      *    REGISTO CENTRAL DE EXCECOES, COMO NA PORTA
      ******************************************************************
       6000-APPLY-UPGRADE-REQUESTS.
           OPEN INPUT UPGRADE-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS PEDIDOS DE UPGRADE: "
                       WS-REQUEST-STATUS
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RQ-EOF
           PERFORM 6100-APPLY-ONE-REQUEST UNTIL B-RQ-EOF
           CLOSE UPGRADE-REQUEST-FILE

           MOVE WS-RQ-READ      TO WS-DISP-RQ-READ
           MOVE WS-RQ-BOUGHT    TO WS-DISP-RQ-BOUGHT
           MOVE WS-RQ-BIDS      TO WS-DISP-RQ-BIDS
           MOVE WS-RQ-WITHDRAWN TO WS-DISP-RQ-WITHDRAWN
           MOVE WS-RQ-REFUSED   TO WS-DISP-RQ-REFUSED
           MOVE WS-RQ-REVENUE   TO WS-DISP-REVENUE
           DISPLAY "PEDIDOS DE UPGRADE PROCESSADOS"
           DISPLAY "Pedidos lidos:          " WS-DISP-RQ-READ
           DISPLAY "Upgrades comprados:     " WS-DISP-RQ-BOUGHT
           DISPLAY "Licitacoes registadas:  " WS-DISP-RQ-BIDS
           DISPLAY "Licitacoes retiradas:   " WS-DISP-RQ-WITHDRAWN
           DISPLAY "Pedidos recusados:      " WS-DISP-RQ-REFUSED
           DISPLAY "Cobrado no check-in:    " WS-DISP-REVENUE

           IF WS-RQ-REFUSED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

       6100-APPLY-ONE-REQUEST.
           READ UPGRADE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-RQ-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-RQ-READ
           IF RQ-FLIGHT-DATE = SPACES
               MOVE WS-TODAY TO RQ-FLIGHT-DATE
           END-IF
           MOVE SPACES TO WS-PU-REFUSAL
           MOVE RQ-AGENT-ID TO WS-PU-OPERATOR
           IF WS-PU-OPERATOR = SPACES
               MOVE 'UPGRADE1' TO WS-PU-OPERATOR
           END-IF

           IF RQ-FLIGHT-NUMBER = SPACES
               OR RQ-TICKET IS NOT NUMERIC
               OR (NOT B-RQ-BUY AND NOT B-RQ-BID
                   AND NOT B-RQ-WITHDRAW)
               MOVE 'PEDIDO INVALIDO' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-FLIGHT-NUMBER TO WS-UPGRADE-FLIGHT
           MOVE RQ-FLIGHT-DATE   TO WS-UPGRADE-DATE

           IF B-RQ-WITHDRAW
               PERFORM 6400-WITHDRAW-BID
               EXIT PARAGRAPH
           END-IF

      *    SO ATE A PARTIDA
           MOVE RQ-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE RQ-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE 'VOO INEXISTENTE' TO WS-PU-REFUSAL
                   PERFORM 6900-REFUSE-REQUEST
                   EXIT PARAGRAPH
           END-READ
           IF FM-ACTUAL-DEP-DATE NOT = ZERO
               MOVE 'VOO JA PARTIU' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-DEST-CITY

           MOVE RQ-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE RQ-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE RQ-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   MOVE 'BILHETE INEXISTENTE OU CANCELADO' TO
                       WS-PU-REFUSAL
                   PERFORM 6900-REFUSE-REQUEST
                   EXIT PARAGRAPH
           END-READ
           IF PM-SEAT NOT = 'E' AND PM-SEAT NOT = 'J'
               MOVE 'PASSAGEIRO NAO VIAJA EM E OU J' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF B-PM-DENIED OR B-PM-NO-SHOW OR B-PM-BOARDED
               OR B-PM-HELD-OPT OR B-PM-INFANT
               MOVE 'ESTADO DO BILHETE NAO PERMITE UPGRADE' TO
                   WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF

           PERFORM 1100-COUNT-PREMIUM-FREE
           PERFORM 6500-PRICE-UPGRADE
           IF B-RQ-BUY
               PERFORM 6200-BUY-UPGRADE
           ELSE
               PERFORM 6300-RECORD-BID
           END-IF.

      ******************************************************************
      *    COMPRA NO CHECK-IN: HA LUGAR 'P' LIVRE, O PASSAGEIRO ACEITOU
      *    O PRECO DO MOMENTO (UM PRECO ACEITE MAIS BAIXO QUER DIZER
      *    QUE A CABINE ENCHEU ENTRETANTO - VOLTA AO BALCAO) E PAGOU NO
      *    BALCAO OU NO CARTAO DO BILHETE. O UPGRADE E APLICADO LOGO E
      *    UMA LICITACAO PENDENTE DO PASSAGEIRO DEIXA DE CONTAR
      ******************************************************************
       6200-BUY-UPGRADE.
           IF WS-SEATS-FREE <= ZERO
               MOVE 'SEM LUGARES PREMIUM LIVRES' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-AMOUNT IS NUMERIC
               AND RQ-AMOUNT > ZERO
               AND RQ-AMOUNT < WS-PU-PRICE
               MOVE 'PRECO ATUAL SUPERIOR AO ACEITE' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN B-RQ-PAY-VALID
                   MOVE RQ-PAY-METHOD TO WS-PU-PAY-METHOD
                   MOVE RQ-AUTH-REF   TO WS-PU-AUTH-REF
               WHEN RQ-PAY-METHOD = SPACE AND PM-PAY-METHOD = 'C'
                   MOVE 'C'           TO WS-PU-PAY-METHOD
                   MOVE SPACES        TO WS-PU-AUTH-REF
               WHEN OTHER
                   MOVE 'SEM MEIO DE PAGAMENTO VALIDO' TO
                       WS-PU-REFUSAL
                   PERFORM 6900-REFUSE-REQUEST
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'C'       TO WS-PU-KIND
           MOVE RQ-TICKET TO WS-BEST-TICKET
           PERFORM 3000-APPLY-UPGRADE
           IF NOT B-PU-APPLIED
               MOVE 'ERRO A APLICAR O UPGRADE' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           PERFORM 6600-POST-UPGRADE-CHARGE
           ADD 1 TO WS-RQ-BOUGHT
           ADD WS-PU-PRICE TO WS-RQ-REVENUE

           MOVE WS-PU-PRICE TO WS-DISP-PRICE
           DISPLAY "UPGRADE COMPRADO - VOO " RQ-FLIGHT-NUMBER
                   " BILHETE " RQ-TICKET " LUGAR P " PM-SEAT-NUMBER
                   ": " WS-DISP-PRICE " EUR"

           MOVE RQ-FLIGHT-NUMBER TO UB-FLIGHT-NUMBER
           MOVE RQ-FLIGHT-DATE   TO UB-FLIGHT-DATE
           MOVE RQ-TICKET        TO UB-TICKET
           READ UPGRADE-BID-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF B-UB-PENDING
                       SET B-UB-WITHDRAWN TO TRUE
                       MOVE WS-RUN-DATE TO UB-DECIDED-DATE
                       REWRITE UPGRADE-BID-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      *    LICITACAO: SO COM CARTAO NO BILHETE (E NELE QUE A
      *    LICITACAO GANHA E COBRADA) E NUNCA ABAIXO DO PRECO MINIMO.
      *    UMA NOVA LICITACAO SUBSTITUI A ANTERIOR OU UMA RETIRADA;
      *    DEPOIS DE DECIDIDA NO FECHO JA NAO MEXE
      ******************************************************************
       6300-RECORD-BID.
           IF RQ-AMOUNT IS NOT NUMERIC OR RQ-AMOUNT = ZERO
               MOVE 'LICITACAO SEM VALOR' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF PM-PAY-METHOD NOT = 'C'
               MOVE 'SEM CARTAO NO BILHETE PARA COBRAR' TO
                   WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF RQ-AMOUNT < WS-PU-FLOOR
               MOVE 'LICITACAO ABAIXO DO PRECO MINIMO' TO
                   WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE RQ-FLIGHT-NUMBER TO UB-FLIGHT-NUMBER
           MOVE RQ-FLIGHT-DATE   TO UB-FLIGHT-DATE
           MOVE RQ-TICKET        TO UB-TICKET
           READ UPGRADE-BID-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PU-BID-EXISTS
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PU-BID-EXISTS
           END-READ
           IF B-PU-BID-EXISTS AND (B-UB-WON OR B-UB-LOST)
               MOVE 'LICITACAO JA DECIDIDA' TO WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE PM-SEAT(1:1)   TO UB-FROM-CLASS
           MOVE RQ-AMOUNT      TO UB-AMOUNT
           SET B-UB-PENDING    TO TRUE
           MOVE WS-RUN-DATE    TO UB-BID-DATE
           MOVE WS-RUN-TIME    TO UB-BID-TIME
           MOVE WS-PU-OPERATOR TO UB-AGENT-ID
           MOVE ZERO           TO UB-DECIDED-DATE
           IF B-PU-BID-EXISTS
               REWRITE UPGRADE-BID-RECORD
                   INVALID KEY
                       MOVE 'ERRO A GRAVAR A LICITACAO' TO
                           WS-PU-REFUSAL
               END-REWRITE
           ELSE
               WRITE UPGRADE-BID-RECORD
                   INVALID KEY
                       MOVE 'ERRO A GRAVAR A LICITACAO' TO
                           WS-PU-REFUSAL
               END-WRITE
           END-IF
           IF WS-PU-REFUSAL NOT = SPACES
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RQ-BIDS

           MOVE UB-AMOUNT TO WS-DISP-PRICE
           MOVE 'UPBID' TO AT-TXN-TYPE
           MOVE SPACES TO AT-DETAIL
           STRING 'LICITACAO ' DELIMITED BY SIZE
                  WS-DISP-PRICE DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  UB-FROM-CLASS DELIMITED BY SIZE
                  ' PARA P' DELIMITED BY SIZE
                  INTO AT-DETAIL
           PERFORM 7900-WRITE-BID-AUDIT.

      *    RETIRADA DE UMA LICITACAO AINDA PENDENTE
       6400-WITHDRAW-BID.
           MOVE RQ-FLIGHT-NUMBER TO UB-FLIGHT-NUMBER
           MOVE RQ-FLIGHT-DATE   TO UB-FLIGHT-DATE
           MOVE RQ-TICKET        TO UB-TICKET
           READ UPGRADE-BID-FILE
               INVALID KEY
                   MOVE 'LICITACAO INEXISTENTE' TO WS-PU-REFUSAL
                   PERFORM 6900-REFUSE-REQUEST
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-UB-PENDING
               MOVE 'LICITACAO JA DECIDIDA OU RETIRADA' TO
                   WS-PU-REFUSAL
               PERFORM 6900-REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           SET B-UB-WITHDRAWN TO TRUE
           MOVE WS-RUN-DATE TO UB-DECIDED-DATE
           REWRITE UPGRADE-BID-RECORD
           ADD 1 TO WS-RQ-WITHDRAWN

           MOVE 'UPBIDX' TO AT-TXN-TYPE
           MOVE 'LICITACAO DE UPGRADE RETIRADA' TO AT-DETAIL
           PERFORM 7900-WRITE-BID-AUDIT.

      ******************************************************************
      *    PRECO DO UPGRADE PELO SUBPROG (A TABELA DE TARIFAS DA
      *    VENDA): TARIFA DO LUGAR 'P' NO ESCALAO DE OCUPACAO ATUAL DA
      *    CABINE PREMIUM MENOS A TARIFA BASE DA CLASSE DO PASSAGEIRO.
      *    O PRECO MINIMO DAS LICITACOES E A MESMA DIFERENCA COM O
      *    LUGAR 'P' NO ESCALAO BASE
      ******************************************************************
       6500-PRICE-UPGRADE.
           MOVE 'S'        TO WS-CALC-TYPE
           MOVE ZERO       TO WS-CALC-QTY
           MOVE ZERO       TO WS-CALC-WEIGHT
           MOVE 'P'        TO WS-CALC-CLASS
           MOVE WS-PU-LOAD TO WS-CALC-LOAD
           CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                   WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                   WS-CALC-RESULT WS-CALC-BAND
           MOVE WS-CALC-RESULT TO WS-PU-P-RATE
           MOVE WS-CALC-BAND   TO WS-PU-BAND

           MOVE ZERO TO WS-CALC-LOAD
           CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                   WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                   WS-CALC-RESULT WS-CALC-BAND
           MOVE WS-CALC-RESULT TO WS-PU-P-BASE

           MOVE PM-SEAT(1:1) TO WS-CALC-CLASS
           CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                   WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                   WS-CALC-RESULT WS-CALC-BAND
           MOVE WS-CALC-RESULT TO WS-PU-FROM-RATE

           COMPUTE WS-PU-PRICE = WS-PU-P-RATE - WS-PU-FROM-RATE
           COMPUTE WS-PU-FLOOR = WS-PU-P-BASE - WS-PU-FROM-RATE
           IF WS-PU-PRICE < ZERO
               MOVE ZERO TO WS-PU-PRICE
           END-IF
           IF WS-PU-FLOOR < ZERO
               MOVE ZERO TO WS-PU-FLOOR
           END-IF.

      ******************************************************************
      *    COBRANCA DO UPGRADE (UPGPAY): RECEITA DE LUGAR NO EXTRATO
      *    DIARIO, SEM IVA, COM O ESCALAO DE OCUPACAO DA COMPRA (ZERO
      *    NAS LICITACOES, QUE TEM PRECO PROPRIO), E O PAGAMENTO NO
      *    DIARIO. NO CARTAO DO BILHETE O AUTH-REF FICA EM BRANCO,
      *    COMO NAS TAXAS DE LUGAR DA VENDA
      ******************************************************************
       6600-POST-UPGRADE-CHARGE.
           MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'UPGPAY'         TO DS-TXN-CODE
           MOVE WS-PU-PRICE      TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
           PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
               UNTIL WS-TAX-SEQ > 4
               MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
               MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
           END-PERFORM
           MOVE ZERO             TO DS-BAG-REVENUE
           MOVE WS-PU-PRICE      TO DS-SEAT-REVENUE
           MOVE PM-CHANNEL-CODE  TO DS-CHANNEL-CODE
           MOVE ZERO             TO DS-COMMISSION
           IF B-PU-CHECKIN
               MOVE WS-PU-BAND   TO DS-PRICE-BAND
           ELSE
               MOVE ZERO         TO DS-PRICE-BAND
           END-IF
           WRITE DAILY-SALES-RECORD

           MOVE PM-TICKET        TO PJ-TICKET
           MOVE PM-TICKET-NUMBER TO PJ-TICKET-NUMBER
           MOVE PM-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO PJ-FLIGHT-DATE
           MOVE WS-PU-PAY-METHOD TO PJ-PAY-METHOD
           MOVE WS-PU-AUTH-REF   TO PJ-AUTH-REF
           MOVE WS-PU-PRICE      TO PJ-AMOUNT
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE
           MOVE WS-PU-OPERATOR   TO PJ-OPERATOR-ID
           MOVE SPACE            TO PJ-DISPUTE-FLAG
           WRITE PAYMENT-JOURNAL-RECORD.

      ******************************************************************
      *    PEDIDO RECUSADO: ECRA PARA O AGENTE E LINHA NO REGISTO
      *    CENTRAL DE EXCECOES (EXCFEED)
      ******************************************************************
       6900-REFUSE-REQUEST.
           ADD 1 TO WS-RQ-REFUSED
           DISPLAY "PEDIDO DE UPGRADE RECUSADO - VOO " RQ-FLIGHT-NUMBER
                   " BILHETE " RQ-TICKET " ACAO " RQ-ACTION
                   " - " WS-PU-REFUSAL
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE 'UPGRADE'        TO XF-SOURCE-JOB
           MOVE RQ-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE RQ-FLIGHT-DATE   TO XF-FLIGHT-DATE
           IF RQ-TICKET IS NUMERIC
               MOVE RQ-TICKET TO XF-TICKET
           ELSE
               MOVE ZERO TO XF-TICKET
           END-IF
           STRING 'PEDIDO DE UPGRADE ' DELIMITED BY SIZE
                  RQ-ACTION DELIMITED BY SIZE
                  ' RECUSADO - ' DELIMITED BY SIZE
                  WS-PU-REFUSAL DELIMITED BY SIZE
                  INTO XF-DESCRIPTION
           MOVE 'AEROPORTO'      TO XF-OWNER-TEAM
           MOVE WS-RUN-DATE      TO XF-RAISED-DATE
           MOVE WS-RUN-TIME      TO XF-RAISED-TIME
           WRITE EXCEPTION-FEED-RECORD.

      ******************************************************************
      *    FECHO DO VOO: ENQUANTO HOUVER LUGAR 'P' LIVRE, GANHA A
      *    LICITACAO PENDENTE MAIS ALTA DE UM PASSAGEIRO AINDA
      *    ELEGIVEL; NO FIM, AS QUE FICARAM PENDENTES PERDEM
      ******************************************************************
       7000-AWARD-BIDS.
           MOVE 'B'        TO WS-PU-KIND
           MOVE 'UPGRADE1' TO WS-PU-OPERATOR
           PERFORM 1100-COUNT-PREMIUM-FREE
           PERFORM UNTIL WS-SEATS-FREE <= ZERO
               PERFORM 7100-PICK-BEST-BID
               IF NOT B-BID-FOUND
                   MOVE ZERO TO WS-SEATS-FREE
               ELSE
                   PERFORM 7200-AWARD-ONE-BID
                   PERFORM 1100-COUNT-PREMIUM-FREE
               END-IF
           END-PERFORM
           PERFORM 7500-CLOSE-LOSING-BIDS.

      *    MAIOR VALOR PRIMEIRO; EM EMPATE, A LICITACAO MAIS ANTIGA
       7100-PICK-BEST-BID.
           MOVE SPACE TO WS-BID-FOUND
           MOVE ZERO  TO WS-BEST-BID-AMOUNT
           MOVE ZERO  TO WS-BEST-BID-TICKET
           MOVE ZERO  TO WS-BEST-BID-STAMP

           MOVE SPACE TO WS-BID-EOF
           MOVE WS-UPGRADE-FLIGHT TO UB-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO UB-FLIGHT-DATE
           MOVE ZERO              TO UB-TICKET
           START UPGRADE-BID-FILE KEY >= UB-BID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BID-EOF
           END-START
           PERFORM UNTIL B-BID-EOF
               READ UPGRADE-BID-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BID-EOF
                   NOT AT END
                       IF UB-FLIGHT-NUMBER NOT = WS-UPGRADE-FLIGHT
                           OR UB-FLIGHT-DATE NOT = WS-UPGRADE-DATE
                           MOVE 'Y' TO WS-BID-EOF
                       ELSE
                           IF B-UB-PENDING
                               PERFORM 7150-CONSIDER-BID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7150-CONSIDER-BID.
           COMPUTE WS-BID-STAMP = UB-BID-DATE * 1000000 + UB-BID-TIME
           IF UB-AMOUNT < WS-BEST-BID-AMOUNT
               EXIT PARAGRAPH
           END-IF
           IF UB-AMOUNT = WS-BEST-BID-AMOUNT AND B-BID-FOUND
               AND WS-BID-STAMP >= WS-BEST-BID-STAMP
               EXIT PARAGRAPH
           END-IF
           PERFORM 7300-CHECK-BID-ELIGIBLE
           IF B-BID-ELIGIBLE
               MOVE UB-AMOUNT    TO WS-BEST-BID-AMOUNT
               MOVE UB-TICKET    TO WS-BEST-BID-TICKET
               MOVE WS-BID-STAMP TO WS-BEST-BID-STAMP
               MOVE 'Y' TO WS-BID-FOUND
           END-IF.

      ******************************************************************
      *    A LICITACAO SO CONTA SE O PASSAGEIRO AINDA ESTA NO VOO, EM
      *    'E' OU 'J', NAO FOI NEGADO NEM FICOU EM NO-SHOW, TEM O
      *    CARTAO NO BILHETE E O VALOR CHEGA AO PRECO MINIMO DE HOJE
      ******************************************************************
       7300-CHECK-BID-ELIGIBLE.
           MOVE 'N' TO WS-BID-ELIGIBLE
           MOVE UB-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE UB-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE UB-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF (PM-SEAT NOT = 'E' AND PM-SEAT NOT = 'J')
               OR B-PM-DENIED OR B-PM-NO-SHOW OR B-PM-HELD-OPT
               OR PM-PAY-METHOD NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6500-PRICE-UPGRADE
           IF UB-AMOUNT >= WS-PU-FLOOR
               MOVE 'Y' TO WS-BID-ELIGIBLE
           END-IF.

      *    A LICITACAO GANHA: UPGRADE, COBRANCA NO CARTAO DO BILHETE
       7200-AWARD-ONE-BID.
           MOVE WS-UPGRADE-FLIGHT  TO UB-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE    TO UB-FLIGHT-DATE
           MOVE WS-BEST-BID-TICKET TO UB-TICKET
           READ UPGRADE-BID-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SEATS-FREE
                   EXIT PARAGRAPH
           END-READ

           MOVE UB-AMOUNT          TO WS-PU-PRICE
           MOVE ZERO               TO WS-PU-BAND
           MOVE 'C'                TO WS-PU-PAY-METHOD
           MOVE SPACES             TO WS-PU-AUTH-REF
           MOVE WS-BEST-BID-TICKET TO WS-BEST-TICKET
           PERFORM 3000-APPLY-UPGRADE
           IF NOT B-PU-APPLIED
               EXIT PARAGRAPH
           END-IF
           PERFORM 6600-POST-UPGRADE-CHARGE

           SET B-UB-WON TO TRUE
           MOVE WS-RUN-DATE TO UB-DECIDED-DATE
           REWRITE UPGRADE-BID-RECORD
           ADD 1 TO WS-BIDS-WON
           ADD WS-PU-PRICE TO WS-BID-REVENUE.

      ******************************************************************
      *    LICITACOES QUE FICARAM PENDENTES: PERDIDAS, COM O AVISO AO
      *    PASSAGEIRO DE QUE NADA FOI COBRADO. QUEM ENTRETANTO JA
      *    VIAJA EM 'P' (BENEFICIO OURO) FICA COM A LICITACAO
      *    RETIRADA, SEM AVISO
      ******************************************************************
       7500-CLOSE-LOSING-BIDS.
           MOVE SPACE TO WS-BID-EOF
           MOVE WS-UPGRADE-FLIGHT TO UB-FLIGHT-NUMBER
           MOVE WS-UPGRADE-DATE   TO UB-FLIGHT-DATE
           MOVE ZERO              TO UB-TICKET
           START UPGRADE-BID-FILE KEY >= UB-BID-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BID-EOF
           END-START
           PERFORM UNTIL B-BID-EOF
               READ UPGRADE-BID-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BID-EOF
                   NOT AT END
                       IF UB-FLIGHT-NUMBER NOT = WS-UPGRADE-FLIGHT
                           OR UB-FLIGHT-DATE NOT = WS-UPGRADE-DATE
                           MOVE 'Y' TO WS-BID-EOF
                       ELSE
                           IF B-UB-PENDING
                               PERFORM 7550-CLOSE-ONE-LOSING-BID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       7550-CLOSE-ONE-LOSING-BID.
           MOVE UB-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE UB-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE UB-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-SEAT
                   MOVE SPACES TO PM-NAME
           END-READ
           MOVE WS-RUN-DATE TO UB-DECIDED-DATE
           IF PM-SEAT = 'P'
               SET B-UB-WITHDRAWN TO TRUE
               REWRITE UPGRADE-BID-RECORD
               EXIT PARAGRAPH
           END-IF

           SET B-UB-LOST TO TRUE
           REWRITE UPGRADE-BID-RECORD
           ADD 1 TO WS-BIDS-LOST
           IF PM-NAME NOT = SPACES
               PERFORM 7600-WRITE-LOSER-NOTICE
           END-IF

           MOVE UB-AMOUNT TO WS-DISP-PRICE
           MOVE 'UPBLST' TO AT-TXN-TYPE
           MOVE SPACES TO AT-DETAIL
           STRING 'LICITACAO ' DELIMITED BY SIZE
                  WS-DISP-PRICE DELIMITED BY SIZE
                  ' PERDIDA, SEM COBRANCA' DELIMITED BY SIZE
                  INTO AT-DETAIL
           PERFORM 7900-WRITE-BID-AUDIT.

      ******************************************************************
      *    AVISO AO LICITANTE QUE PERDEU, NA LINGUA DO PASSAGEIRO
      *    (PM-LANGUAGE-CODE: 'PT' EM PORTUGUES, AS RESTANTES EM
      *    INGLES), PARA O JOB DE NOTIFICACOES
      ******************************************************************
       7600-WRITE-LOSER-NOTICE.
           MOVE PM-PHONE TO WS-NOTIFY-PHONE
           MOVE PM-EMAIL TO WS-NOTIFY-EMAIL
           IF PM-EMAIL NOT = SPACES
               MOVE 'E'      TO WS-CONS-TYPE
               MOVE PM-EMAIL TO WS-CONS-VALUE
               PERFORM 7650-CHECK-CONSENT
               IF NOT B-CONS-ALLOWED
                   MOVE SPACES TO WS-NOTIFY-EMAIL
               END-IF
           END-IF
           IF PM-PHONE NOT = SPACES
               MOVE 'T'      TO WS-CONS-TYPE
               MOVE PM-PHONE TO WS-CONS-VALUE
               PERFORM 7650-CHECK-CONSENT
               IF NOT B-CONS-ALLOWED
                   MOVE SPACES TO WS-NOTIFY-PHONE
               END-IF
           END-IF
      *    SEM NENHUM CONTACTO AUTORIZADO O AVISO NAO E EXTRAIDO
           IF (PM-PHONE NOT = SPACES OR PM-EMAIL NOT = SPACES)
               AND WS-NOTIFY-PHONE = SPACES
               AND WS-NOTIFY-EMAIL = SPACES
               ADD 1 TO WS-CONS-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO NOTIFICATION-RECORD
           IF PM-LANGUAGE-CODE = 'PT'
               STRING 'BILHETE ' DELIMITED BY SIZE
                      PM-TICKET DELIMITED BY SIZE
                      ' VOO ' DELIMITED BY SIZE
                      PM-FLIGHT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PM-FLIGHT-DATE DELIMITED BY SIZE
                      ' PASSAGEIRO ' DELIMITED BY SIZE
                      PM-NAME DELIMITED BY '  '
                      ' - A SUA LICITACAO DE UPGRADE NAO FOI ACEITE,'
                      DELIMITED BY SIZE
                      ' NADA FOI COBRADO' DELIMITED BY SIZE
                      ' TEL ' DELIMITED BY SIZE
                      WS-NOTIFY-PHONE DELIMITED BY SPACE
                      ' EMAIL ' DELIMITED BY SIZE
                      WS-NOTIFY-EMAIL DELIMITED BY SPACE
                      INTO NOTIFICATION-RECORD
           ELSE
               STRING 'TICKET ' DELIMITED BY SIZE
                      PM-TICKET DELIMITED BY SIZE
                      ' FLIGHT ' DELIMITED BY SIZE
                      PM-FLIGHT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PM-FLIGHT-DATE DELIMITED BY SIZE
                      ' PASSENGER ' DELIMITED BY SIZE
                      PM-NAME DELIMITED BY '  '
                      ' - YOUR UPGRADE BID WAS NOT ACCEPTED,'
                      DELIMITED BY SIZE
                      ' YOU HAVE NOT BEEN CHARGED' DELIMITED BY SIZE
                      ' TEL ' DELIMITED BY SIZE
                      WS-NOTIFY-PHONE DELIMITED BY SPACE
                      ' EMAIL ' DELIMITED BY SIZE
                      WS-NOTIFY-EMAIL DELIMITED BY SPACE
                      INTO NOTIFICATION-RECORD
           END-IF
           WRITE NOTIFICATION-RECORD.

      *    AS MENSAGENS OPERACIONAIS SO NAO SAEM COM UMA RECUSA
      *    EXPRESSA; UM CONTACTO FORA DO REGISTO PODE RECEBE-LAS
       7650-CHECK-CONSENT.
           MOVE 'Y' TO WS-CONS-ALLOWED
           MOVE WS-CONS-TYPE  TO CN-CONTACT-TYPE
           MOVE WS-CONS-VALUE TO CN-CONTACT-VALUE
           READ CONSENT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF B-CN-REFUSED(1)
                       MOVE 'N' TO WS-CONS-ALLOWED
                   END-IF
           END-READ.

      *    TRILHA DAS LICITACOES (UPBID, UPBIDX, UPBLST); O CHAMADOR
      *    PREENCHE O TIPO E O DETALHE
       7900-WRITE-BID-AUDIT.
           MOVE UB-TICKET        TO AT-TICKET
           MOVE UB-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE UB-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-PU-OPERATOR   TO AT-OPERATOR-ID
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
                 SEAT-INVENTORY-FILE
                 SEAT-ASSIGNMENT-FILE
                 SEAT-MAP-FILE
                 AIRPORT-MASTER-FILE
                 UPGRADE-PASS-FILE
                 AUDIT-FILE
                 UPGRADE-BID-FILE
                 DAILY-SALES-FILE
                 PAYMENT-JOURNAL-FILE
                 NOTIFICATION-FILE
                 EXCEPTION-FEED-FILE
                 CONSENT-REGISTER-FILE.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-UPGRADE-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-UPGRADE-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-UPGRADE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-UPGRADE-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-UPGRADE-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-UPGRADE-DATE
                       END-IF
               END-READ
           END-PERFORM.
