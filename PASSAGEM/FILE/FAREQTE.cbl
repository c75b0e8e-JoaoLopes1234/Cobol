       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAREQTE.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    FAREQTE - COTACAO DE TARIFA PARA OS AGENTES, SEM RESERVA.
      *    QUANDO UM CLIENTE TELEFONA A PERGUNTAR QUANTO CUSTA, O
      *    AGENTE JA NAO PRECISA DE COMECAR UMA VENDA NO PASSAGEM E
      *    ABANDONA-LA (O QUE DEIXAVA O TESTEMUNHO DO LOTE PRESO E UMA
      *    LINHA DE AUDITORIA SEM VENDA). PEDE VOO, DATA, CLASSE,
      *    IDADE, MALAS/PESO, IDA OU IDA E VOLTA, MARCA TARIFARIA,
      *    CARTAO DE FIDELIZACAO, CODIGO PROMOCIONAL E MOEDA, E MOSTRA
      *    A DECOMPOSICAO DO PRECO PELA MESMA CADEIA DO LOTE
      *    (2005/2006/2007/2012 DO FILE-FLY.cbl):
      *      TARIFA BASE X EPOCA X IDA/VOLTA, MALAS ALEM DA FRANQUIA
      *      DA MARCA PELO SUBPROG (MALA A MALA), LUGAR PELO SUBPROG
      *      NO ESCALAO DE OCUPACAO ATUAL DO VOO+CLASSE, ESCALAO
      *      ETARIO, NIVEL DE FIDELIZACAO DO MESTRE, PROMOCAO, IVA E
      *      TAXAS DOS AEROPORTOS DE ORIGEM E DESTINO, E CONVERSAO
      *      PARA A MOEDA PEDIDA.
      *    APENAS LEITURA - TODOS OS FICHEIROS SAO ABERTOS EM INPUT E
      *    NADA E GRAVADO EM MESTRES, DIARIOS OU TRILHA DE AUDITORIA;
      *    SEGURO DE CORRER COM O LOTE A DECORRER.
      *    A COTACAO NAO RESERVA LUGAR NEM PRECO: O PRECO DO LUGAR
      *    DEPENDE DA OCUPACAO NO MOMENTO DA VENDA, E A FRANQUIA
      *    PARTILHADA DE UM GRUPO/PNR E A TAXA DO ATRIBUTO DE UM
      *    LUGAR CONCRETO DO MAPA SO SE APURAM NA VENDA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SEATINV-STATUS.

           SELECT OPTIONAL LOYALTY-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MEMBER-ID
               FILE STATUS IS WS-LOYALTY-STATUS.

           SELECT OPTIONAL PROMO-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/promo-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT OPTIONAL AIRPORT-TAX-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-taxes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-AIRPORT-SEQ-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT OPTIONAL CURRENCY-RATE-FILE ASSIGN TO
               "PASSAGEM/FILE/currency-rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SO A TAXA DE IVA E A IDADE MAXIMA DA TAXA DE CAMBIO SAO
      *    LIDAS DOS PARAMETROS DE INSTALACAO; AS RESTANTES CHAVES SAO
      *    DO LOTE E SAO IGNORADAS AQUI
           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD LOYALTY-MASTER-FILE.
           COPY LOYMAST.

       FD PROMO-MASTER-FILE.
           COPY PROMO.

       FD AIRPORT-TAX-FILE.
           COPY TAXTBL.

       FD CURRENCY-RATE-FILE.
           COPY CURRRATE.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS.
           05 WS-FLIGHT-STATUS      PIC X(2).
           05 WS-SEATINV-STATUS     PIC X(2).
           05 WS-LOYALTY-STATUS     PIC X(2).
           05 WS-PROMO-STATUS       PIC X(2).
           05 WS-TAX-STATUS         PIC X(2).

       COPY SITEPARM.
       COPY SEASON.
       COPY FAREBRND.

       01 WS-TODAY              PIC 9(8).
       01 WS-RESOLVE-EOF        PIC X(1).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

      ******************************************************************
      *    DADOS DA COTACAO PEDIDOS AO AGENTE
      ******************************************************************
       01 WS-QUOTE-INPUT.
           05 WS-QT-FLIGHT          PIC X(6).
           05 WS-QT-DATE            PIC X(8).
           05 WS-QT-CLASS           PIC X(1).
           05 WS-QT-AGE-IN          PIC X(3).
           05 WS-QT-AGE             PIC 9(3).
           05 WS-QT-BAGS-IN         PIC X(2).
           05 WS-QT-BAGS            PIC 9(2).
           05 WS-QT-WEIGHT-IN       PIC X(3).
           05 WS-QT-WEIGHT          PIC 9(3).
           05 WS-QT-TRIP-TYPE       PIC X(1).
               88 B-QT-ROUND-TRIP   VALUES 'I', 'i'.
           05 WS-QT-BRAND           PIC X(1).
           05 WS-QT-LOYALTY-ID      PIC X(6).
           05 WS-QT-PROMO-CODE      PIC X(6).
           05 WS-QT-CURRENCY        PIC X(3).
           05 WS-QT-FARE-IN         PIC X(10).

      ******************************************************************
      *    TARIFA BASE: A PUBLICADA DO BALCAO (A MESMA DO PASSAGEM),
      *    OU A TARIFA DO PARCEIRO QUANDO O AGENTE A INDICA
      ******************************************************************
       01 WS-PUBLISHED-FARE     PIC 9(5)V99 VALUE 1000,00.
       01 WS-ROUND-TRIP-RATE    PIC 9V99 VALUE 1,80.
       01 WS-SALES-TAX-RATE     PIC 9V9(4) VALUE 0,0600.

       01 WS-SEASON-WORK.
           05 WS-SEASON-MONTH       PIC X(2).
           05 WS-SEASON-RATE        PIC 9V99.
           05 WS-SEASON-IDX         PIC 9(2).

       01 WS-BRAND.
           05 WS-BRAND-CODE         PIC X(1).
           05 WS-BRAND-IDX          PIC 9(1).
           05 WS-BRAND-FREE-BAGS    PIC 9(1).
           05 WS-BRAND-CHANGE-FEE   PIC 9(3)V99.
           05 WS-BRAND-CANCEL-PCT   PIC 9(3).
           05 WS-BRAND-REFUNDABLE   PIC X(1).
               88 B-BRAND-REFUNDABLE VALUE 'Y'.

       01 WS-CALC-UTIL.
           05 WS-CALC-TYPE          PIC X(1).
           05 WS-CALC-QTY           PIC 9(5).
           05 WS-CALC-CLASS         PIC X(1).
           05 WS-CALC-WEIGHT        PIC 9(3).
           05 WS-CALC-RESULT        PIC 9(7)V99.
           05 WS-CALC-LOAD          PIC 9(3) VALUE ZERO.
           05 WS-CALC-BAND          PIC 9(1).

       01 WS-SEAT-WORK.
           05 WS-SEAT-ALLOWANCE     PIC 9(5).
           05 WS-SEAT-SOLD-OUT      PIC X(1).
               88 B-SEAT-SOLD-OUT   VALUE 'Y'.
           05 WS-SEAT-NO-INVENTORY  PIC X(1).
               88 B-SEAT-NO-INVENTORY VALUE 'Y'.

       01 WS-LOYALTY-TIER       PIC X(1).
           88 B-LOYALTY-GOLD    VALUE 'G'.
           88 B-LOYALTY-SILVER  VALUE 'S'.
           88 B-LOYALTY-BRONZE  VALUE 'B'.

       01 WS-PROMO.
           05 WS-PROMO-APPLY        PIC X(1).
               88 B-PROMO-APPLY     VALUE 'Y'.
           05 WS-PROMO-TYPE         PIC X(1).
           05 WS-PROMO-AMOUNT       PIC 9(4)V99.
           05 WS-PROMO-REFUSAL      PIC X(40).

      ******************************************************************
      *    TABELA DE TAXAS DE CAMBIO, COMO NO PASSAGEM: PARA CADA MOEDA
      *    A TAXA MAIS RECENTE QUE NAO SEJA FUTURA
      ******************************************************************
       01 WS-CURRENCY-TABLE.
           05 WS-CUR-COUNT          PIC 9(2) VALUE ZERO.
           05 WS-CUR-ENTRY OCCURS 10 TIMES.
               10 CUR-CODE          PIC X(3).
               10 CUR-RATE          PIC 9(3)V9999.
               10 CUR-EFF-DATE      PIC 9(8).
       01 WS-CURRENCY-WORK.
           05 WS-RATE-EOF           PIC X(1) VALUE 'N'.
               88 B-RATE-EOF        VALUE 'Y'.
           05 WS-CUR-IDX            PIC 9(2).
           05 WS-CUR-RATE           PIC 9(3)V9999 VALUE 1,0000.
           05 WS-CUR-FOUND          PIC X(1) VALUE 'N'.
               88 B-CUR-FOUND       VALUE 'Y'.
           05 WS-CUR-USED-DATE      PIC 9(8).
           05 WS-RATE-MAX-AGE-DAYS  PIC 9(3) VALUE 5.
           05 WS-RATE-AGE-DAYS      PIC S9(5).
           05 WS-CONVERTED-TOTAL    PIC 9(9)V99.

      ******************************************************************
      *    DECOMPOSICAO DO PRECO
      ******************************************************************
       01 WS-QUOTE-AMOUNTS.
           05 WS-BASE-FARE          PIC 9(5)V99.
           05 WS-SEASON-FARE        PIC 9(7)V99.
           05 WS-FARE-AMOUNT        PIC 9(7)V99.
           05 WS-CHARGEABLE-BAGS    PIC 9(2).
           05 WS-BAG-IDX            PIC 9(2).
           05 WS-BAG-AMOUNT         PIC 9(7)V99.
           05 WS-SEAT-AMOUNT        PIC 9(7)V99.
           05 WS-GROSS-AMOUNT       PIC 9(7)V99.
           05 WS-FARE-BAND-RATE     PIC 9V99.
           05 WS-AGE-AMOUNT         PIC 9(7)V99.
           05 WS-LOYALTY-AMOUNT     PIC 9(7)V99.
           05 WS-TICKET-NET         PIC 9(7)V99.
           05 WS-PROMO-DISCOUNT     PIC 9(7)V99.
           05 WS-VAT-AMOUNT         PIC 9(7)V99.
           05 WS-AIRPORT-TAX        PIC 9(7)V99.
           05 WS-TOTAL-WITH-TAX     PIC 9(7)V99.

       01 WS-TAX-WORK.
           05 WS-TAX-AIRPORT        PIC X(3).
           05 WS-TAX-EOF            PIC X(1).
               88 B-TAX-EOF         VALUE 'Y'.

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-AMOUNT        PIC Z(6)9,99.
           05 WS-DISP-RATE          PIC 9,99.
           05 WS-DISP-LOAD          PIC ZZ9.
           05 WS-DISP-BAGS          PIC Z9.
           05 WS-DISP-CONVERTED     PIC Z(8)9,99.
           05 WS-DISP-TAX-ITEM      PIC Z(3)9,99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-SITE-PARAMS
           PERFORM 0100-LOAD-CURRENCY-RATES

           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT SEAT-INVENTORY-FILE
                INPUT LOYALTY-MASTER-FILE
                INPUT PROMO-MASTER-FILE
                INPUT AIRPORT-TAX-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - FM "
                       WS-FLIGHT-STATUS " SI " WS-SEATINV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-ACCEPT-QUOTE
           IF WS-RETURN-CODE = ZERO
               PERFORM 2000-PRICE-FARE
               PERFORM 2100-PRICE-BAGGAGE
               PERFORM 2200-PRICE-SEAT
               PERFORM 2300-APPLY-DISCOUNTS
               PERFORM 2400-ADD-TAXES
               PERFORM 2500-CONVERT-CURRENCY
               PERFORM 3000-SHOW-QUOTE
           END-IF

           CLOSE FLIGHT-MASTER-FILE
                 SEAT-INVENTORY-FILE
                 LOYALTY-MASTER-FILE
                 PROMO-MASTER-FILE
                 AIRPORT-TAX-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0050-LOAD-SITE-PARAMS.
           OPEN INPUT SITE-PARAM-FILE
           MOVE SPACE TO SP-PARAM-EOF
           PERFORM UNTIL B-SP-PARAM-EOF
               READ SITE-PARAM-FILE
                   AT END
                       MOVE 'Y' TO SP-PARAM-EOF
                   NOT AT END
                       IF SITE-PARAM-RECORD(1:1) NOT = '*'
                           AND SITE-PARAM-RECORD NOT = SPACES
                           MOVE SPACES TO SP-LINE-KEY
                           MOVE SPACES TO SP-LINE-VALUE
                           UNSTRING SITE-PARAM-RECORD
                               DELIMITED BY '='
                               INTO SP-LINE-KEY SP-LINE-VALUE
                           EVALUATE SP-LINE-KEY
                               WHEN 'SALES-TAX-RATE'
                                   COMPUTE SP-SALES-TAX-RATE =
                                       FUNCTION NUMVAL(SP-LINE-VALUE)
                               WHEN 'RATE-MAX-AGE-DAYS'
                                   COMPUTE SP-RATE-MAX-AGE-DAYS =
                                       FUNCTION NUMVAL(SP-LINE-VALUE)
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE

           MOVE SP-SALES-TAX-RATE    TO WS-SALES-TAX-RATE
           MOVE SP-RATE-MAX-AGE-DAYS TO WS-RATE-MAX-AGE-DAYS.

       0100-LOAD-CURRENCY-RATES.
           OPEN INPUT CURRENCY-RATE-FILE
           PERFORM UNTIL B-RATE-EOF
               READ CURRENCY-RATE-FILE
                   AT END
                       MOVE 'Y' TO WS-RATE-EOF
                   NOT AT END
                       IF CR-RATE IS NUMERIC
                           AND CR-EFFECTIVE-DATE IS NUMERIC
                           AND CR-EFFECTIVE-DATE <= WS-TODAY
                           PERFORM 0110-STORE-CURRENCY-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURRENCY-RATE-FILE.

       0110-STORE-CURRENCY-RATE.
           MOVE 'N' TO WS-CUR-FOUND
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF CR-CURRENCY-CODE = CUR-CODE(WS-CUR-IDX)
                   MOVE 'Y' TO WS-CUR-FOUND
                   IF CR-EFFECTIVE-DATE > CUR-EFF-DATE(WS-CUR-IDX)
                       MOVE CR-RATE TO CUR-RATE(WS-CUR-IDX)
                       MOVE CR-EFFECTIVE-DATE TO
                           CUR-EFF-DATE(WS-CUR-IDX)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT B-CUR-FOUND AND WS-CUR-COUNT < 10
               ADD 1 TO WS-CUR-COUNT
               MOVE CR-CURRENCY-CODE  TO CUR-CODE(WS-CUR-COUNT)
               MOVE CR-RATE           TO CUR-RATE(WS-CUR-COUNT)
               MOVE CR-EFFECTIVE-DATE TO CUR-EFF-DATE(WS-CUR-COUNT)
           END-IF.

      ******************************************************************
      *    PEDIR OS DADOS DA COTACAO. O VOO TEM DE EXISTIR NA DATA
      *    (EM BRANCO = PROXIMA PARTIDA, COMO NO AVAILINQ); OS CAMPOS
      *    NUMERICOS EM BRANCO OU INVALIDOS VALEM ZERO / ADULTO
      ******************************************************************
       1000-ACCEPT-QUOTE.
           DISPLAY "Voo a cotar:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-FLIGHT
           DISPLAY "Data do voo (AAAAMMDD, em branco = proxima "
                   "partida):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-DATE

           IF WS-QT-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-QT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-QT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-QT-FLIGHT " " WS-QT-DATE
                           " NAO EXISTE NO MESTRE DE VOOS"
                   MOVE 1 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "VOO " FM-FLIGHT-NUMBER " " FM-ORIGIN "-"
                   FM-DESTINATION " DATA " FM-FLIGHT-DATE

           DISPLAY "Classe? E = economica, J = janela, P = premium"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-CLASS

           DISPLAY "Idade do passageiro (em branco = adulto):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-AGE-IN
           IF WS-QT-AGE-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-QT-AGE-IN) NOT = ZERO
               MOVE 30 TO WS-QT-AGE
           ELSE
               COMPUTE WS-QT-AGE = FUNCTION NUMVAL(WS-QT-AGE-IN)
           END-IF

           DISPLAY "Quantas malas a despachar?"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-BAGS-IN
           MOVE ZERO TO WS-QT-BAGS
           MOVE ZERO TO WS-QT-WEIGHT
           IF WS-QT-BAGS-IN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-QT-BAGS-IN) = ZERO
               COMPUTE WS-QT-BAGS = FUNCTION NUMVAL(WS-QT-BAGS-IN)
           END-IF
           IF WS-QT-BAGS > ZERO
               DISPLAY "Peso (kg) de cada mala:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-QT-WEIGHT-IN
               IF WS-QT-WEIGHT-IN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-QT-WEIGHT-IN) = ZERO
                   COMPUTE WS-QT-WEIGHT =
                       FUNCTION NUMVAL(WS-QT-WEIGHT-IN)
               END-IF
           END-IF

           DISPLAY "So ida ou ida e volta? (O = so ida, I = ida e "
                   "volta)"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-TRIP-TYPE

           DISPLAY "Marca tarifaria? B = basica, S = standard, "
                   "F = flexivel (em branco = S)"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-BRAND

           DISPLAY "Numero de membro de fidelizacao (em branco = "
                   "nenhum):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-LOYALTY-ID

           DISPLAY "Codigo promocional (em branco = nenhum):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-PROMO-CODE

           DISPLAY "Moeda (EUR/USD/GBP/CHF/JPY, em branco = EUR):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-CURRENCY
           IF WS-QT-CURRENCY = SPACES
               MOVE 'EUR' TO WS-QT-CURRENCY
           END-IF

           DISPLAY "Tarifa base em euros (em branco = tarifa "
                   "publicada do balcao):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-QT-FARE-IN
           IF WS-QT-FARE-IN = SPACES
               OR FUNCTION TEST-NUMVAL(WS-QT-FARE-IN) NOT = ZERO
               MOVE WS-PUBLISHED-FARE TO WS-BASE-FARE
           ELSE
               COMPUTE WS-BASE-FARE = FUNCTION NUMVAL(WS-QT-FARE-IN)
           END-IF.

      ******************************************************************
      *    VOO SEM DATA: A PROXIMA PARTIDA A PARTIR DE HOJE
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-QT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-TODAY     TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
               NOT INVALID KEY
                   READ FLIGHT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
                   END-READ
           END-START
           IF FM-FLIGHT-NUMBER = WS-QT-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-QT-DATE
           END-IF.

      ******************************************************************
      *    TARIFA: BASE X EPOCA DO MES DO VOO X IDA E VOLTA (2007)
      ******************************************************************
       2000-PRICE-FARE.
           MOVE FM-FLIGHT-DATE(5:2) TO WS-SEASON-MONTH
           MOVE 1,00 TO WS-SEASON-RATE
           PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
               UNTIL WS-SEASON-IDX > 12
               IF WS-SEASON-MONTH = SEASON-MONTH(WS-SEASON-IDX)
                   MOVE SEASON-RATE(WS-SEASON-IDX) TO WS-SEASON-RATE
               END-IF
           END-PERFORM
           COMPUTE WS-SEASON-FARE = WS-BASE-FARE * WS-SEASON-RATE
           MOVE WS-SEASON-FARE TO WS-FARE-AMOUNT
           IF B-QT-ROUND-TRIP
               COMPUTE WS-FARE-AMOUNT =
                   WS-FARE-AMOUNT * WS-ROUND-TRIP-RATE
           END-IF.

      ******************************************************************
      *    MALAS: AS INCLUIDAS NA MARCA SAEM PRIMEIRO DA CONTA; CADA
      *    MALA COBRAVEL E TARIFADA PELO SEU PESO NO SUBPROG (2005)
      ******************************************************************
       2100-PRICE-BAGGAGE.
           MOVE WS-QT-BRAND TO WS-BRAND-CODE
           IF WS-BRAND-CODE = SPACE
               MOVE 'S' TO WS-BRAND-CODE
           END-IF
           MOVE 040,00 TO WS-BRAND-CHANGE-FEE
           MOVE 020    TO WS-BRAND-CANCEL-PCT
           MOVE 'Y'    TO WS-BRAND-REFUNDABLE
           MOVE 1      TO WS-BRAND-FREE-BAGS
           PERFORM VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX > 3
               IF WS-BRAND-CODE = FB-BRAND-CODE(WS-BRAND-IDX)
                   MOVE FB-CHANGE-FEE(WS-BRAND-IDX) TO
                       WS-BRAND-CHANGE-FEE
                   MOVE FB-CANCEL-PEN-PCT(WS-BRAND-IDX) TO
                       WS-BRAND-CANCEL-PCT
                   MOVE FB-REFUNDABLE(WS-BRAND-IDX) TO
                       WS-BRAND-REFUNDABLE
                   MOVE FB-FREE-BAGS(WS-BRAND-IDX) TO
                       WS-BRAND-FREE-BAGS
               END-IF
           END-PERFORM

           MOVE WS-QT-BAGS TO WS-CHARGEABLE-BAGS
           IF WS-BRAND-FREE-BAGS >= WS-CHARGEABLE-BAGS
               MOVE ZERO TO WS-CHARGEABLE-BAGS
           ELSE
               SUBTRACT WS-BRAND-FREE-BAGS FROM WS-CHARGEABLE-BAGS
           END-IF

           MOVE ZERO TO WS-BAG-AMOUNT
           MOVE ZERO TO WS-CALC-LOAD
           MOVE 'B' TO WS-CALC-TYPE
           MOVE 1 TO WS-CALC-QTY
           MOVE SPACE TO WS-CALC-CLASS
           MOVE WS-QT-WEIGHT TO WS-CALC-WEIGHT
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1
               UNTIL WS-BAG-IDX > WS-CHARGEABLE-BAGS
               CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                       WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                       WS-CALC-RESULT WS-CALC-BAND
               ADD WS-CALC-RESULT TO WS-BAG-AMOUNT
           END-PERFORM.

      ******************************************************************
      *    LUGAR: PRECO DO SUBPROG NO ESCALAO DE OCUPACAO DO VOO+CLASSE
      *    ANTES DESTE LUGAR (2006), E AVISO QUANDO A CLASSE JA NAO
      *    TEM LUGARES DENTRO DA MARGEM DE OVERBOOKING
      ******************************************************************
       2200-PRICE-SEAT.
           MOVE ZERO TO WS-SEAT-AMOUNT
           MOVE ZERO TO WS-CALC-LOAD
           MOVE ZERO TO WS-CALC-BAND
           MOVE 'N' TO WS-SEAT-SOLD-OUT
           MOVE 'N' TO WS-SEAT-NO-INVENTORY
           IF WS-QT-CLASS NOT = 'E' AND WS-QT-CLASS NOT = 'J'
               AND WS-QT-CLASS NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-QT-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-QT-DATE   TO SI-FLIGHT-DATE
           MOVE WS-QT-CLASS  TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-SEAT-NO-INVENTORY
               NOT INVALID KEY
                   IF SI-OVERBOOK-PCT IS NUMERIC
                       COMPUTE WS-SEAT-ALLOWANCE =
                           SI-SEATS-CAPACITY +
                           (SI-SEATS-CAPACITY * SI-OVERBOOK-PCT / 100)
                   ELSE
                       MOVE SI-SEATS-CAPACITY TO WS-SEAT-ALLOWANCE
                   END-IF
                   IF SI-SEATS-SOLD >= WS-SEAT-ALLOWANCE
                       MOVE 'Y' TO WS-SEAT-SOLD-OUT
                   END-IF
                   IF SI-SEATS-CAPACITY > ZERO
                       COMPUTE WS-CALC-LOAD ROUNDED =
                           SI-SEATS-SOLD * 100 / SI-SEATS-CAPACITY
                   END-IF
           END-READ

           IF B-SEAT-SOLD-OUT
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-CALC-TYPE
           MOVE ZERO TO WS-CALC-QTY
           MOVE WS-QT-CLASS TO WS-CALC-CLASS
           MOVE ZERO TO WS-CALC-WEIGHT
           CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                   WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                   WS-CALC-RESULT WS-CALC-BAND
           MOVE WS-CALC-RESULT TO WS-SEAT-AMOUNT.

      ******************************************************************
      *    ESCALAO ETARIO, NIVEL DE FIDELIZACAO DO MESTRE E PROMOCAO,
      *    POR ESTA ORDEM, COMO EM 2007. A PROMOCAO E VALIDADA COM AS
      *    REGRAS DE 1950 (EXISTE, JANELA, VOO, LIMITE) MAS A
      *    UTILIZACAO NAO E CONTADA - SO A VENDA A CONTA
      ******************************************************************
       2300-APPLY-DISCOUNTS.
           COMPUTE WS-GROSS-AMOUNT =
               WS-BAG-AMOUNT + WS-SEAT-AMOUNT + WS-FARE-AMOUNT

           EVALUATE TRUE
               WHEN WS-QT-AGE < 2
                   MOVE 0,10 TO WS-FARE-BAND-RATE
               WHEN WS-QT-AGE < 12
                   MOVE 0,75 TO WS-FARE-BAND-RATE
               WHEN WS-QT-AGE >= 65
                   MOVE 0,80 TO WS-FARE-BAND-RATE
               WHEN OTHER
                   MOVE 1,00 TO WS-FARE-BAND-RATE
           END-EVALUATE
           COMPUTE WS-AGE-AMOUNT ROUNDED =
               WS-GROSS-AMOUNT * WS-FARE-BAND-RATE

           MOVE SPACES TO WS-LOYALTY-TIER
           IF WS-QT-LOYALTY-ID NOT = SPACES
               MOVE WS-QT-LOYALTY-ID TO LM-MEMBER-ID
               READ LOYALTY-MASTER-FILE
                   INVALID KEY
                       DISPLAY "NUMERO DE MEMBRO DESCONHECIDO - SEM "
                               "DESCONTO DE FIDELIZACAO (O LOTE "
                               "REJEITARIA A VENDA)."
                   NOT INVALID KEY
                       MOVE LM-TIER TO WS-LOYALTY-TIER
               END-READ
           END-IF
           MOVE WS-AGE-AMOUNT TO WS-LOYALTY-AMOUNT
           EVALUATE TRUE
               WHEN B-LOYALTY-GOLD
                   COMPUTE WS-LOYALTY-AMOUNT ROUNDED =
                       WS-AGE-AMOUNT * 0,85
               WHEN B-LOYALTY-SILVER
                   COMPUTE WS-LOYALTY-AMOUNT ROUNDED =
                       WS-AGE-AMOUNT * 0,90
               WHEN B-LOYALTY-BRONZE
                   COMPUTE WS-LOYALTY-AMOUNT ROUNDED =
                       WS-AGE-AMOUNT * 0,95
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-LOYALTY-AMOUNT TO WS-TICKET-NET

           MOVE 'N' TO WS-PROMO-APPLY
           MOVE SPACES TO WS-PROMO-REFUSAL
           IF WS-QT-PROMO-CODE NOT = SPACES
               MOVE WS-QT-PROMO-CODE TO PR-CODE
               READ PROMO-MASTER-FILE
                   INVALID KEY
                       MOVE 'CODIGO PROMOCIONAL DESCONHECIDO' TO
                           WS-PROMO-REFUSAL
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-TODAY < PR-VALID-FROM
                               OR WS-TODAY > PR-VALID-TO
                               MOVE 'CODIGO PROMOCIONAL FORA ' &
                                   'DE VALIDADE' TO WS-PROMO-REFUSAL
                           WHEN PR-FLIGHT-NUMBER NOT = SPACES
                               AND PR-FLIGHT-NUMBER NOT = WS-QT-FLIGHT
                               MOVE 'CODIGO PROMOCIONAL NAO ' &
                                   'ELEGIVEL PARA O VOO' TO
                                   WS-PROMO-REFUSAL
                           WHEN PR-REDEEM-LIMIT > ZERO
                               AND PR-REDEEM-COUNT >= PR-REDEEM-LIMIT
                               MOVE 'CODIGO PROMOCIONAL ESGOTADO' TO
                                   WS-PROMO-REFUSAL
                           WHEN OTHER
                               MOVE 'Y' TO WS-PROMO-APPLY
                               MOVE PR-DISC-TYPE TO WS-PROMO-TYPE
                               MOVE PR-DISC-AMOUNT TO WS-PROMO-AMOUNT
                       END-EVALUATE
               END-READ
           END-IF

           IF B-PROMO-APPLY
               IF WS-PROMO-TYPE = 'P'
                   COMPUTE WS-TICKET-NET ROUNDED =
                       WS-TICKET-NET * (1 - (WS-PROMO-AMOUNT / 100))
               ELSE
                   IF WS-PROMO-AMOUNT > WS-TICKET-NET
                       MOVE ZERO TO WS-TICKET-NET
                   ELSE
                       COMPUTE WS-TICKET-NET =
                           WS-TICKET-NET - WS-PROMO-AMOUNT
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-PROMO-DISCOUNT =
               WS-LOYALTY-AMOUNT - WS-TICKET-NET.

      ******************************************************************
      *    IVA SOBRE O LIQUIDO E TAXAS NOMEADAS DOS AEROPORTOS DE
      *    ORIGEM E DESTINO, COMO NO EXTRATO DIARIO (2012)
      ******************************************************************
       2400-ADD-TAXES.
           COMPUTE WS-VAT-AMOUNT ROUNDED =
               WS-TICKET-NET * WS-SALES-TAX-RATE
           MOVE ZERO TO WS-AIRPORT-TAX
           MOVE FM-ORIGIN TO WS-TAX-AIRPORT
           PERFORM 2410-ADD-AIRPORT-TAXES
           MOVE FM-DESTINATION TO WS-TAX-AIRPORT
           PERFORM 2410-ADD-AIRPORT-TAXES
           COMPUTE WS-TOTAL-WITH-TAX =
               WS-TICKET-NET + WS-VAT-AMOUNT + WS-AIRPORT-TAX.

       2410-ADD-AIRPORT-TAXES.
           MOVE SPACE TO WS-TAX-EOF
           MOVE WS-TAX-AIRPORT TO TX-AIRPORT-CODE
           MOVE ZERO TO TX-CHARGE-SEQ
           START AIRPORT-TAX-FILE KEY >= TX-AIRPORT-SEQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TAX-EOF
           END-START
           PERFORM UNTIL B-TAX-EOF
               READ AIRPORT-TAX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TAX-EOF
                   NOT AT END
                       IF TX-AIRPORT-CODE NOT = WS-TAX-AIRPORT
                           MOVE 'Y' TO WS-TAX-EOF
                       ELSE
                           ADD TX-CHARGE-AMOUNT TO WS-AIRPORT-TAX
                           MOVE TX-CHARGE-AMOUNT TO WS-DISP-TAX-ITEM
                           DISPLAY "  TAXA " TX-AIRPORT-CODE " "
                                   TX-CHARGE-NAME " "
                                   WS-DISP-TAX-ITEM
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    CONVERSAO DO LIQUIDO PARA A MOEDA PEDIDA (2007-B); UMA TAXA
      *    MAIS VELHA DO QUE O LIMITE NAO E MOSTRADA - O LOTE
      *    RECUSAVA-SE A CORRER COM ELA
      ******************************************************************
       2500-CONVERT-CURRENCY.
           MOVE 'N' TO WS-CUR-FOUND
           MOVE 1,0000 TO WS-CUR-RATE
           MOVE ZERO TO WS-CUR-USED-DATE
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               IF WS-QT-CURRENCY = CUR-CODE(WS-CUR-IDX)
                   MOVE CUR-RATE(WS-CUR-IDX) TO WS-CUR-RATE
                   MOVE CUR-EFF-DATE(WS-CUR-IDX) TO WS-CUR-USED-DATE
                   MOVE 'Y' TO WS-CUR-FOUND
               END-IF
           END-PERFORM

           IF B-CUR-FOUND AND WS-QT-CURRENCY NOT = 'EUR'
               COMPUTE WS-RATE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(WS-CUR-USED-DATE)
               IF WS-RATE-AGE-DAYS > WS-RATE-MAX-AGE-DAYS
                   DISPLAY "A TAXA DE CAMBIO DE " WS-QT-CURRENCY
                           " ESTA DESATUALIZADA - COTACAO SO EM "
                           "EUROS."
                   MOVE 'N' TO WS-CUR-FOUND
               END-IF
           END-IF
           IF NOT B-CUR-FOUND AND WS-QT-CURRENCY NOT = 'EUR'
               DISPLAY "SEM TAXA DE CAMBIO VALIDA PARA "
                       WS-QT-CURRENCY " - COTACAO SO EM EUROS."
           END-IF

           COMPUTE WS-CONVERTED-TOTAL = WS-TICKET-NET * WS-CUR-RATE
           MOVE WS-CONVERTED-TOTAL TO WS-DISP-CONVERTED.

       3000-SHOW-QUOTE.
           DISPLAY " "
           DISPLAY "===== COTACAO - VOO " FM-FLIGHT-NUMBER " "
                   FM-ORIGIN "-" FM-DESTINATION " " FM-FLIGHT-DATE
                   " - SEM RESERVA ====="
           MOVE WS-BASE-FARE TO WS-DISP-AMOUNT
           DISPLAY "TARIFA BASE                    " WS-DISP-AMOUNT
           MOVE WS-SEASON-RATE TO WS-DISP-RATE
           MOVE WS-SEASON-FARE TO WS-DISP-AMOUNT
           DISPLAY "  X EPOCA (MES " WS-SEASON-MONTH ") " WS-DISP-RATE
                   "         " WS-DISP-AMOUNT
           IF B-QT-ROUND-TRIP
               MOVE WS-ROUND-TRIP-RATE TO WS-DISP-RATE
               MOVE WS-FARE-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "  X IDA E VOLTA " WS-DISP-RATE
                       "               " WS-DISP-AMOUNT
           END-IF

           MOVE WS-QT-BAGS TO WS-DISP-BAGS
           MOVE WS-BAG-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "MALAS: " WS-DISP-BAGS " (MARCA " WS-BRAND-CODE
                   " INCLUI " WS-BRAND-FREE-BAGS ")      "
                   WS-DISP-AMOUNT

           MOVE WS-SEAT-AMOUNT TO WS-DISP-AMOUNT
           MOVE WS-CALC-LOAD TO WS-DISP-LOAD
           EVALUATE TRUE
               WHEN WS-QT-CLASS NOT = 'E' AND WS-QT-CLASS NOT = 'J'
                   AND WS-QT-CLASS NOT = 'P'
                   DISPLAY "LUGAR: CLASSE INVALIDA - NAO COTADO"
               WHEN B-SEAT-SOLD-OUT
                   DISPLAY "LUGAR: CLASSE " WS-QT-CLASS
                           " ESGOTADA - A VENDA IRIA PARA A LISTA DE "
                           "ESPERA"
               WHEN OTHER
                   DISPLAY "LUGAR: CLASSE " WS-QT-CLASS
                           " OCUPACAO " WS-DISP-LOAD "% ESCALAO "
                           WS-CALC-BAND "     " WS-DISP-AMOUNT
                   IF B-SEAT-NO-INVENTORY
                       DISPLAY "  (SEM INVENTARIO - NADA VENDIDO AINDA "
                               "NESTA CLASSE)"
                   END-IF
           END-EVALUATE

           MOVE WS-GROSS-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "SUBTOTAL                       " WS-DISP-AMOUNT
           MOVE WS-FARE-BAND-RATE TO WS-DISP-RATE
           MOVE WS-AGE-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "  X ESCALAO ETARIO " WS-DISP-RATE
                   "            " WS-DISP-AMOUNT
           IF WS-LOYALTY-TIER NOT = SPACES
               MOVE WS-LOYALTY-AMOUNT TO WS-DISP-AMOUNT
               DISPLAY "  DESCONTO FIDELIZACAO NIVEL " WS-LOYALTY-TIER
                       "  " WS-DISP-AMOUNT
           END-IF
           IF B-PROMO-APPLY
               MOVE WS-PROMO-DISCOUNT TO WS-DISP-AMOUNT
               DISPLAY "  PROMOCAO " WS-QT-PROMO-CODE
                       "              -" WS-DISP-AMOUNT
           END-IF
           IF WS-PROMO-REFUSAL NOT = SPACES
               DISPLAY "  " WS-PROMO-REFUSAL
                       " - NAO APLICADO (O LOTE REJEITARIA A VENDA)"
           END-IF

           MOVE WS-TICKET-NET TO WS-DISP-AMOUNT
           DISPLAY "VALOR LIQUIDO DO BILHETE       " WS-DISP-AMOUNT
           MOVE WS-VAT-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY "IVA                            " WS-DISP-AMOUNT
           MOVE WS-AIRPORT-TAX TO WS-DISP-AMOUNT
           DISPLAY "TAXAS DE AEROPORTO             " WS-DISP-AMOUNT
           MOVE WS-TOTAL-WITH-TAX TO WS-DISP-AMOUNT
           DISPLAY "TOTAL COM TAXAS (EUROS)        " WS-DISP-AMOUNT

           IF B-CUR-FOUND AND WS-QT-CURRENCY NOT = 'EUR'
               DISPLAY "LIQUIDO EQUIVALENTE A         "
                       WS-DISP-CONVERTED " " WS-QT-CURRENCY
                       " (TAXA DE " WS-CUR-USED-DATE ")"
           END-IF
           IF NOT B-BRAND-REFUNDABLE
               DISPLAY "MARCA " WS-BRAND-CODE
                       " NAO REEMBOLSAVEL."
           END-IF
           DISPLAY "COTACAO SEM RESERVA - O PRECO DO LUGAR SEGUE A "
                   "OCUPACAO NO MOMENTO DA VENDA.".
