       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CUSTINQ - HISTORICO COMPLETO DE UM CLIENTE DO MESTRE DE
      *    CLIENTES (VER CUSTMAST): TODOS OS VOOS, PAGAMENTOS,
      *    RECLAMACOES DE BAGAGEM E DISPUTAS DE PAGAMENTO DOS
      *    BILHETES LIGADOS AO CLIENTE, NO MESTRE DE PASSAGEIROS EM
      *    LINHA E NO HISTORICO ARQUIVADO PELO DAYCLOSE.cbl.
      *    PARAMETRO: NUMERO DE CLIENTE. UM CLIENTE FUNDIDO E
      *    CONSULTADO PELO SOBREVIVENTE, E O SOBREVIVENTE JUNTA OS
      *    BILHETES DE TODOS OS CLIENTES FUNDIDOS NELE (CUSTMRG.cbl).
      *    OS PAGAMENTOS E A MARCA DE CHARGEBACK VEM DO ARMAZEM DOS
      *    DIARIOS (journal-store.dat) E AS RECLAMACOES DO FICHEIRO DE
      *    BAGAGEM EXTRAVIADA (bag-irregularities.dat); SEM ELES SAEM
      *    SO OS VOOS. OS REGISTOS ARQUIVADOS ANTES DA LIGACAO AOS
      *    CLIENTES NAO TEM CLIENTE E NAO APARECEM.
      *    APENAS LEITURA - NAO TOCA EM NENHUM MESTRE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/customer-master.dat"
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

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL PASSENGER-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL JOURNAL-STORE-FILE ASSIGN TO
               "PASSAGEM/FILE/journal-store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-STORE-KEY
               ALTERNATE RECORD KEY IS JS-AUTH-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL BAG-IRREG-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-irregularities.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-TAG-KEY
               FILE STATUS IS WS-IRREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD JOURNAL-STORE-FILE.
           COPY JRNSTORE.

       FD BAG-IRREG-FILE.
           COPY BAGIRREG.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS    PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-HISTORY-STATUS     PIC X(2).
       01 WS-STORE-STATUS       PIC X(2).
       01 WS-IRREG-STATUS       PIC X(2).

       01 WS-CUSTOMER-EOF       PIC X(1).
           88 B-CUSTOMER-EOF    VALUE 'Y'.
       01 WS-PASSENGER-EOF      PIC X(1).
           88 B-PASSENGER-EOF   VALUE 'Y'.
       01 WS-HISTORY-EOF        PIC X(1).
           88 B-HISTORY-EOF     VALUE 'Y'.
       01 WS-STORE-EOF          PIC X(1).
           88 B-STORE-EOF       VALUE 'Y'.
       01 WS-IRREG-EOF          PIC X(1).
           88 B-IRREG-EOF       VALUE 'Y'.

      *    PAGAMENTO DESDOBRADO DA IMAGEM GUARDADA NO ARMAZEM
           COPY PAYJRNL.

      ******************************************************************
      *    VISTA COMUM DO BILHETE: O REGISTO EM LINHA E O ARQUIVADO SAO
      *    COPIADOS PARA AQUI E MOSTRADOS PELO MESMO PARAGRAFO
      ******************************************************************
       COPY PASSNGR REPLACING
           ==PASSENGER-MASTER-RECORD== BY ==HIST-PASSENGER==
           ==PM-FLIGHT-TICKET-KEY== BY ==HP-FLIGHT-TICKET-KEY==
           ==PM-TICKET== BY ==HP-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==HP-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==HP-FLIGHT-DATE==
           ==PM-NAME== BY ==HP-NAME==
           ==PM-AGE== BY ==HP-AGE==
           ==PM-NATIONALITY== BY ==HP-NATIONALITY==
           ==PM-OBJDANGER== BY ==HP-OBJDANGER==
           ==PM-BAGS== BY ==HP-BAGS==
           ==PM-SEAT== BY ==HP-SEAT==
           ==PM-BOOKING-REF== BY ==HP-BOOKING-REF==
           ==PM-TOTAL-PAID== BY ==HP-TOTAL-PAID==
           ==PM-BAG-WEIGHT== BY ==HP-BAG-WEIGHT==
           ==PM-SEAT-NUMBER== BY ==HP-SEAT-NUMBER==
           ==PM-TRIP-TYPE== BY ==HP-TRIP-TYPE==
           ==PM-LANGUAGE-CODE== BY ==HP-LANGUAGE-CODE==
           ==PM-SSR-CODES== BY ==HP-SSR-CODES==
           ==PM-PHONE== BY ==HP-PHONE==
           ==PM-EMAIL== BY ==HP-EMAIL==
           ==PM-CHANNEL-CODE== BY ==HP-CHANNEL-CODE==
           ==PM-PAY-METHOD== BY ==HP-PAY-METHOD==
           ==PM-PAY-AUTH-REF== BY ==HP-PAY-AUTH-REF==
           ==PM-PAY-AMOUNT== BY ==HP-PAY-AMOUNT==
           ==PM-JOURNEY-REF== BY ==HP-JOURNEY-REF==
           ==PM-LOYALTY-ID== BY ==HP-LOYALTY-ID==
           ==PM-LOYALTY-TIER== BY ==HP-LOYALTY-TIER==
           ==PM-STATUS== BY ==HP-STATUS==
           ==B-PM-BOOKED== BY ==B-HP-BOOKED==
           ==B-PM-CHECKED-IN== BY ==B-HP-CHECKED-IN==
           ==B-PM-BOARDED== BY ==B-HP-BOARDED==
           ==B-PM-NO-SHOW== BY ==B-HP-NO-SHOW==
           ==B-PM-DENIED== BY ==B-HP-DENIED==
           ==B-PM-HELD-OPT== BY ==B-HP-HELD-OPT==
           ==PM-HOLD-EXPIRY== BY ==HP-HOLD-EXPIRY==
           ==PM-FARE-BRAND== BY ==HP-FARE-BRAND==
           ==PM-PAX-TYPE== BY ==HP-PAX-TYPE==
           ==B-PM-INFANT== BY ==B-HP-INFANT==
           ==B-PM-STAFF== BY ==B-HP-STAFF==
           ==PM-ADULT-TICKET== BY ==HP-ADULT-TICKET==
           ==PM-UM-CONTACT-NAME== BY ==HP-UM-CONTACT-NAME==
           ==PM-UM-CONTACT-PHONE== BY ==HP-UM-CONTACT-PHONE==
           ==PM-DOC-TYPE== BY ==HP-DOC-TYPE==
           ==PM-DOC-NUMBER== BY ==HP-DOC-NUMBER==
           ==PM-DOC-EXPIRY== BY ==HP-DOC-EXPIRY==
           ==PM-DOC-ISSUE-CTRY== BY ==HP-DOC-ISSUE-CTRY==
           ==PM-DISPUTE-FLAG== BY ==HP-DISPUTE-FLAG==
           ==B-PM-DISPUTED== BY ==B-HP-DISPUTED==
           ==PM-TICKET-NUMBER== BY ==HP-TICKET-NUMBER==
           ==PM-STAFF-PRIORITY== BY ==HP-STAFF-PRIORITY==
           ==PM-STAFF-HIRE-DATE== BY ==HP-STAFF-HIRE-DATE==
           ==PM-CUSTOMER-ID== BY ==HP-CUSTOMER-ID==.

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-INQ-INPUT          PIC X(8).
       01 WS-INQ-CUSTOMER       PIC 9(8).

      ******************************************************************
      *    CLIENTES CUJOS BILHETES ENTRAM NA CONSULTA: O SOBREVIVENTE
      *    (PRIMEIRA POSICAO) E TODOS OS QUE FORAM FUNDIDOS NELE, DIRETA
      *    OU INDIRETAMENTE
      ******************************************************************
       01 WS-CUSTOMER-SET.
           05 WS-SET-COUNT          PIC 9(3) VALUE ZERO.
           05 WS-SET-ID             PIC 9(8) OCCURS 50 TIMES.
           05 WS-SET-IDX            PIC 9(3).
           05 WS-SET-ADDED          PIC 9(3).
           05 WS-CHECK-ID           PIC 9(8).
           05 WS-IN-SET             PIC X(1).
               88 B-IN-SET          VALUE 'Y'.
           05 WS-HOPS               PIC 9(2).

       01 WS-SOURCE-TEXT        PIC X(7).
       01 WS-CLOSE-DATE         PIC 9(8).
       01 WS-STATUS-TEXT        PIC X(10).
       01 WS-DISPUTE-TEXT       PIC X(11).
       01 WS-CLAIM-TEXT         PIC X(20).

       01 WS-TOTALS.
           05 WS-FLIGHT-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-PAYMENT-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-CLAIM-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-DISPUTE-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-PAID         PIC 9(8)V99 VALUE ZERO.

       01 WS-DISP-COUNT         PIC Z(4)9.
       01 WS-DISP-PAID          PIC Z(5)9,99.
       01 WS-DISP-TOTAL         PIC Z(7)9,99.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-INQ-INPUT
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-INQ-INPUT
           IF WS-INQ-INPUT = SPACES
               DISPLAY "FALTA O NUMERO DE CLIENTE NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-INQ-CUSTOMER = FUNCTION NUMVAL(WS-INQ-INPUT)

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE CLIENTES: "
                       WS-CUSTOMER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-RESOLVE-CUSTOMER
           IF WS-SET-COUNT = ZERO
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-COLLECT-MERGED
           PERFORM 1200-SHOW-CUSTOMER
           CLOSE CUSTOMER-MASTER-FILE

           OPEN INPUT JOURNAL-STORE-FILE
           OPEN INPUT BAG-IRREG-FILE

           PERFORM 2000-SCAN-ONLINE
           PERFORM 3000-SCAN-ARCHIVE

           IF WS-STORE-STATUS = '00'
               CLOSE JOURNAL-STORE-FILE
           END-IF
           IF WS-IRREG-STATUS = '00'
               CLOSE BAG-IRREG-FILE
           END-IF

           PERFORM 8000-SHOW-TOTALS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    CLIENTE PEDIDO; SE ESTIVER FUNDIDO, SEGUE A CADEIA ATE AO
      *    SOBREVIVENTE (O CUSTMRG SO FUNDE EM CLIENTES ATIVOS, MAS
      *    UMA CADEIA ANTIGA FICA LIMITADA A 20 SALTOS)
      ******************************************************************
       1000-RESOLVE-CUSTOMER.
      *    O NUMERO ZERO E O REGISTO DE CONTROLO, NAO UM CLIENTE
           IF WS-INQ-CUSTOMER = ZERO
               DISPLAY "CLIENTE " WS-INQ-INPUT " NAO EXISTE."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INQ-CUSTOMER TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE " WS-INQ-INPUT " NAO EXISTE."
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-HOPS
           PERFORM UNTIL NOT B-CU-MERGED OR WS-HOPS > 20
               ADD 1 TO WS-HOPS
               DISPLAY "CLIENTE " CU-CUSTOMER-ID " FUNDIDO NO "
                       CU-MERGED-INTO " EM " CU-MERGED-DATE
               MOVE CU-MERGED-INTO TO CU-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       DISPLAY "SOBREVIVENTE " CU-CUSTOMER-ID
                               " NAO EXISTE - FUSAO INCOERENTE."
                       EXIT PARAGRAPH
               END-READ
           END-PERFORM
           IF B-CU-MERGED
               DISPLAY "CADEIA DE FUSOES SEM FIM - VER CUSTMRG."
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-SET-COUNT
           MOVE CU-CUSTOMER-ID TO WS-SET-ID(1).

      ******************************************************************
      *    JUNTAR OS CLIENTES FUNDIDOS NO SOBREVIVENTE: UMA PASSAGEM
      *    PELO MESTRE ACRESCENTA OS FUNDIDOS NUM CLIENTE JA NA LISTA;
      *    REPETE ENQUANTO A PASSAGEM ACRESCENTAR ALGUM
      ******************************************************************
       1100-COLLECT-MERGED.
           MOVE 1 TO WS-SET-ADDED
           PERFORM UNTIL WS-SET-ADDED = ZERO
               MOVE ZERO TO WS-SET-ADDED
               MOVE 'N' TO WS-CUSTOMER-EOF
               MOVE 1 TO CU-CUSTOMER-ID
               START CUSTOMER-MASTER-FILE KEY >= CU-CUSTOMER-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-EOF
               END-START
               PERFORM UNTIL B-CUSTOMER-EOF
                   READ CUSTOMER-MASTER-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-CUSTOMER-EOF
                       NOT AT END
                           IF B-CU-MERGED
                               PERFORM 1150-ADD-IF-MERGED-IN-SET
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM

           MOVE WS-SET-ID(1) TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       1150-ADD-IF-MERGED-IN-SET.
           MOVE CU-CUSTOMER-ID TO WS-CHECK-ID
           PERFORM 2900-CHECK-SET
           IF B-IN-SET
               EXIT PARAGRAPH
           END-IF
           MOVE CU-MERGED-INTO TO WS-CHECK-ID
           PERFORM 2900-CHECK-SET
           IF B-IN-SET AND WS-SET-COUNT < 50
               ADD 1 TO WS-SET-COUNT
               MOVE CU-CUSTOMER-ID TO WS-SET-ID(WS-SET-COUNT)
               ADD 1 TO WS-SET-ADDED
           END-IF.

       1200-SHOW-CUSTOMER.
           DISPLAY "CLIENTE " CU-CUSTOMER-ID "  " CU-NAME
                   "  NACIONALIDADE " CU-NATIONALITY
           DISPLAY "  DOCUMENTO " CU-DOC-TYPE " " CU-DOC-NUMBER
                   "  FIDELIZACAO " CU-LOYALTY-ID
                   "  TELEFONE " CU-PHONE
           DISPLAY "  E-MAIL " CU-EMAIL
           DISPLAY "  CLIENTE DESDE " CU-FIRST-SEEN-DATE
                   ", ULTIMO BILHETE " CU-LAST-SEEN-DATE
           PERFORM VARYING WS-SET-IDX FROM 2 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT
               DISPLAY "  INCLUI O CLIENTE FUNDIDO "
                       WS-SET-ID(WS-SET-IDX)
           END-PERFORM.

      ******************************************************************
      *    MESTRE DE PASSAGEIROS EM LINHA (VOOS AINDA NAO FECHADOS):
      *    NAO HA CHAVE POR CLIENTE, POR ISSO E LIDO DE PONTA A PONTA
      ******************************************************************
       2000-SCAN-ONLINE.
           OPEN INPUT PASSENGER-MASTER-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               DISPLAY "MESTRE DE PASSAGEIROS INDISPONIVEL ("
                       WS-PASSENGER-STATUS ") - SO O ARQUIVO."
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'ONLINE ' TO WS-SOURCE-TEXT
           MOVE 'N' TO WS-PASSENGER-EOF
           PERFORM UNTIL B-PASSENGER-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PASSENGER-EOF
                   NOT AT END
                       MOVE PM-CUSTOMER-ID TO WS-CHECK-ID
                       PERFORM 2900-CHECK-SET
                       IF B-IN-SET
                           MOVE PASSENGER-MASTER-RECORD
                               TO HIST-PASSENGER
                           MOVE ZERO TO WS-CLOSE-DATE
                           PERFORM 4000-SHOW-BOOKING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSENGER-MASTER-FILE.

      ******************************************************************
      *    HISTORICO ARQUIVADO PELO DAYCLOSE. OS REGISTOS ANTERIORES A
      *    LIGACAO AOS CLIENTES TEM O CAMPO EM BRANCO E SAO SALTADOS
      ******************************************************************
       3000-SCAN-ARCHIVE.
           OPEN INPUT PASSENGER-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               AND WS-HISTORY-STATUS NOT = '05'
               DISPLAY "HISTORICO DE PASSAGEIROS INDISPONIVEL ("
                       WS-HISTORY-STATUS ") - SO OS VOOS EM LINHA."
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'ARQUIVO' TO WS-SOURCE-TEXT
           MOVE 'N' TO WS-HISTORY-EOF
           PERFORM UNTIL B-HISTORY-EOF
               READ PASSENGER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF
                   NOT AT END
                       MOVE PH-PASSENGER-DATA TO HIST-PASSENGER
                       IF HP-CUSTOMER-ID IS NUMERIC
                           MOVE HP-CUSTOMER-ID TO WS-CHECK-ID
                           PERFORM 2900-CHECK-SET
                           IF B-IN-SET
                               MOVE PH-CLOSE-DATE TO WS-CLOSE-DATE
                               PERFORM 4000-SHOW-BOOKING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSENGER-HISTORY-FILE.

       2900-CHECK-SET.
           MOVE 'N' TO WS-IN-SET
           IF WS-CHECK-ID = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT OR B-IN-SET
               IF WS-SET-ID(WS-SET-IDX) = WS-CHECK-ID
                   MOVE 'Y' TO WS-IN-SET
               END-IF
           END-PERFORM.

      ******************************************************************
      *    UM BILHETE DO CLIENTE (EM HIST-PASSENGER): O VOO, O
      *    ESTADO, O QUE PAGOU, A DISPUTA, OS PAGAMENTOS DO ARMAZEM E
      *    AS RECLAMACOES DE BAGAGEM
      ******************************************************************
       4000-SHOW-BOOKING.
           ADD 1 TO WS-FLIGHT-COUNT
           ADD HP-TOTAL-PAID TO WS-TOTAL-PAID
           EVALUATE TRUE
               WHEN B-HP-BOOKED
                   MOVE 'RESERVADO' TO WS-STATUS-TEXT
               WHEN B-HP-CHECKED-IN
                   MOVE 'CHECK-IN' TO WS-STATUS-TEXT
               WHEN B-HP-BOARDED
                   MOVE 'EMBARCADO' TO WS-STATUS-TEXT
               WHEN B-HP-NO-SHOW
                   MOVE 'NO-SHOW' TO WS-STATUS-TEXT
               WHEN B-HP-DENIED
                   MOVE 'RECUSADO' TO WS-STATUS-TEXT
               WHEN B-HP-HELD-OPT
                   MOVE 'OPCAO' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE HP-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE HP-TOTAL-PAID TO WS-DISP-PAID
           DISPLAY WS-SOURCE-TEXT
                   " VOO " HP-FLIGHT-NUMBER
                   " DE " HP-FLIGHT-DATE
                   " BILHETE " HP-TICKET
                   " " HP-NAME
                   " " WS-STATUS-TEXT
                   " PAGOU " WS-DISP-PAID " EUROS"
           IF WS-CLOSE-DATE NOT = ZERO
               DISPLAY "    FECHADO EM " WS-CLOSE-DATE
           END-IF
           IF B-HP-DISPUTED
               ADD 1 TO WS-DISPUTE-COUNT
               DISPLAY "    PAGAMENTO CONTESTADO PELO TITULAR DO "
                       "CARTAO (CHARGEBACK)"
           END-IF
           IF WS-STORE-STATUS = '00'
               PERFORM 4100-SHOW-STORE-PAYMENTS
           END-IF
           IF WS-IRREG-STATUS = '00'
               PERFORM 4200-SHOW-BAG-CLAIMS
           END-IF.

      ******************************************************************
      *    PAGAMENTOS DESTE VOO+DATA+BILHETE NO ARMAZEM DOS DIARIOS
      *    (COMO NO HISTINQ)
      ******************************************************************
       4100-SHOW-STORE-PAYMENTS.
           MOVE 'N' TO WS-STORE-EOF
           MOVE HP-FLIGHT-NUMBER TO JS-FLIGHT-NUMBER
           MOVE HP-TICKET        TO JS-TICKET
           MOVE ZERO             TO JS-EVENT-DATE
           MOVE ZERO             TO JS-EVENT-TIME
           MOVE LOW-VALUES       TO JS-SOURCE
           MOVE ZERO             TO JS-BUSINESS-DATE
           MOVE ZERO             TO JS-SOURCE-SEQ
           START JOURNAL-STORE-FILE KEY >= JS-STORE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STORE-EOF
           END-START
           PERFORM UNTIL B-STORE-EOF
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF JS-FLIGHT-NUMBER NOT = HP-FLIGHT-NUMBER
                           OR JS-TICKET NOT = HP-TICKET
                           MOVE 'Y' TO WS-STORE-EOF
                       ELSE
                           IF B-JS-PAYMENT
                               AND JS-FLIGHT-DATE = HP-FLIGHT-DATE
                               PERFORM 4150-SHOW-PAYMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4150-SHOW-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE JS-DATA TO PAYMENT-JOURNAL-RECORD
           MOVE PJ-AMOUNT TO WS-DISP-PAID
           MOVE SPACES TO WS-DISPUTE-TEXT
           IF B-PJ-DISPUTED
               MOVE 'CONTESTADO' TO WS-DISPUTE-TEXT
               IF NOT B-HP-DISPUTED
                   ADD 1 TO WS-DISPUTE-COUNT
               END-IF
           END-IF
           DISPLAY "    PAGAMENTO " PJ-RUN-DATE
                   " MEIO " PJ-PAY-METHOD
                   " AUT " PJ-AUTH-REF
                   " VALOR " WS-DISP-PAID " "
                   WS-DISPUTE-TEXT.

      ******************************************************************
      *    CASOS DE BAGAGEM EXTRAVIADA DO BILHETE (TODAS AS MALAS)
      ******************************************************************
       4200-SHOW-BAG-CLAIMS.
           MOVE 'N' TO WS-IRREG-EOF
           MOVE HP-FLIGHT-NUMBER TO BI-FLIGHT-NUMBER
           MOVE HP-FLIGHT-DATE   TO BI-FLIGHT-DATE
           MOVE HP-TICKET        TO BI-TICKET
           MOVE ZERO             TO BI-BAG-SEQ
           START BAG-IRREG-FILE KEY >= BI-TAG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IRREG-EOF
           END-START
           PERFORM UNTIL B-IRREG-EOF
               READ BAG-IRREG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-IRREG-EOF
                   NOT AT END
                       IF BI-FLIGHT-NUMBER NOT = HP-FLIGHT-NUMBER
                           OR BI-FLIGHT-DATE NOT = HP-FLIGHT-DATE
                           OR BI-TICKET NOT = HP-TICKET
                           MOVE 'Y' TO WS-IRREG-EOF
                       ELSE
                           PERFORM 4250-SHOW-BAG-CLAIM
                       END-IF
               END-READ
           END-PERFORM.

       4250-SHOW-BAG-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT
           EVALUATE TRUE
               WHEN B-BI-MISSING
                   MOVE 'EXTRAVIADA' TO WS-CLAIM-TEXT
               WHEN B-BI-LOCATED
                   MOVE 'LOCALIZADA' TO WS-CLAIM-TEXT
               WHEN B-BI-FORWARDED
                   MOVE 'REENCAMINHADA' TO WS-CLAIM-TEXT
               WHEN B-BI-DELIVERED
                   MOVE 'ENTREGUE' TO WS-CLAIM-TEXT
               WHEN B-BI-CLAIM-OPEN
                   MOVE 'RECLAMACAO ABERTA' TO WS-CLAIM-TEXT
               WHEN B-BI-CLAIM-CLOSED
                   MOVE 'RECLAMACAO FECHADA' TO WS-CLAIM-TEXT
               WHEN OTHER
                   MOVE BI-STATUS TO WS-CLAIM-TEXT
           END-EVALUATE
           MOVE BI-CLAIM-AMOUNT TO WS-DISP-PAID
           DISPLAY "    MALA " BI-BAG-SEQ " " WS-CLAIM-TEXT
                   " DESDE " BI-OPEN-DATE
                   " ULTIMO " BI-LAST-DATE
                   " INDEMNIZACAO " WS-DISP-PAID.

       8000-SHOW-TOTALS.
           MOVE WS-FLIGHT-COUNT TO WS-DISP-COUNT
           DISPLAY "VOOS: " WS-DISP-COUNT
           MOVE WS-TOTAL-PAID TO WS-DISP-TOTAL
           DISPLAY "TOTAL PAGO: " WS-DISP-TOTAL " EUROS"
           MOVE WS-PAYMENT-COUNT TO WS-DISP-COUNT
           DISPLAY "PAGAMENTOS NO ARMAZEM: " WS-DISP-COUNT
           MOVE WS-CLAIM-COUNT TO WS-DISP-COUNT
           DISPLAY "CASOS DE BAGAGEM: " WS-DISP-COUNT
           MOVE WS-DISPUTE-COUNT TO WS-DISP-COUNT
           DISPLAY "DISPUTAS: " WS-DISP-COUNT.
