       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PAYOUT - PAGAMENTOS A PASSAGEIROS POR TRANSFERENCIA BANCARIA.
      *    JUNTA NUM SO PASSO TODO O DINHEIRO DEVIDO A PASSAGEIROS NO
      *    DIA, QUE ATE AQUI A TESOURARIA REDIGITAVA NO PORTAL DO BANCO:
      *    - CARREGA OS PEDIDOS DO DIA (payout-requests.txt, VER
      *      PAYREQ) NA FILA DE PAGAMENTOS (payout-queue.dat, VER
      *      PAYOUTQ) E ESVAZIA O FICHEIRO DE PEDIDOS. PEDIDOS SEM
      *      CONTA FICAM RETIDOS ATE A CONTA SER REGISTADA NO PAYMAINT
      *    - GERA O FICHEIRO DE TRANSFERENCIAS A CREDITO PARA O BANCO
      *      (bank-payments.txt, VER BANKPAY) COM TODOS OS PAGAMENTOS
      *      PRONTOS A ENVIAR: BENEFICIARIO, IBAN, VALOR E O BILHETE NO
      *      DESCRITIVO. UM IBAN QUE FALHE O DIGITO DE CONTROLO (MOD 97)
      *      NAO SEGUE PARA O BANCO - FICA REJEITADO NA FILA
      *    - EMITE O RELATORIO DA FILA (payout-report.txt): ENVIADOS
      *      NESTE LOTE, RETIDOS SEM CONTA, REJEITADOS (PELO BANCO OU
      *      PELA VALIDACAO) E ENVIADOS AINDA SEM RETORNO DO BANCO.
      *    - O REEMBOLSO DE UM BILHETE PAGO A CONTA DE EMPRESA (MEIO
      *      'A') NAO VAI AO BANCO: E CREDITADO NA CONTA (RAZAO
      *      CORPLEDG) E FICA NA FILA COMO CREDITADO, PARA UMA
      *      REPETICAO DA CARGA NAO O CREDITAR DUAS VEZES.
      *    O RETORNO DO BANCO E APLICADO ANTES PELO PAYRTN.cbl.
      *    A CONTA ORDENANTE VEM DOS PARAMETROS DE INSTALACAO (CHAVES
      *    PAYER-IBAN E PAYER-NAME). RETURN-CODE 1 QUANDO A FILA NAO
      *    ABRE; 2 QUANDO HA PEDIDOS RECUSADOS OU PAGAMENTOS REJEITADOS
      *    A ESPERA DE CORRECAO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT PAYOUT-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PAYOUT-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL CORP-ACCOUNT-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-CORP-STATUS.

           SELECT OPTIONAL CORP-LEDGER-FILE ASSIGN TO
               "PASSAGEM/FILE/corp-ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               FILE STATUS IS WS-CORP-LEDG-STATUS.

           SELECT BANK-PAYMENT-FILE ASSIGN TO
               "PASSAGEM/FILE/bank-payments.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYOUT-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       FD PAYOUT-QUEUE-FILE.
           COPY PAYOUTQ.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD CORP-ACCOUNT-FILE.
           COPY CORPACCT.

       FD CORP-LEDGER-FILE.
           COPY CORPLEDG.

       FD BANK-PAYMENT-FILE.
           COPY BANKPAY.

       FD PAYOUT-REPORT-FILE.
       01 PAYOUT-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SITEPARM.

       01 WS-REQUEST-STATUS     PIC X(2).
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-CORP-STATUS        PIC X(2).
       01 WS-CORP-LEDG-STATUS   PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-REQUEST-EOF        PIC X(1) VALUE 'N'.
           88 B-REQUEST-EOF     VALUE 'Y'.
       01 WS-QUEUE-EOF          PIC X(1) VALUE 'N'.
           88 B-QUEUE-EOF       VALUE 'Y'.

       01 WS-TODAY              PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-BATCH-ID           PIC X(14).

      *    PEDIDO JA NA FILA (REPETICAO DA CARGA DEPOIS DE UMA
      *    INTERRUPCAO ANTES DE O FICHEIRO SER ESVAZIADO)
       01 WS-QUEUED-SW          PIC X(1).
           88 B-QUEUED          VALUE 'Y'.
       01 WS-NEXT-SEQ           PIC 9(3).

      *    VALIDACAO DO IBAN: PAIS (2 LETRAS), DIGITOS DE CONTROLO E
      *    RESTO 1 NA DIVISAO POR 97 COM OS 4 PRIMEIROS CARACTERES
      *    PASSADOS PARA O FIM E CADA LETRA VALENDO 10 A 35
       01 WS-IBAN-CHECK.
           05 WS-IB-IBAN        PIC X(34).
           05 WS-IB-LENGTH      PIC 9(2).
           05 WS-IB-POS         PIC 9(2).
           05 WS-IB-IDX         PIC 9(2).
           05 WS-IB-CHAR        PIC X(1).
           05 WS-IB-LETTER      PIC 9(2).
           05 WS-IB-REMAINDER   PIC 9(3).
           05 WS-IB-VALID       PIC X(1).
               88 B-IBAN-VALID  VALUE 'Y'.
           05 WS-IB-ALPHABET    PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-PAYOUT-TOTALS.
           05 WS-REQ-READ        PIC 9(5) VALUE ZERO.
           05 WS-REQ-QUEUED      PIC 9(5) VALUE ZERO.
           05 WS-REQ-REPEATED    PIC 9(5) VALUE ZERO.
           05 WS-REQ-REFUSED     PIC 9(5) VALUE ZERO.
           05 WS-SENT-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-SENT-TOTAL      PIC 9(11)V99 VALUE ZERO.
           05 WS-HELD-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-HELD-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 WS-REJECT-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-REJECT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 WS-AWAIT-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-AWAIT-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 WS-CORP-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-CORP-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 WS-DISP-COUNT      PIC Z(4)9.
           05 WS-DISP-AMOUNT     PIC Z(8)9,99.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(7)  VALUE 'VOO'.
           05 FILLER            PIC X(9)  VALUE 'DATA'.
           05 FILLER            PIC X(5)  VALUE 'BIL.'.
           05 FILLER            PIC X(16) VALUE 'ORIGEM'.
           05 FILLER            PIC X(14) VALUE 'NUM.BILHETE'.
           05 FILLER            PIC X(31) VALUE 'BENEFICIARIO'.
           05 FILLER            PIC X(13) VALUE '        VALOR'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE 'SITUACAO'.

       01 WS-DETAIL-LINE.
           05 WS-DET-FLIGHT     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DATE       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET     PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-SOURCE     PIC X(12).
           05 FILLER            PIC X(1) VALUE '/'.
           05 WS-DET-SEQ        PIC 9(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET-NUM PIC 9(13).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-PAYEE      PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-AMOUNT     PIC Z(6)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG       PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8)  TO WS-RUN-DATE
           MOVE WS-TODAY(1:14) TO WS-BATCH-ID

           PERFORM 1000-LOAD-SITE-PARAMS

           OPEN I-O PAYOUT-QUEUE-FILE
           IF WS-QUEUE-STATUS = '35'
               OPEN OUTPUT PAYOUT-QUEUE-FILE
               CLOSE PAYOUT-QUEUE-FILE
               OPEN I-O PAYOUT-QUEUE-FILE
           END-IF
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR A FILA DE PAGAMENTOS: "
                       WS-QUEUE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

      *    O MESTRE DE PASSAGEIROS SO SERVE PARA SABER O MEIO DE
      *    PAGAMENTO DOS REEMBOLSOS: SEM ELE TUDO SEGUE PARA O BANCO
           OPEN INPUT PASSENGER-MASTER-FILE
           OPEN I-O CORP-ACCOUNT-FILE
                    CORP-LEDGER-FILE

           PERFORM 2000-LOAD-REQUESTS

           IF WS-PASSENGER-STATUS = '00'
               CLOSE PASSENGER-MASTER-FILE
           END-IF
           CLOSE CORP-ACCOUNT-FILE
                 CORP-LEDGER-FILE

           OPEN OUTPUT BANK-PAYMENT-FILE
                       PAYOUT-REPORT-FILE
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING '===== PAGAMENTOS A PASSAGEIROS - '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' - LOTE ' DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-HEADER-LINE TO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD

           MOVE LOW-VALUES TO PQ-PAYOUT-KEY
           START PAYOUT-QUEUE-FILE KEY IS NOT LESS THAN PQ-PAYOUT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-QUEUE-EOF
           END-START
           PERFORM 3000-PROCESS-ONE-PAYOUT UNTIL B-QUEUE-EOF

           IF WS-SENT-COUNT > ZERO
               PERFORM 3400-WRITE-BANK-TRAILER
           END-IF
           PERFORM 4000-WRITE-TOTALS

           CLOSE PAYOUT-QUEUE-FILE
                 BANK-PAYMENT-FILE
                 PAYOUT-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    CONTA ORDENANTE DOS PARAMETROS DE INSTALACAO (SO ESTAS
      *    CHAVES INTERESSAM AQUI; AS RESTANTES SAO DO LOTE)
      ******************************************************************
       1000-LOAD-SITE-PARAMS.
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
                               WHEN 'PAYER-IBAN'
                                   MOVE SP-LINE-VALUE TO SP-PAYER-IBAN
                               WHEN 'PAYER-NAME'
                                   MOVE SP-LINE-VALUE TO SP-PAYER-NAME
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

      ******************************************************************
      *    CARGA DOS PEDIDOS DO DIA NA FILA. O FICHEIRO DE PEDIDOS SO
      *    E ESVAZIADO DEPOIS DE TODOS ESTAREM NA FILA; SE A CARGA FOR
      *    INTERROMPIDA, A REPETICAO RECONHECE OS QUE JA LA ESTAO
      ******************************************************************
       2000-LOAD-REQUESTS.
           OPEN INPUT PAYOUT-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               AND WS-REQUEST-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR payout-requests.txt: "
                       WS-REQUEST-STATUS
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-QUEUE-ONE-REQUEST UNTIL B-REQUEST-EOF
           CLOSE PAYOUT-REQUEST-FILE

           OPEN OUTPUT PAYOUT-REQUEST-FILE
           CLOSE PAYOUT-REQUEST-FILE.

       2100-QUEUE-ONE-REQUEST.
           READ PAYOUT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO WS-REQUEST-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-REQ-READ

           IF PY-FLIGHT-NUMBER = SPACES
               OR PY-TICKET IS NOT NUMERIC
               OR PY-SEQ IS NOT NUMERIC
               OR PY-AMOUNT IS NOT NUMERIC
               OR PY-AMOUNT = ZERO
               OR PY-SOURCE NOT = 'R' AND 'A' AND 'T' AND 'K'
                                  AND 'C' AND 'D' AND 'B' AND 'Q'
               ADD 1 TO WS-REQ-REFUSED
               MOVE 2 TO WS-RETURN-CODE
               DISPLAY "PEDIDO DE PAGAMENTO RECUSADO: "
                       PAYOUT-REQUEST-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES           TO PAYOUT-QUEUE-RECORD
           MOVE PY-FLIGHT-NUMBER TO PQ-FLIGHT-NUMBER
           MOVE PY-FLIGHT-DATE   TO PQ-FLIGHT-DATE
           MOVE PY-TICKET        TO PQ-TICKET
           MOVE PY-SOURCE        TO PQ-SOURCE
           MOVE PY-SEQ           TO PQ-SEQ
           PERFORM 2110-CHECK-ALREADY-QUEUED
           IF B-QUEUED
               ADD 1 TO WS-REQ-REPEATED
               EXIT PARAGRAPH
           END-IF
           IF WS-NEXT-SEQ > 99
               ADD 1 TO WS-REQ-REFUSED
               MOVE 2 TO WS-RETURN-CODE
               DISPLAY "SEM SEQUENCIA LIVRE NA FILA: "
                       PAYOUT-REQUEST-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE PY-FLIGHT-NUMBER TO PQ-FLIGHT-NUMBER
           MOVE PY-FLIGHT-DATE   TO PQ-FLIGHT-DATE
           MOVE PY-TICKET        TO PQ-TICKET
           MOVE PY-SOURCE        TO PQ-SOURCE
           MOVE WS-NEXT-SEQ      TO PQ-SEQ
           IF PY-TICKET-NUMBER IS NUMERIC
               MOVE PY-TICKET-NUMBER TO PQ-TICKET-NUMBER
           ELSE
               MOVE ZERO TO PQ-TICKET-NUMBER
           END-IF
           MOVE PY-PAYEE-NAME    TO PQ-PAYEE-NAME
           MOVE PY-IBAN          TO PQ-IBAN
           MOVE PY-AMOUNT        TO PQ-AMOUNT
           IF PY-IBAN = SPACES
               MOVE 'H' TO PQ-STATUS
           ELSE
               MOVE 'P' TO PQ-STATUS
           END-IF
           MOVE ZERO             TO PQ-SENT-DATE
           IF PY-SOURCE = 'R' OR 'A' OR 'T' OR 'K'
               PERFORM 2120-CHECK-CORP-TICKET
           END-IF
           MOVE PY-REQUEST-DATE  TO PQ-REQUEST-DATE
           MOVE PY-OPERATOR-ID   TO PQ-OPERATOR-ID
           MOVE SPACES           TO PQ-BATCH-ID
           MOVE ZERO             TO PQ-SEND-COUNT
           MOVE ZERO             TO PQ-RETURN-DATE
           MOVE SPACES           TO PQ-REJECT-CODE
           WRITE PAYOUT-QUEUE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REQ-REFUSED
                   MOVE 2 TO WS-RETURN-CODE
                   DISPLAY "PEDIDO NAO ENTROU NA FILA ("
                           WS-QUEUE-STATUS "): "
                           PAYOUT-REQUEST-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-REQ-QUEUED
                   IF B-PQ-CORP-CREDIT
                       PERFORM 2130-CREDIT-CORP-ACCOUNT
                   END-IF
           END-WRITE.

      ******************************************************************
      *    REEMBOLSO DE UM BILHETE PAGO A CONTA DE EMPRESA: O DINHEIRO
      *    VOLTA A CONTA QUE FOI DEBITADA E NAO AO PASSAGEIRO. A
      *    ENTRADA DA FILA FICA CREDITADA (E), COM O NUMERO DA CONTA NO
      *    LUGAR DO IBAN E A EMPRESA COMO BENEFICIARIA
      ******************************************************************
       2120-CHECK-CORP-TICKET.
           IF WS-PASSENGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE PY-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE PY-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE PY-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PM-PAY-METHOD NOT = 'A'
               EXIT PARAGRAPH
           END-IF

           MOVE PM-PAY-AUTH-REF TO CA-ACCOUNT-NUMBER
           READ CORP-ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "CONTA DE EMPRESA " PM-PAY-AUTH-REF
                           " DESCONHECIDA - REEMBOLSO SEGUE PARA O "
                           "PASSAGEIRO: " PAYOUT-REQUEST-RECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE 'E'               TO PQ-STATUS
           MOVE CA-ACCOUNT-NUMBER TO PQ-IBAN
           MOVE CA-NAME           TO PQ-PAYEE-NAME
           MOVE WS-RUN-DATE       TO PQ-SENT-DATE.

      ******************************************************************
      *    CREDITO NA CONTA (CORP-ACCOUNT-RECORD LIDO EM 2120): ABATE O
      *    SALDO EM DIVIDA E LANCA O CREDITO NO RAZAO, COM A MESMA
      *    REFERENCIA VOO+DATA+BILHETE DO DEBITO
      ******************************************************************
       2130-CREDIT-CORP-ACCOUNT.
           SUBTRACT PQ-AMOUNT FROM CA-BALANCE
           REWRITE CORP-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           MOVE CA-ACCOUNT-NUMBER TO CL-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE       TO CL-POST-DATE
           MOVE SPACES            TO CL-REFERENCE
           STRING PQ-FLIGHT-NUMBER DELIMITED BY SIZE
                  PQ-FLIGHT-DATE   DELIMITED BY SIZE
                  PQ-TICKET        DELIMITED BY SIZE
                  INTO CL-REFERENCE
           MOVE 'C'               TO CL-ENTRY-TYPE
           MOVE PQ-SEQ            TO CL-SEQ
           MOVE PQ-SOURCE         TO CL-TXN-CODE
           MOVE PQ-TICKET-NUMBER  TO CL-TICKET-NUMBER
           MOVE PM-NAME           TO CL-PASSENGER-NAME
           MOVE PQ-AMOUNT         TO CL-AMOUNT
           MOVE ZERO              TO CL-DUE-DATE
           MOVE PQ-OPERATOR-ID    TO CL-OPERATOR-ID
           PERFORM UNTIL CL-SEQ = 99
               WRITE CORP-LEDGER-RECORD
                   INVALID KEY
                       ADD 1 TO CL-SEQ
                   NOT INVALID KEY
                       EXIT PERFORM
               END-WRITE
           END-PERFORM.

      ******************************************************************
      *    O MESMO BILHETE PODE DEVER MAIS DE UM VALOR DA MESMA ORIGEM
      *    (DUAS CORRECOES, DUAS ALTERACOES): CADA UM FICA NA SEQUENCIA
      *    LIVRE SEGUINTE. UMA ENTRADA COM O MESMO VALOR E A MESMA DATA
      *    DE PEDIDO E ESTE PROPRIO PEDIDO JA CARREGADO
      ******************************************************************
       2110-CHECK-ALREADY-QUEUED.
           MOVE 'N' TO WS-QUEUED-SW
           MOVE PY-SEQ TO WS-NEXT-SEQ
           PERFORM UNTIL WS-NEXT-SEQ > 99
               MOVE WS-NEXT-SEQ TO PQ-SEQ
               READ PAYOUT-QUEUE-FILE
                   INVALID KEY
                       EXIT PERFORM
               END-READ
               IF PQ-AMOUNT = PY-AMOUNT
                   AND PQ-REQUEST-DATE = PY-REQUEST-DATE
                   MOVE 'Y' TO WS-QUEUED-SW
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-NEXT-SEQ
           END-PERFORM.

      ******************************************************************
      *    UMA ENTRADA DA FILA: PRONTOS SEGUEM PARA O BANCO NESTE LOTE;
      *    OS OUTROS (EXCETO OS JA PAGOS) VAO PARA O RELATORIO
      ******************************************************************
       3000-PROCESS-ONE-PAYOUT.
           READ PAYOUT-QUEUE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-QUEUE-EOF
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN B-PQ-PENDING
                   PERFORM 3100-SEND-ONE-PAYOUT
               WHEN B-PQ-HELD
                   ADD 1         TO WS-HELD-COUNT
                   ADD PQ-AMOUNT TO WS-HELD-TOTAL
                   MOVE 'RETIDO - SEM CONTA' TO WS-DET-FLAG
                   PERFORM 3500-WRITE-DETAIL
               WHEN B-PQ-REJECTED
                   ADD 1         TO WS-REJECT-COUNT
                   ADD PQ-AMOUNT TO WS-REJECT-TOTAL
                   MOVE 2 TO WS-RETURN-CODE
                   MOVE SPACES TO WS-DET-FLAG
                   STRING '** REJEITADO ' DELIMITED BY SIZE
                          PQ-REJECT-CODE DELIMITED BY SIZE
                          ' **' DELIMITED BY SIZE
                          INTO WS-DET-FLAG
                   PERFORM 3500-WRITE-DETAIL
      *        CREDITOS EM CONTA DE EMPRESA: SO OS DESTE DIA
               WHEN B-PQ-CORP-CREDIT
                   IF PQ-SENT-DATE = WS-RUN-DATE
                       ADD 1         TO WS-CORP-COUNT
                       ADD PQ-AMOUNT TO WS-CORP-TOTAL
                       MOVE SPACES TO WS-DET-FLAG
                       STRING 'CREDITADO NA CONTA ' DELIMITED BY SIZE
                              PQ-IBAN(1:8) DELIMITED BY SIZE
                              INTO WS-DET-FLAG
                       PERFORM 3500-WRITE-DETAIL
                   END-IF
               WHEN B-PQ-SENT
                   ADD 1         TO WS-AWAIT-COUNT
                   ADD PQ-AMOUNT TO WS-AWAIT-TOTAL
                   MOVE SPACES TO WS-DET-FLAG
                   STRING 'SEM RETORNO - LOTE ' DELIMITED BY SIZE
                          PQ-BATCH-ID DELIMITED BY SIZE
                          INTO WS-DET-FLAG
                   PERFORM 3500-WRITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-SEND-ONE-PAYOUT.
           MOVE PQ-IBAN TO WS-IB-IBAN
           PERFORM 3200-VALIDATE-IBAN
           IF NOT B-IBAN-VALID
               MOVE 'J'      TO PQ-STATUS
               MOVE 'IBAN'   TO PQ-REJECT-CODE
               MOVE WS-RUN-DATE TO PQ-RETURN-DATE
               REWRITE PAYOUT-QUEUE-RECORD
               ADD 1         TO WS-REJECT-COUNT
               ADD PQ-AMOUNT TO WS-REJECT-TOTAL
               MOVE 2 TO WS-RETURN-CODE
               MOVE '** REJEITADO IBAN INVALIDO **' TO WS-DET-FLAG
               PERFORM 3500-WRITE-DETAIL
               EXIT PARAGRAPH
           END-IF

           IF WS-SENT-COUNT = ZERO
               PERFORM 3300-WRITE-BANK-HEADER
           END-IF

           MOVE SPACES           TO BANK-PAYMENT-RECORD
           MOVE 'D'              TO BP-RECORD-TYPE
           MOVE PQ-PAYOUT-KEY    TO BP-D-END-TO-END-REF
           MOVE PQ-PAYEE-NAME    TO BP-D-PAYEE-NAME
           MOVE PQ-IBAN          TO BP-D-PAYEE-IBAN
           MOVE PQ-AMOUNT        TO BP-D-AMOUNT
           MOVE 'EUR'            TO BP-D-CURRENCY
      *    O DESCRITIVO LEVA O BILHETE; AS INDEMNIZACOES DE BAGAGEM NAO
      *    TEM NUMERO DE 13 DIGITOS E LEVAM O VOO, A DATA E O BILHETE
           IF PQ-TICKET-NUMBER > ZERO
               STRING 'BILHETE ' DELIMITED BY SIZE
                      PQ-TICKET-NUMBER DELIMITED BY SIZE
                      INTO BP-D-REMITTANCE
           ELSE
               STRING 'VOO ' DELIMITED BY SIZE
                      PQ-FLIGHT-NUMBER DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PQ-FLIGHT-DATE DELIMITED BY SIZE
                      ' BILHETE ' DELIMITED BY SIZE
                      PQ-TICKET DELIMITED BY SIZE
                      INTO BP-D-REMITTANCE
           END-IF
           WRITE BANK-PAYMENT-RECORD

           MOVE 'S'         TO PQ-STATUS
           MOVE WS-RUN-DATE TO PQ-SENT-DATE
           MOVE WS-BATCH-ID TO PQ-BATCH-ID
           ADD 1            TO PQ-SEND-COUNT
           MOVE SPACES      TO PQ-REJECT-CODE
           REWRITE PAYOUT-QUEUE-RECORD

           ADD 1         TO WS-SENT-COUNT
           ADD PQ-AMOUNT TO WS-SENT-TOTAL
           MOVE 'ENVIADO NESTE LOTE' TO WS-DET-FLAG
           PERFORM 3500-WRITE-DETAIL.

       3200-VALIDATE-IBAN.
           MOVE 'N' TO WS-IB-VALID
           MOVE ZERO TO WS-IB-LENGTH
           PERFORM VARYING WS-IB-POS FROM 34 BY -1
               UNTIL WS-IB-POS < 1 OR WS-IB-LENGTH > ZERO
               IF WS-IB-IBAN(WS-IB-POS:1) NOT = SPACE
                   MOVE WS-IB-POS TO WS-IB-LENGTH
               END-IF
           END-PERFORM
           IF WS-IB-LENGTH < 15
               OR WS-IB-IBAN(1:1) IS NOT ALPHABETIC-UPPER
               OR WS-IB-IBAN(2:1) IS NOT ALPHABETIC-UPPER
               OR WS-IB-IBAN(3:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-IB-REMAINDER
           PERFORM VARYING WS-IB-IDX FROM 5 BY 1
               UNTIL WS-IB-IDX > WS-IB-LENGTH + 4
               IF WS-IB-IDX > WS-IB-LENGTH
                   COMPUTE WS-IB-POS = WS-IB-IDX - WS-IB-LENGTH
               ELSE
                   MOVE WS-IB-IDX TO WS-IB-POS
               END-IF
               MOVE WS-IB-IBAN(WS-IB-POS:1) TO WS-IB-CHAR
               EVALUATE TRUE
                   WHEN WS-IB-CHAR IS NUMERIC
                       COMPUTE WS-IB-REMAINDER = FUNCTION MOD(
                           WS-IB-REMAINDER * 10
                           + FUNCTION NUMVAL(WS-IB-CHAR), 97)
                   WHEN WS-IB-CHAR IS ALPHABETIC-UPPER
                       AND WS-IB-CHAR NOT = SPACE
                       PERFORM VARYING WS-IB-LETTER FROM 1 BY 1
                           UNTIL WS-IB-ALPHABET(WS-IB-LETTER:1)
                                 = WS-IB-CHAR
                           CONTINUE
                       END-PERFORM
                       COMPUTE WS-IB-REMAINDER = FUNCTION MOD(
                           WS-IB-REMAINDER * 100
                           + WS-IB-LETTER + 9, 97)
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM

           IF WS-IB-REMAINDER = 1
               MOVE 'Y' TO WS-IB-VALID
           END-IF.

       3300-WRITE-BANK-HEADER.
           MOVE SPACES        TO BANK-PAYMENT-RECORD
           MOVE 'H'           TO BP-RECORD-TYPE
           MOVE SP-PAYER-IBAN TO BP-H-PAYER-IBAN
           MOVE SP-PAYER-NAME TO BP-H-PAYER-NAME
           MOVE WS-BATCH-ID   TO BP-H-BATCH-ID
           MOVE WS-RUN-DATE   TO BP-H-CREATION-DATE
           MOVE WS-RUN-DATE   TO BP-H-EXECUTION-DATE
           MOVE 'EUR'         TO BP-H-CURRENCY
           WRITE BANK-PAYMENT-RECORD.

       3400-WRITE-BANK-TRAILER.
           MOVE SPACES        TO BANK-PAYMENT-RECORD
           MOVE 'T'           TO BP-RECORD-TYPE
           MOVE WS-BATCH-ID   TO BP-T-BATCH-ID
           MOVE WS-SENT-COUNT TO BP-T-COUNT
           MOVE WS-SENT-TOTAL TO BP-T-TOTAL
           WRITE BANK-PAYMENT-RECORD.

       3500-WRITE-DETAIL.
           MOVE PQ-FLIGHT-NUMBER TO WS-DET-FLIGHT
           MOVE PQ-FLIGHT-DATE   TO WS-DET-DATE
           MOVE PQ-TICKET        TO WS-DET-TICKET
           EVALUATE PQ-SOURCE
               WHEN 'R' MOVE 'REEMB.CANCEL' TO WS-DET-SOURCE
               WHEN 'A' MOVE 'REEMB.ALTER.' TO WS-DET-SOURCE
               WHEN 'T' MOVE 'TAXAS NOSHOW' TO WS-DET-SOURCE
               WHEN 'K' MOVE 'CORRECAO'     TO WS-DET-SOURCE
               WHEN 'C' MOVE 'COMPENSACAO'  TO WS-DET-SOURCE
               WHEN 'D' MOVE 'EMBARQ.NEG.'  TO WS-DET-SOURCE
               WHEN 'B' MOVE 'BAGAGEM'      TO WS-DET-SOURCE
               WHEN 'Q' MOVE 'RECLAMACAO'   TO WS-DET-SOURCE
               WHEN OTHER MOVE PQ-SOURCE    TO WS-DET-SOURCE
           END-EVALUATE
           MOVE PQ-SEQ           TO WS-DET-SEQ
           MOVE PQ-TICKET-NUMBER TO WS-DET-TICKET-NUM
           MOVE PQ-PAYEE-NAME    TO WS-DET-PAYEE
           MOVE PQ-AMOUNT        TO WS-DET-AMOUNT
           MOVE WS-DETAIL-LINE TO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD.

       4000-WRITE-TOTALS.
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD

           MOVE WS-REQ-READ TO WS-DISP-COUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'PEDIDOS DO DIA LIDOS:     ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-REQ-QUEUED TO WS-DISP-COUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'PEDIDOS POSTOS NA FILA:   ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-REQ-REPEATED TO WS-DISP-COUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'PEDIDOS JA NA FILA:       ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-REQ-REFUSED TO WS-DISP-COUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'PEDIDOS RECUSADOS:        ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD

           MOVE WS-SENT-COUNT TO WS-DISP-COUNT
           MOVE WS-SENT-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'ENVIADOS NESTE LOTE:      ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-AWAIT-COUNT TO WS-DISP-COUNT
           MOVE WS-AWAIT-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'ENVIADOS SEM RETORNO:     ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-DISP-COUNT
           MOVE WS-HELD-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'RETIDOS SEM CONTA:        ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-REJECT-COUNT TO WS-DISP-COUNT
           MOVE WS-REJECT-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'REJEITADOS A CORRIGIR:    ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD
           MOVE WS-CORP-COUNT TO WS-DISP-COUNT
           MOVE WS-CORP-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO PAYOUT-REPORT-RECORD
           STRING 'CREDITADOS EM CONTA EMP.: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO PAYOUT-REPORT-RECORD
           WRITE PAYOUT-REPORT-RECORD

           MOVE WS-SENT-COUNT TO WS-DISP-COUNT
           MOVE WS-SENT-TOTAL TO WS-DISP-AMOUNT
           DISPLAY "PAGAMENTOS A PASSAGEIROS - LOTE " WS-BATCH-ID
                   ": " WS-DISP-COUNT " ENVIADO(S), VALOR "
                   WS-DISP-AMOUNT
           MOVE WS-HELD-COUNT TO WS-DISP-COUNT
           DISPLAY "Retidos sem conta:     " WS-DISP-COUNT
           MOVE WS-REJECT-COUNT TO WS-DISP-COUNT
           DISPLAY "Rejeitados a corrigir: " WS-DISP-COUNT.
