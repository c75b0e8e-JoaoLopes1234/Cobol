       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRTN.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PAYRTN - APLICA A FILA DE PAGAMENTOS (PAYOUTQ) O RETORNO DO
      *    BANCO AO FICHEIRO DE TRANSFERENCIAS
      *    (bank-payments-return.txt, VER BANKRTN). CADA LINHA TRAZ A
      *    REFERENCIA DE PONTA A PONTA ENVIADA PELO PAYOUT.cbl (A CHAVE
      *    DA FILA):
      *    - ACEITE: O PAGAMENTO FICA PAGO (A) COM A DATA-VALOR
      *    - REJEITADO: O PAGAMENTO VOLTA A FILA COMO REJEITADO (J) COM
      *      O MOTIVO DO BANCO, E APARECE NO RELATORIO DO PAYOUT ATE A
      *      TESOURARIA CORRIGIR A CONTA NO PAYMAINT E O REENVIAR
      *    LINHAS SEM ENTRADA NA FILA, DE OUTRO LOTE OU DE UM PAGAMENTO
      *    QUE NAO ESTA A ESPERA DE RETORNO SAO LISTADAS COMO EXCECAO E
      *    NAO MEXEM NA FILA. RELATORIO EM payment-return-report.txt;
      *    RETURN-CODE 1 QUANDO A FILA NAO ABRE, 2 QUANDO HA REJEITADOS
      *    OU EXCECOES
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO
               "PASSAGEM/FILE/bank-payments-return.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT PAYOUT-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PAYOUT-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/payment-return-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-RETURN-FILE.
           COPY BANKRTN.

       FD PAYOUT-QUEUE-FILE.
           COPY PAYOUTQ.

       FD RETURN-REPORT-FILE.
       01 RETURN-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-STATUS      PIC X(2).
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-RETURN-EOF         PIC X(1) VALUE 'N'.
           88 B-RETURN-EOF      VALUE 'Y'.

       01 WS-TODAY              PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).

       01 WS-RETURN-TOTALS.
           05 WS-LINES-READ     PIC 9(5) VALUE ZERO.
           05 WS-ACCEPTED       PIC 9(5) VALUE ZERO.
           05 WS-ACCEPTED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 WS-REJECTED       PIC 9(5) VALUE ZERO.
           05 WS-REJECTED-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 WS-EXCEPTIONS     PIC 9(5) VALUE ZERO.
           05 WS-DISP-COUNT     PIC Z(4)9.
           05 WS-DISP-AMOUNT    PIC Z(8)9,99.

       01 WS-DETAIL-LINE.
           05 WS-DET-REF        PIC X(21).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-BATCH      PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-PAYEE      PIC X(30).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-AMOUNT     PIC Z(8)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG       PIC X(50).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-RUN-DATE

           OPEN INPUT BANK-RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR bank-payments-return.txt: "
                       WS-RETURN-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PAYOUT-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR A FILA DE PAGAMENTOS: "
                       WS-QUEUE-STATUS
               CLOSE BANK-RETURN-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN-REPORT-FILE
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING '===== RETORNO DO BANCO AOS PAGAMENTOS - '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           PERFORM 2000-APPLY-ONE-RETURN UNTIL B-RETURN-EOF
           PERFORM 3000-WRITE-TOTALS

           CLOSE BANK-RETURN-FILE
                 PAYOUT-QUEUE-FILE
                 RETURN-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-APPLY-ONE-RETURN.
           READ BANK-RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-RETURN-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-LINES-READ

           MOVE BR-END-TO-END-REF TO WS-DET-REF
           MOVE BR-BATCH-ID       TO WS-DET-BATCH
           MOVE SPACES            TO WS-DET-PAYEE
           IF BR-AMOUNT IS NUMERIC
               MOVE BR-AMOUNT TO WS-DET-AMOUNT
           ELSE
               MOVE ZERO TO WS-DET-AMOUNT
           END-IF

           MOVE BR-END-TO-END-REF TO PQ-PAYOUT-KEY
           READ PAYOUT-QUEUE-FILE
               INVALID KEY
                   MOVE '** EXCECAO: REFERENCIA FORA DA FILA **'
                       TO WS-DET-FLAG
                   PERFORM 2900-WRITE-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

           MOVE PQ-PAYEE-NAME TO WS-DET-PAYEE
           EVALUATE TRUE
               WHEN NOT B-PQ-SENT
                   MOVE '** EXCECAO: PAGAMENTO NAO AGUARDA RETORNO **'
                       TO WS-DET-FLAG
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN BR-BATCH-ID NOT = PQ-BATCH-ID
                   MOVE '** EXCECAO: LOTE DIFERENTE DO ENVIADO **'
                       TO WS-DET-FLAG
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN B-BR-ACCEPTED
                   MOVE 'A' TO PQ-STATUS
                   IF BR-VALUE-DATE IS NUMERIC
                       MOVE BR-VALUE-DATE TO PQ-RETURN-DATE
                   ELSE
                       MOVE WS-RUN-DATE TO PQ-RETURN-DATE
                   END-IF
                   MOVE SPACES TO PQ-REJECT-CODE
                   REWRITE PAYOUT-QUEUE-RECORD
                   ADD 1         TO WS-ACCEPTED
                   ADD PQ-AMOUNT TO WS-ACCEPTED-TOTAL
                   MOVE 'ACEITE - PAGO' TO WS-DET-FLAG
                   PERFORM 2800-WRITE-DETAIL
               WHEN B-BR-REJECTED
                   MOVE 'J'            TO PQ-STATUS
                   MOVE WS-RUN-DATE    TO PQ-RETURN-DATE
                   MOVE BR-REJECT-CODE TO PQ-REJECT-CODE
                   REWRITE PAYOUT-QUEUE-RECORD
                   ADD 1         TO WS-REJECTED
                   ADD PQ-AMOUNT TO WS-REJECTED-TOTAL
                   MOVE 2 TO WS-RETURN-CODE
                   MOVE SPACES TO WS-DET-FLAG
                   STRING '** REJEITADO ' DELIMITED BY SIZE
                          BR-REJECT-CODE DELIMITED BY SIZE
                          ' - DE VOLTA A FILA **' DELIMITED BY SIZE
                          INTO WS-DET-FLAG
                   PERFORM 2800-WRITE-DETAIL
               WHEN OTHER
                   MOVE '** EXCECAO: SITUACAO DO BANCO DESCONHECIDA **'
                       TO WS-DET-FLAG
                   PERFORM 2900-WRITE-EXCEPTION
           END-EVALUATE.

       2800-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE 2 TO WS-RETURN-CODE
           PERFORM 2800-WRITE-DETAIL.

       3000-WRITE-TOTALS.
           MOVE SPACES TO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-LINES-READ TO WS-DISP-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'LINHAS DO RETORNO:  ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE WS-ACCEPTED       TO WS-DISP-COUNT
           MOVE WS-ACCEPTED-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'ACEITES:            ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE WS-REJECTED       TO WS-DISP-COUNT
           MOVE WS-REJECTED-TOTAL TO WS-DISP-AMOUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'REJEITADOS:         ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VALOR: ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD
           MOVE WS-EXCEPTIONS TO WS-DISP-COUNT
           MOVE SPACES TO RETURN-REPORT-RECORD
           STRING 'EXCECOES:           ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO RETURN-REPORT-RECORD
           WRITE RETURN-REPORT-RECORD

           MOVE WS-ACCEPTED TO WS-DISP-COUNT
           DISPLAY "RETORNO DO BANCO APLICADO - " WS-DISP-COUNT
                   " ACEITE(S)"
           MOVE WS-REJECTED TO WS-DISP-COUNT
           DISPLAY "Rejeitados: " WS-DISP-COUNT
           MOVE WS-EXCEPTIONS TO WS-DISP-COUNT
           DISPLAY "Excecoes:   " WS-DISP-COUNT.
