      *    PARA CADA DISPUTA:
      *    - LOCALIZA O PAGAMENTO PELA REFERENCIA DE AUTORIZACAO NA
      *      CONCATENACAO DE PERIODO DO DIARIO DE PAGAMENTOS
      *      (PERIOD-PAYMENTS.TXT, PREPARADA PELO FECHO DO MES - AS
      *      DISPUTAS CHEGAM SEMANAS DEPOIS DA VENDA E O DIARIO
      *      NOTURNO SO COBRE A ULTIMA NOITE) E MARCA-O COMO
      *      CONTESTADO ('D'). COM O ARMAZEM DOS DIARIOS
      *      (journal-store.dat) VAI DIRETO AO PAGAMENTO PELA CHAVE
      *      ALTERNATIVA DA AUTORIZACAO - SEM LIMITE DE PAGAMENTOS EM
      *      MEMORIA E COM O PERIODO AINDA ABERTO - E A MARCA FICA NO
      *      ARMAZEM; SO SEM ELE LE E REESCREVE A CONCATENACAO
      *    - LANCA A REVERSAO NO EXTRATO DIARIO COM O SEU PROPRIO
      *      TIPO DE MOVIMENTO (CHBACK)
      *    - MARCA O BILHETE NO MESTRE DE PASSAGEIROS (OU ASSINALA O
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    SEM OPTIONAL: UM ARMAZEM QUE NAO EXISTE NAO PODE SER
      *    CRIADO VAZIO PELA ABERTURA I-O
           SELECT JOURNAL-STORE-FILE ASSIGN TO
               "PASSAGEM/FILE/journal-store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-STORE-KEY
               ALTERNATE RECORD KEY IS JS-AUTH-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD JOURNAL-STORE-FILE.
           COPY JRNSTORE.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

           COPY AUDITTRL.

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-JOURNAL-STATUS     PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-STORE-STATUS       PIC X(2).

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
       01 WS-JOURNAL-TABLE.
           05 WS-PJ-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-PJ-ENTRY OCCURS 2000 TIMES.
               10 WS-PJ-DATA        PIC X(80).
           05 WS-PJ-IDX             PIC 9(4).
           05 WS-PJ-OVERFLOW        PIC X(1) VALUE 'N'.
               88 B-PJ-OVERFLOW     VALUE 'Y'.
               88 B-JOURNAL-EOF     VALUE 'Y'.
           05 WS-MATCH-FOUND        PIC X(1).
               88 B-MATCH-FOUND     VALUE 'Y'.
           05 WS-STORE-EOF          PIC X(1).
               88 B-STORE-EOF       VALUE 'Y'.
           05 WS-STORE-OPEN         PIC X(1) VALUE 'N'.
               88 B-STORE-OPEN      VALUE 'Y'.

       01 WS-DISPUTE-WORK.
           05 WS-FLOWN-TEXT         PIC X(12).
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           OPEN I-O JOURNAL-STORE-FILE
           IF WS-STORE-STATUS = '00'
               MOVE 'Y' TO WS-STORE-OPEN
           ELSE
               PERFORM 1000-LOAD-JOURNAL
               IF B-PJ-OVERFLOW
                   DISPLAY "DIARIO COM MAIS DE 2000 PAGAMENTOS - "
                           "PROCESSAR CHARGEBACKS POR PARTES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O PASSENGER-MASTER-FILE
                 AUDIT-FILE
                 WORKLIST-FILE

           IF B-STORE-OPEN
               CLOSE JOURNAL-STORE-FILE
           ELSE
               PERFORM 5000-REWRITE-JOURNAL
           END-IF

           MOVE WS-DISPUTES-READ    TO WS-DISP-READ
           MOVE WS-DISPUTES-MATCHED TO WS-DISP-MATCHED
           DISPLAY "CHARGEBACKS PROCESSADOS - " WS-DISP-READ
                   " LIDO(S), " WS-DISP-MATCHED " CASADO(S), "
                   WS-DISP-ORPHAN " SEM PAGAMENTO"
           IF WS-DISPUTES-ORPHAN > ZERO AND WS-RETURN-CODE < 2
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE

       2200-MATCH-PAYMENT.
           MOVE SPACE TO WS-MATCH-FOUND
           IF B-STORE-OPEN
               PERFORM 2250-MATCH-IN-STORE
           ELSE
               PERFORM VARYING WS-PJ-IDX FROM 1 BY 1
                   UNTIL WS-PJ-IDX > WS-PJ-COUNT OR B-MATCH-FOUND
                   MOVE WS-PJ-DATA(WS-PJ-IDX) TO
                       PAYMENT-JOURNAL-RECORD
                   IF PJ-AUTH-REF = CB-AUTH-REF
                       AND NOT B-PJ-DISPUTED
                       MOVE 'Y' TO WS-MATCH-FOUND
                   END-IF
               END-PERFORM
           END-IF

           IF NOT B-MATCH-FOUND
               ADD 1 TO WS-DISPUTES-ORPHAN
           END-IF

           ADD 1 TO WS-DISPUTES-MATCHED

      *    MARCAR O PAGAMENTO COMO CONTESTADO NO ARMAZEM OU NA COPIA
      *    EM MEMORIA
           SET B-PJ-DISPUTED TO TRUE
           IF B-STORE-OPEN
               MOVE PAYMENT-JOURNAL-RECORD TO JS-DATA
               REWRITE JOURNAL-STORE-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A REESCREVER journal-store.dat: "
                               WS-STORE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               SUBTRACT 1 FROM WS-PJ-IDX
               MOVE PAYMENT-JOURNAL-RECORD TO WS-PJ-DATA(WS-PJ-IDX)
           END-IF

           PERFORM 2300-POST-REVERSAL
           PERFORM 2400-FLAG-TICKET
           PERFORM 2500-WRITE-WORKLIST-LINE
           PERFORM 2600-WRITE-DISPUTE-AUDIT.

      ******************************************************************
      *    PAGAMENTOS COM A REFERENCIA DA DISPUTA, PELA CHAVE
      *    ALTERNATIVA DO ARMAZEM: O PRIMEIRO AINDA NAO CONTESTADO
      ******************************************************************
       2250-MATCH-IN-STORE.
           MOVE 'N' TO WS-STORE-EOF
           MOVE CB-AUTH-REF TO JS-AUTH-REF
           START JOURNAL-STORE-FILE KEY = JS-AUTH-REF
               INVALID KEY
                   MOVE 'Y' TO WS-STORE-EOF
           END-START
           PERFORM UNTIL B-STORE-EOF OR B-MATCH-FOUND
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF JS-AUTH-REF NOT = CB-AUTH-REF
                           MOVE 'Y' TO WS-STORE-EOF
                       ELSE
                           IF B-JS-PAYMENT
                               MOVE JS-DATA TO PAYMENT-JOURNAL-RECORD
                               IF NOT B-PJ-DISPUTED
                                   MOVE 'Y' TO WS-MATCH-FOUND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    A REVERSAO ENTRA NO EXTRATO DIARIO COM O SEU PROPRIO TIPO
      *    DE MOVIMENTO, PARA A CONTABILIDADE VER A PERDA ONDE VIU A
      ******************************************************************
       2300-POST-REVERSAL.
           MOVE PJ-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE PJ-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE PJ-TICKET        TO DS-TICKET
           MOVE PJ-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'CHBACK'         TO DS-TXN-CODE
           MOVE CB-AMOUNT        TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
       2400-FLAG-TICKET.
           MOVE 'VOO FECHADO ' TO WS-FLOWN-TEXT
           MOVE PJ-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE PJ-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE PJ-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                  CB-AUTH-REF DELIMITED BY SIZE
                  ' VOO ' DELIMITED BY SIZE
                  PJ-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PJ-FLIGHT-DATE DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  PJ-TICKET DELIMITED BY SIZE
                  ' VENDA ' DELIMITED BY SIZE
       2600-WRITE-DISPUTE-AUDIT.
           MOVE PJ-TICKET        TO AT-TICKET
           MOVE PJ-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PJ-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'CHBACK'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
                  ' ' DELIMITED BY SIZE
                  CB-REASON DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
