       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMAINT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PAYMAINT - TESOURARIA: MANUTENCAO DA FILA DE PAGAMENTOS A
      *    PASSAGEIROS (PAYOUTQ). PARA UM BILHETE (VOO+DATA+BILHETE)
      *    LISTA OS PAGAMENTOS EM FILA E PERMITE REGISTAR OU CORRIGIR O
      *    TITULAR E O IBAN DE UM PAGAMENTO RETIDO SEM CONTA (H), DE UM
      *    REJEITADO PELO BANCO OU PELA VALIDACAO (J) OU DE UM AINDA POR
      *    ENVIAR (P). O IBAN E VALIDADO PELO DIGITO DE CONTROLO
      *    (MOD 97) ANTES DE SER ACEITE; O PAGAMENTO FICA PRONTO A
      *    ENVIAR NO PROXIMO PAYOUT. PAGAMENTOS JA ENVIADOS OU PAGOS
      *    NAO MUDAM. CADA ALTERACAO FICA NA TRILHA DE AUDITORIA
      *    (PAYMNT).
      *    INTERATIVO AO ESTILO DO BAGCLAIM.cbl, COM ABERTURA DE
      *    SESSAO CONTRA O MESTRE DE OPERADORES
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYOUT-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PAYOUT-KEY
               FILE STATUS IS WS-QUEUE-STATUS.

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
       FD PAYOUT-QUEUE-FILE.
           COPY PAYOUTQ.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-FLIGHT  PIC X(6).
           05 WS-SEARCH-DATE    PIC X(8).
           05 WS-SEARCH-TICKET  PIC 9(4).

      *    PAGAMENTOS DO BILHETE MOSTRADOS AO OPERADOR, PELA ORDEM
      *    DA FILA; A ESCOLHA E O NUMERO DA LINHA
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY-COUNT    PIC 9(2) VALUE ZERO.
           05 WS-ENTRY-KEY      PIC X(21) OCCURS 20.
       01 WS-ENTRY-CHOICE       PIC 9(2).
       01 WS-LIST-EOF           PIC X(1).
           88 B-LIST-EOF        VALUE 'Y'.

       01 WS-AGAIN              PIC X(1).
           88 B-MAINT-AGAIN     VALUES "Y", "YES", "SIM", "S", "s".

       01 WS-NEW-NAME           PIC X(30).
       01 WS-NEW-IBAN           PIC X(34).
       01 WS-OLD-STATUS         PIC X(1).
       01 WS-DISP-AMOUNT        PIC Z(5)9,99.

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

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 0100-SIGN-ON
           PERFORM 1000-OPEN-FILES

           MOVE SPACES TO WS-SEARCH-FLIGHT
           PERFORM UNTIL WS-SEARCH-FLIGHT = 'FIM'
               PERFORM 2000-LIST-TICKET-PAYOUTS
               IF WS-SEARCH-FLIGHT NOT = 'FIM'
                   IF WS-ENTRY-COUNT > ZERO
                       PERFORM 3000-MAINTAIN-PAYOUT
                   END-IF

                   DISPLAY "Deseja tratar outro bilhete? (S/N)"
                   DISPLAY ">  " WITH NO ADVANCING
                   ACCEPT WS-AGAIN
                   IF NOT B-MAINT-AGAIN
                       MOVE 'FIM' TO WS-SEARCH-FLIGHT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0100-SIGN-ON.
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

       1000-OPEN-FILES.
           OPEN I-O PAYOUT-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR A FILA DE PAGAMENTOS: "
                       WS-QUEUE-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE.

      ******************************************************************
      *    LISTA OS PAGAMENTOS EM FILA DO BILHETE (TODAS AS ORIGENS E
      *    SEQUENCIAS), NUMERADOS PARA O OPERADOR ESCOLHER
      ******************************************************************
       2000-LIST-TICKET-PAYOUTS.
           MOVE ZERO TO WS-ENTRY-COUNT

           DISPLAY "Indique o voo (FIM para sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-FLIGHT
           IF WS-SEARCH-FLIGHT = 'FIM'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           DISPLAY "Bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-TICKET

           MOVE WS-SEARCH-FLIGHT TO PQ-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO PQ-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO PQ-TICKET
           MOVE LOW-VALUES       TO PQ-SOURCE
           MOVE ZERO             TO PQ-SEQ
           MOVE 'N' TO WS-LIST-EOF
           START PAYOUT-QUEUE-FILE KEY IS NOT LESS THAN PQ-PAYOUT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START

           PERFORM UNTIL B-LIST-EOF
               READ PAYOUT-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF PQ-FLIGHT-NUMBER NOT = WS-SEARCH-FLIGHT
                           OR PQ-FLIGHT-DATE NOT = WS-SEARCH-DATE
                           OR PQ-TICKET NOT = WS-SEARCH-TICKET
                           OR WS-ENTRY-COUNT = 20
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           ADD 1 TO WS-ENTRY-COUNT
                           MOVE PQ-PAYOUT-KEY
                               TO WS-ENTRY-KEY(WS-ENTRY-COUNT)
                           PERFORM 2100-DISPLAY-PAYOUT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ENTRY-COUNT = ZERO
               DISPLAY "SEM PAGAMENTOS EM FILA PARA ESTE BILHETE."
           END-IF.

       2100-DISPLAY-PAYOUT.
           MOVE PQ-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY WS-ENTRY-COUNT ") Origem " PQ-SOURCE "/" PQ-SEQ
                   "  Valor " WS-DISP-AMOUNT
                   "  Estado " PQ-STATUS " " PQ-REJECT-CODE
           DISPLAY "    Titular " PQ-PAYEE-NAME
           DISPLAY "    IBAN    " PQ-IBAN.

      ******************************************************************
      *    REGISTAR OU CORRIGIR A CONTA DE UM PAGAMENTO. SO OS RETIDOS,
      *    OS REJEITADOS E OS AINDA POR ENVIAR PODEM MUDAR; COM A CONTA
      *    VALIDADA FICAM PRONTOS A ENVIAR NO PROXIMO PAYOUT
      ******************************************************************
       3000-MAINTAIN-PAYOUT.
           DISPLAY "Linha a alterar (0 = nenhuma):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-ENTRY-CHOICE
           IF WS-ENTRY-CHOICE = ZERO
               OR WS-ENTRY-CHOICE > WS-ENTRY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENTRY-KEY(WS-ENTRY-CHOICE) TO PQ-PAYOUT-KEY
           READ PAYOUT-QUEUE-FILE
               INVALID KEY
                   DISPLAY "PAGAMENTO JA NAO ESTA NA FILA."
                   EXIT PARAGRAPH
           END-READ

           IF B-PQ-SENT OR B-PQ-ACCEPTED
               DISPLAY "PAGAMENTO JA ENVIADO AO BANCO - NAO PODE SER "
                       "ALTERADO."
               EXIT PARAGRAPH
           END-IF
           IF B-PQ-CORP-CREDIT
               DISPLAY "REEMBOLSO JA CREDITADO NA CONTA DE EMPRESA "
                       PQ-IBAN(1:8) " - NAO PODE SER ALTERADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Titular da conta (em branco = manter):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME
           DISPLAY "IBAN, sem espacos e em maiusculas:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-IBAN

           MOVE WS-NEW-IBAN TO WS-IB-IBAN
           PERFORM 3100-VALIDATE-IBAN
           IF NOT B-IBAN-VALID
               DISPLAY "IBAN INVALIDO - NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF

           MOVE PQ-STATUS TO WS-OLD-STATUS
           IF WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO PQ-PAYEE-NAME
           END-IF
           MOVE WS-NEW-IBAN TO PQ-IBAN
           MOVE 'P'         TO PQ-STATUS
           MOVE SPACES      TO PQ-REJECT-CODE
           REWRITE PAYOUT-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PAGAMENTO."
               NOT INVALID KEY
                   DISPLAY "CONTA REGISTADA - PAGAMENTO PRONTO A "
                           "ENVIAR."
                   PERFORM 4000-WRITE-PAYOUT-AUDIT
           END-REWRITE.

       3100-VALIDATE-IBAN.
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

       4000-WRITE-PAYOUT-AUDIT.
           MOVE PQ-TICKET        TO AT-TICKET
           MOVE PQ-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PQ-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'PAYMNT'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           STRING 'PAGTO ' DELIMITED BY SIZE
                  PQ-SOURCE DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  PQ-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-OLD-STATUS DELIMITED BY SIZE
                  '>P IBAN ' DELIMITED BY SIZE
                  PQ-IBAN DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE PAYOUT-QUEUE-FILE
                 AUDIT-FILE.
