       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDREV.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    FRAUDREV - REVISAO DAS VENDAS COM CARTAO QUE A PONTUACAO DE
      *    RISCO (FILE-FLY 2022 / PASSAGEM 0310) MANDOU PARA A FILA DE
      *    REVISAO DE FRAUDE (FRAUDQ). A EQUIPA DE FRAUDE VE CADA
      *    VENDA PENDENTE, COM AS REGRAS QUE DISPARARAM, E DECIDE:
      *    A = ACEITAR (A VENDA FICA), X = CANCELAR (E GRAVADO UM
      *    REGISTO CANCEL NO LAYOUT DE ENTRADA DO LOTE EM
      *    fraud-cancellations.txt, QUE O DRIVER NOTURNO REINTRODUZ
      *    NO LOTE SEGUINTE - O CANCELAMENTO E O REEMBOLSO AO CARTAO
      *    SEGUEM O CAMINHO NORMAL), S = DEIXAR PENDENTE. CADA
      *    DECISAO VAI A TRILHA DE AUDITORIA COM O OPERADOR E A FILA
      *    E REESCRITA COM OS NOVOS ESTADOS, COMO NO WREVIEW.cbl
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUD-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/fraud-review-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT OPTIONAL FRAUD-CANCEL-FILE ASSIGN TO
               "PASSAGEM/FILE/fraud-cancellations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FRAUD-QUEUE-FILE.
           COPY FRAUDQ.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD FRAUD-CANCEL-FILE.
       01 FRAUD-CANCEL-RECORD       PIC X(300).

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SIGNON-REFUSAL     PIC X(40).

      ******************************************************************
      *    A FILA E LIDA TODA PARA MEMORIA, REVISTA, E REESCRITA COM
      *    OS NOVOS ESTADOS. AS DECISOES COM MAIS DE WS-KEEP-DAYS DIAS
      *    SAEM DA FILA NA REESCRITA - O FRAUDRPT DO MES JA AS LEU E
      *    A DECISAO CONTINUA NA TRILHA DE AUDITORIA
      ******************************************************************
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-QUEUE-ENTRY OCCURS 500 TIMES.
               10 WS-QE-STATUS      PIC X(1).
               10 WS-QE-DECISION-DATE PIC 9(8).
               10 WS-QE-DECISION-OPER PIC X(8).
               10 WS-QE-RUN-DATE    PIC 9(8).
               10 WS-QE-FLIGHT-NUMBER PIC X(6).
               10 WS-QE-FLIGHT-DATE PIC X(8).
               10 WS-QE-TICKET      PIC 9(4).
               10 WS-QE-TICKET-NUMBER PIC 9(13).
               10 WS-QE-NAME        PIC X(14).
               10 WS-QE-CHANNEL-CODE PIC X(3).
               10 WS-QE-PAY-AUTH-REF PIC X(8).
               10 WS-QE-AMOUNT      PIC 9(6)V99.
               10 WS-QE-SCORE       PIC 9(3).
               10 WS-QE-RULES       PIC X(4).
               10 WS-QE-PHONE       PIC X(15).
               10 WS-QE-EMAIL       PIC X(40).
           05 WS-QUEUE-IDX          PIC 9(3).

       01 WS-QUEUE-EOF          PIC X(1) VALUE 'N'.
           88 B-QUEUE-EOF       VALUE 'Y'.
       01 WS-QUEUE-OVERFLOW     PIC X(1) VALUE 'N'.
           88 B-QUEUE-OVERFLOW  VALUE 'Y'.
       01 WS-PENDING-COUNT      PIC 9(3) VALUE ZERO.

       01 WS-DECISION           PIC X(1).
           88 B-DEC-ACCEPT      VALUES 'A', 'a'.
           88 B-DEC-CANCEL      VALUES 'X', 'x'.

       01 WS-KEEP-DAYS          PIC 9(3) VALUE 100.
       01 WS-DECISION-AGE       PIC S9(6).

      ******************************************************************
      *    REGISTO CANCEL NO LAYOUT DE COLUNAS FIXAS DA ENTRADA DO LOTE
      *    (VER INPUT-RECORD NO FILE-FLY.cbl): O CANCELAMENTO SO
      *    PRECISA DO VOO, DA DATA E DO BILHETE
      ******************************************************************
       01 WS-CANCEL-FIXED.
           05 FC-TXN-TYPE          PIC X(6).
           05 FC-FLIGHT-NUMBER     PIC X(6).
           05 FC-NAME              PIC X(14).
           05 FILLER               PIC X(28).
           05 FC-TICKET            PIC 9(4).
           05 FILLER               PIC X(203).
           05 FC-FLIGHT-DATE       PIC X(8).
           05 FILLER               PIC X(11).
           05 FC-TICKET-NUMBER     PIC 9(13).
           05 FILLER               PIC X(7).

       01 WS-REVIEW-TOTALS.
           05 WS-ACCEPTED-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-CANCELLED-COUNT    PIC 9(3) VALUE ZERO.
           05 WS-DISP-ACCEPTED      PIC Z(2)9.
           05 WS-DISP-CANCELLED     PIC Z(2)9.
           05 WS-DISP-PENDING       PIC Z(2)9.
           05 WS-DISP-AMOUNT        PIC Z(5)9,99.
           05 WS-DISP-SCORE         PIC ZZ9.

       01 WS-AUDIT.
           05 WS-CURRENT-DATETIME   PIC X(21).
           05 WS-RUN-DATE           PIC 9(8).
           05 WS-RUN-TIME           PIC 9(6).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 0100-SIGN-ON

           PERFORM 1000-LOAD-QUEUE

      *    COM A FILA ACIMA DA TABELA EM MEMORIA, REESCREVE-LA
      *    DESTRUIRIA A CAUDA NAO LIDA - RECUSAR E DEIXAR O FICHEIRO
      *    INTACTO, COMO NO WREVIEW
           IF B-QUEUE-OVERFLOW
               DISPLAY "FILA COM MAIS DE 500 VENDAS - FICHEIRO "
                       "INTACTO, REVER COM A INFORMATICA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PENDING-COUNT = ZERO
               DISPLAY "FILA DE REVISAO DE FRAUDE SEM VENDAS "
                       "PENDENTES - NADA PARA REVER."
               STOP RUN
           END-IF

           MOVE WS-PENDING-COUNT TO WS-DISP-PENDING
           DISPLAY WS-DISP-PENDING " VENDA(S) PENDENTE(S) DE REVISAO."

           OPEN EXTEND FRAUD-CANCEL-FILE
                EXTEND AUDIT-FILE

           PERFORM 2000-REVIEW-ONE-ENTRY
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT

           CLOSE FRAUD-CANCEL-FILE
                 AUDIT-FILE

           PERFORM 3000-REWRITE-QUEUE

           MOVE WS-ACCEPTED-COUNT  TO WS-DISP-ACCEPTED
           MOVE WS-CANCELLED-COUNT TO WS-DISP-CANCELLED
           DISPLAY "REVISAO TERMINADA - " WS-DISP-ACCEPTED
                   " ACEITE(S), " WS-DISP-CANCELLED
                   " CANCELADA(S) NO PROXIMO LOTE."
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO CONTRA O MESTRE DE OPERADORES: CANCELAR
      *    UMA VENDA EMITIDA E UMA DECISAO ACIMA DO BALCAO, PELO QUE
      *    SO QUEM TEM O PERFIL DE APROVACAO PODE REVER A FILA. CADA
      *    TENTATIVA RECUSADA FICA NA TRILHA DE AUDITORIA
      ******************************************************************
       0100-SIGN-ON.
           DISPLAY "Identificacao do operador da equipa de fraude:"
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

           MOVE SPACES TO WS-SIGNON-REFUSAL
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'OPERADOR DESCONHECIDO' TO WS-SIGNON-REFUSAL
               NOT INVALID KEY
                   IF NOT B-OP-ACTIVE
                       MOVE 'OPERADOR DESATIVADO' TO WS-SIGNON-REFUSAL
                   ELSE
                       IF NOT B-OP-MAY-APPROVE
                           MOVE 'SEM PERFIL DE APROVACAO' TO
                               WS-SIGNON-REFUSAL
                       END-IF
                   END-IF
           END-READ
           CLOSE OPERATOR-MASTER-FILE

           IF WS-SIGNON-REFUSAL NOT = SPACES
               PERFORM 0200-AUDIT-REFUSED-SIGNON
               DISPLAY "ACESSO RECUSADO - " WS-SIGNON-REFUSAL "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-AUDIT-REFUSED-SIGNON.
           OPEN EXTEND AUDIT-FILE
           MOVE ZERO            TO AT-TICKET
           MOVE SPACES          TO AT-FLIGHT-NUMBER
           MOVE SPACES          TO AT-FLIGHT-DATE
           MOVE 'FRDENY'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID  TO AT-OPERATOR-ID
           MOVE WS-SIGNON-REFUSAL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE.

       1000-LOAD-QUEUE.
           OPEN INPUT FRAUD-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR A FILA DE REVISAO DE FRAUDE: "
                       WS-QUEUE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-QUEUE-EOF
               READ FRAUD-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF WS-QUEUE-COUNT < 500
                           ADD 1 TO WS-QUEUE-COUNT
                           PERFORM 1100-STORE-QUEUE-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-QUEUE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE.

       1100-STORE-QUEUE-ENTRY.
           MOVE FQ-STATUS        TO WS-QE-STATUS(WS-QUEUE-COUNT)
           MOVE FQ-DECISION-DATE TO
               WS-QE-DECISION-DATE(WS-QUEUE-COUNT)
           MOVE FQ-DECISION-OPER TO
               WS-QE-DECISION-OPER(WS-QUEUE-COUNT)
           MOVE FQ-RUN-DATE      TO WS-QE-RUN-DATE(WS-QUEUE-COUNT)
           MOVE FQ-FLIGHT-NUMBER TO
               WS-QE-FLIGHT-NUMBER(WS-QUEUE-COUNT)
           MOVE FQ-FLIGHT-DATE   TO WS-QE-FLIGHT-DATE(WS-QUEUE-COUNT)
           MOVE FQ-TICKET        TO WS-QE-TICKET(WS-QUEUE-COUNT)
           MOVE FQ-TICKET-NUMBER TO
               WS-QE-TICKET-NUMBER(WS-QUEUE-COUNT)
           MOVE FQ-NAME          TO WS-QE-NAME(WS-QUEUE-COUNT)
           MOVE FQ-CHANNEL-CODE  TO
               WS-QE-CHANNEL-CODE(WS-QUEUE-COUNT)
           MOVE FQ-PAY-AUTH-REF  TO
               WS-QE-PAY-AUTH-REF(WS-QUEUE-COUNT)
           MOVE FQ-AMOUNT        TO WS-QE-AMOUNT(WS-QUEUE-COUNT)
           MOVE FQ-SCORE         TO WS-QE-SCORE(WS-QUEUE-COUNT)
           MOVE FQ-RULES         TO WS-QE-RULES(WS-QUEUE-COUNT)
           MOVE FQ-PHONE         TO WS-QE-PHONE(WS-QUEUE-COUNT)
           MOVE FQ-EMAIL         TO WS-QE-EMAIL(WS-QUEUE-COUNT)
           IF B-FQ-PENDING
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       2000-REVIEW-ONE-ENTRY.
           IF WS-QE-STATUS(WS-QUEUE-IDX) NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-QE-AMOUNT(WS-QUEUE-IDX) TO WS-DISP-AMOUNT
           MOVE WS-QE-SCORE(WS-QUEUE-IDX)  TO WS-DISP-SCORE
           DISPLAY " "
           DISPLAY "VENDA DE " WS-QE-RUN-DATE(WS-QUEUE-IDX)
                   " - VOO " WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX)
                   " " WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)
                   " BILHETE " WS-QE-TICKET(WS-QUEUE-IDX)
                   " (" WS-QE-TICKET-NUMBER(WS-QUEUE-IDX) ")"
           DISPLAY "PASSAGEIRO: " WS-QE-NAME(WS-QUEUE-IDX)
                   "  CANAL: " WS-QE-CHANNEL-CODE(WS-QUEUE-IDX)
                   "  AUTORIZACAO: " WS-QE-PAY-AUTH-REF(WS-QUEUE-IDX)
                   "  VALOR: " WS-DISP-AMOUNT
           DISPLAY "CONTACTO: " WS-QE-PHONE(WS-QUEUE-IDX)
                   " " WS-QE-EMAIL(WS-QUEUE-IDX)
           DISPLAY "PONTUACAO " WS-DISP-SCORE
                   " - REGRAS " WS-QE-RULES(WS-QUEUE-IDX)
                   " (A = AUTORIZACAO COM OUTRO NOME, L = ULTIMA "
                   "HORA, E = EMAIL, T = TELEFONE)"
           DISPLAY "Decisao? A = Aceitar, X = Cancelar a venda, "
                   "S = Deixar pendente"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN B-DEC-ACCEPT
                   MOVE 'A' TO WS-QE-STATUS(WS-QUEUE-IDX)
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM 2100-WRITE-DECISION-AUDIT
                   DISPLAY "VENDA ACEITE."
               WHEN B-DEC-CANCEL
                   MOVE 'X' TO WS-QE-STATUS(WS-QUEUE-IDX)
                   ADD 1 TO WS-CANCELLED-COUNT
                   PERFORM 2200-WRITE-CANCEL-RECORD
                   PERFORM 2100-WRITE-DECISION-AUDIT
                   DISPLAY "VENDA CANCELADA - O CANCELAMENTO E O "
                           "REEMBOLSO SEGUEM NO PROXIMO LOTE."
               WHEN OTHER
                   DISPLAY "DEIXADA PENDENTE."
           END-EVALUATE.

       2100-WRITE-DECISION-AUDIT.
           MOVE WS-RUN-DATE    TO WS-QE-DECISION-DATE(WS-QUEUE-IDX)
           MOVE WS-OPERATOR-ID TO WS-QE-DECISION-OPER(WS-QUEUE-IDX)

           MOVE WS-QE-TICKET(WS-QUEUE-IDX)        TO AT-TICKET
           MOVE WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX) TO AT-FLIGHT-NUMBER
           MOVE WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)   TO AT-FLIGHT-DATE
           IF WS-QE-STATUS(WS-QUEUE-IDX) = 'A'
               MOVE 'FRDACC' TO AT-TXN-TYPE
           ELSE
               MOVE 'FRDCAN' TO AT-TXN-TYPE
           END-IF
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           STRING 'PONTUACAO ' DELIMITED BY SIZE
                  WS-DISP-SCORE DELIMITED BY SIZE
                  ' REGRAS ' DELIMITED BY SIZE
                  WS-QE-RULES(WS-QUEUE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QE-NAME(WS-QUEUE-IDX) DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      *    GRAVAR O CANCELAMENTO NO LAYOUT DE ENTRADA DO LOTE, COMO AS
      *    VENDAS DIFERIDAS DO BALCAO: O DRIVER NOTURNO POE O FICHEIRO
      *    NA ENTRADA DO LOTE SEGUINTE
      ******************************************************************
       2200-WRITE-CANCEL-RECORD.
           MOVE SPACES TO WS-CANCEL-FIXED
           MOVE 'CANCEL'                          TO FC-TXN-TYPE
           MOVE WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX) TO FC-FLIGHT-NUMBER
           MOVE WS-QE-NAME(WS-QUEUE-IDX)          TO FC-NAME
           MOVE WS-QE-TICKET(WS-QUEUE-IDX)        TO FC-TICKET
           MOVE WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)   TO FC-FLIGHT-DATE
           MOVE WS-QE-TICKET-NUMBER(WS-QUEUE-IDX) TO FC-TICKET-NUMBER
           MOVE WS-CANCEL-FIXED TO FRAUD-CANCEL-RECORD
           WRITE FRAUD-CANCEL-RECORD.

       3000-REWRITE-QUEUE.
           OPEN OUTPUT FRAUD-QUEUE-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE ZERO TO WS-DECISION-AGE
               IF WS-QE-STATUS(WS-QUEUE-IDX) NOT = 'P'
                   AND WS-QE-DECISION-DATE(WS-QUEUE-IDX) > ZERO
                   COMPUTE WS-DECISION-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WS-QE-DECISION-DATE(WS-QUEUE-IDX))
               END-IF
               IF WS-DECISION-AGE <= WS-KEEP-DAYS
                   PERFORM 3100-WRITE-QUEUE-ENTRY
               END-IF
           END-PERFORM
           CLOSE FRAUD-QUEUE-FILE.

       3100-WRITE-QUEUE-ENTRY.
           MOVE WS-QE-STATUS(WS-QUEUE-IDX)        TO FQ-STATUS
           MOVE WS-QE-DECISION-DATE(WS-QUEUE-IDX) TO FQ-DECISION-DATE
           MOVE WS-QE-DECISION-OPER(WS-QUEUE-IDX) TO FQ-DECISION-OPER
           MOVE WS-QE-RUN-DATE(WS-QUEUE-IDX)      TO FQ-RUN-DATE
           MOVE WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX) TO FQ-FLIGHT-NUMBER
           MOVE WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)   TO FQ-FLIGHT-DATE
           MOVE WS-QE-TICKET(WS-QUEUE-IDX)        TO FQ-TICKET
           MOVE WS-QE-TICKET-NUMBER(WS-QUEUE-IDX) TO FQ-TICKET-NUMBER
           MOVE WS-QE-NAME(WS-QUEUE-IDX)          TO FQ-NAME
           MOVE WS-QE-CHANNEL-CODE(WS-QUEUE-IDX)  TO FQ-CHANNEL-CODE
           MOVE WS-QE-PAY-AUTH-REF(WS-QUEUE-IDX)  TO FQ-PAY-AUTH-REF
           MOVE WS-QE-AMOUNT(WS-QUEUE-IDX)        TO FQ-AMOUNT
           MOVE WS-QE-SCORE(WS-QUEUE-IDX)         TO FQ-SCORE
           MOVE WS-QE-RULES(WS-QUEUE-IDX)         TO FQ-RULES
           MOVE WS-QE-PHONE(WS-QUEUE-IDX)         TO FQ-PHONE
           MOVE WS-QE-EMAIL(WS-QUEUE-IDX)         TO FQ-EMAIL
           WRITE FRAUD-QUEUE-RECORD.
