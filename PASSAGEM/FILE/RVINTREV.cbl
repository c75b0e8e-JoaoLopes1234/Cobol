       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVINTREV.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    RVINTREV - REVISAO DAS SUSPEITAS QUE O VARRIMENTO DE
      *    INTEGRIDADE DE RECEITA (RVINTSWP.cbl) POS NA LISTA
      *    (REVINTQ): RESERVAS DUPLICADAS, O MESMO PASSAGEIRO EM VOOS
      *    A MESMA HORA, NOMES FICTICIOS E CONTACTOS QUE SO FAZEM
      *    OPCOES. O ANALISTA VE CADA SUSPEITA PENDENTE, COM A OUTRA
      *    RESERVA ENVOLVIDA, E DECIDE:
      *    X = CANCELAR (E GRAVADO UM REGISTO CANCEL NO LAYOUT DE
      *    ENTRADA DO LOTE EM revenue-integrity-cancellations.txt, QUE
      *    O DRIVER NOTURNO REINTRODUZ NO LOTE SEGUINTE - O LUGAR E
      *    LIBERTADO PELO CAMINHO NORMAL DO CANCELAMENTO, COMO NO
      *    FRAUDREV), A = ARQUIVAR SEM ACAO, S = DEIXAR PENDENTE. NAS
      *    OPCOES EXPIRADAS (REGRA H) O LUGAR JA FOI LIBERTADO PELO
      *    HOLDSWP E SO HA ARQUIVAR. CADA DECISAO VAI A TRILHA DE
      *    AUDITORIA COM O OPERADOR E A LISTA E REESCRITA COM OS NOVOS
      *    ESTADOS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVINT-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/revenue-integrity-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT OPTIONAL REVINT-CANCEL-FILE ASSIGN TO
               "PASSAGEM/FILE/revenue-integrity-cancellations.txt"
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
       FD REVINT-QUEUE-FILE.
           COPY REVINTQ.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD REVINT-CANCEL-FILE.
       01 REVINT-CANCEL-RECORD      PIC X(300).

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SIGNON-REFUSAL     PIC X(40).

      ******************************************************************
      *    A LISTA E LIDA TODA PARA MEMORIA, REVISTA, E REESCRITA COM
      *    OS NOVOS ESTADOS. AS DECISOES COM MAIS DE WS-KEEP-DAYS DIAS
      *    SAEM DA LISTA NA REESCRITA - A DECISAO CONTINUA NA TRILHA
      *    DE AUDITORIA
      ******************************************************************
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-QUEUE-ENTRY OCCURS 2000 TIMES.
               10 WS-QE-STATUS      PIC X(1).
               10 WS-QE-DECISION-DATE PIC 9(8).
               10 WS-QE-DECISION-OPER PIC X(8).
               10 WS-QE-RUN-DATE    PIC 9(8).
               10 WS-QE-RULE        PIC X(1).
               10 WS-QE-FLIGHT-NUMBER PIC X(6).
               10 WS-QE-FLIGHT-DATE PIC X(8).
               10 WS-QE-TICKET      PIC 9(4).
               10 WS-QE-TICKET-NUMBER PIC 9(13).
               10 WS-QE-NAME        PIC X(14).
               10 WS-QE-DOC-NUMBER  PIC X(9).
               10 WS-QE-OTHER-FLIGHT PIC X(6).
               10 WS-QE-OTHER-DATE  PIC X(8).
               10 WS-QE-OTHER-TICKET PIC 9(4).
               10 WS-QE-COUNT       PIC 9(3).
               10 WS-QE-PHONE       PIC X(15).
               10 WS-QE-EMAIL       PIC X(40).
           05 WS-QUEUE-IDX          PIC 9(4).

       01 WS-QUEUE-EOF          PIC X(1) VALUE 'N'.
           88 B-QUEUE-EOF       VALUE 'Y'.
       01 WS-QUEUE-OVERFLOW     PIC X(1) VALUE 'N'.
           88 B-QUEUE-OVERFLOW  VALUE 'Y'.
       01 WS-PENDING-COUNT      PIC 9(4) VALUE ZERO.

       01 WS-DECISION           PIC X(1).
           88 B-DEC-CLEAR       VALUES 'A', 'a'.
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

       01 WS-RULE-TEXT          PIC X(40).

       01 WS-REVIEW-TOTALS.
           05 WS-CLEARED-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-CANCELLED-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-DISP-CLEARED       PIC Z(3)9.
           05 WS-DISP-CANCELLED     PIC Z(3)9.
           05 WS-DISP-PENDING       PIC Z(3)9.
           05 WS-DISP-COUNT         PIC ZZ9.

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

      *    COM A LISTA ACIMA DA TABELA EM MEMORIA, REESCREVE-LA
      *    DESTRUIRIA A CAUDA NAO LIDA - RECUSAR E DEIXAR O FICHEIRO
      *    INTACTO, COMO NO FRAUDREV
           IF B-QUEUE-OVERFLOW
               DISPLAY "LISTA COM MAIS DE 2000 SUSPEITAS - FICHEIRO "
                       "INTACTO, REVER COM A INFORMATICA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PENDING-COUNT = ZERO
               DISPLAY "LISTA DE INTEGRIDADE DE RECEITA SEM "
                       "SUSPEITAS PENDENTES - NADA PARA REVER."
               STOP RUN
           END-IF

           MOVE WS-PENDING-COUNT TO WS-DISP-PENDING
           DISPLAY WS-DISP-PENDING
                   " SUSPEITA(S) PENDENTE(S) DE REVISAO."

           OPEN EXTEND REVINT-CANCEL-FILE
                EXTEND AUDIT-FILE

           PERFORM 2000-REVIEW-ONE-ENTRY
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT

           CLOSE REVINT-CANCEL-FILE
                 AUDIT-FILE

           PERFORM 3000-REWRITE-QUEUE

           MOVE WS-CLEARED-COUNT   TO WS-DISP-CLEARED
           MOVE WS-CANCELLED-COUNT TO WS-DISP-CANCELLED
           DISPLAY "REVISAO TERMINADA - " WS-DISP-CLEARED
                   " ARQUIVADA(S), " WS-DISP-CANCELLED
                   " RESERVA(S) CANCELADA(S) NO PROXIMO LOTE."
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO CONTRA O MESTRE DE OPERADORES: CANCELAR
      *    UMA RESERVA DE UM CLIENTE E UMA DECISAO ACIMA DO BALCAO,
      *    PELO QUE SO QUEM TEM O PERFIL DE APROVACAO PODE REVER A
      *    LISTA. CADA TENTATIVA RECUSADA FICA NA TRILHA DE AUDITORIA
      ******************************************************************
       0100-SIGN-ON.
           DISPLAY "Identificacao do analista de receita:"
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
           MOVE 'RVIDNY'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID  TO AT-OPERATOR-ID
           MOVE WS-SIGNON-REFUSAL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE.

       1000-LOAD-QUEUE.
           OPEN INPUT REVINT-QUEUE-FILE
           IF WS-QUEUE-STATUS = '35'
               DISPLAY "LISTA DE INTEGRIDADE DE RECEITA AINDA NAO "
                       "CRIADA - NADA PARA REVER."
               STOP RUN
           END-IF
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR A LISTA DE INTEGRIDADE DE "
                       "RECEITA: " WS-QUEUE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-QUEUE-EOF
               READ REVINT-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF WS-QUEUE-COUNT < 2000
                           ADD 1 TO WS-QUEUE-COUNT
                           PERFORM 1100-STORE-QUEUE-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-QUEUE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVINT-QUEUE-FILE.

       1100-STORE-QUEUE-ENTRY.
           MOVE RV-STATUS        TO WS-QE-STATUS(WS-QUEUE-COUNT)
           MOVE RV-DECISION-DATE TO
               WS-QE-DECISION-DATE(WS-QUEUE-COUNT)
           MOVE RV-DECISION-OPER TO
               WS-QE-DECISION-OPER(WS-QUEUE-COUNT)
           MOVE RV-RUN-DATE      TO WS-QE-RUN-DATE(WS-QUEUE-COUNT)
           MOVE RV-RULE          TO WS-QE-RULE(WS-QUEUE-COUNT)
           MOVE RV-FLIGHT-NUMBER TO
               WS-QE-FLIGHT-NUMBER(WS-QUEUE-COUNT)
           MOVE RV-FLIGHT-DATE   TO WS-QE-FLIGHT-DATE(WS-QUEUE-COUNT)
           MOVE RV-TICKET        TO WS-QE-TICKET(WS-QUEUE-COUNT)
           MOVE RV-TICKET-NUMBER TO
               WS-QE-TICKET-NUMBER(WS-QUEUE-COUNT)
           MOVE RV-NAME          TO WS-QE-NAME(WS-QUEUE-COUNT)
           MOVE RV-DOC-NUMBER    TO WS-QE-DOC-NUMBER(WS-QUEUE-COUNT)
           MOVE RV-OTHER-FLIGHT  TO
               WS-QE-OTHER-FLIGHT(WS-QUEUE-COUNT)
           MOVE RV-OTHER-DATE    TO WS-QE-OTHER-DATE(WS-QUEUE-COUNT)
           MOVE RV-OTHER-TICKET  TO
               WS-QE-OTHER-TICKET(WS-QUEUE-COUNT)
           MOVE RV-COUNT         TO WS-QE-COUNT(WS-QUEUE-COUNT)
           MOVE RV-PHONE         TO WS-QE-PHONE(WS-QUEUE-COUNT)
           MOVE RV-EMAIL         TO WS-QE-EMAIL(WS-QUEUE-COUNT)
           IF B-RV-PENDING
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       2000-REVIEW-ONE-ENTRY.
           IF WS-QE-STATUS(WS-QUEUE-IDX) NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-QE-RULE(WS-QUEUE-IDX)
               WHEN 'D'
                   MOVE 'RESERVA DUPLICADA NO MESMO VOO'
                       TO WS-RULE-TEXT
               WHEN 'S'
                   MOVE 'PASSAGEIRO EM DOIS VOOS A MESMA HORA'
                       TO WS-RULE-TEXT
               WHEN 'F'
                   MOVE 'NOME FICTICIO' TO WS-RULE-TEXT
               WHEN 'H'
                   MOVE 'CONTACTO COM OPCOES SEMPRE EXPIRADAS'
                       TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE 'REGRA DESCONHECIDA' TO WS-RULE-TEXT
           END-EVALUATE

           DISPLAY " "
           DISPLAY "SUSPEITA DE " WS-QE-RUN-DATE(WS-QUEUE-IDX)
                   " - " WS-RULE-TEXT
           DISPLAY "VOO " WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX)
                   " " WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)
                   " BILHETE " WS-QE-TICKET(WS-QUEUE-IDX)
                   " (" WS-QE-TICKET-NUMBER(WS-QUEUE-IDX) ")"
           DISPLAY "PASSAGEIRO: " WS-QE-NAME(WS-QUEUE-IDX)
                   "  DOCUMENTO: " WS-QE-DOC-NUMBER(WS-QUEUE-IDX)
           DISPLAY "CONTACTO: " WS-QE-PHONE(WS-QUEUE-IDX)
                   " " WS-QE-EMAIL(WS-QUEUE-IDX)
           IF WS-QE-RULE(WS-QUEUE-IDX) = 'D'
               OR WS-QE-RULE(WS-QUEUE-IDX) = 'S'
               DISPLAY "OUTRA RESERVA: VOO "
                       WS-QE-OTHER-FLIGHT(WS-QUEUE-IDX)
                       " " WS-QE-OTHER-DATE(WS-QUEUE-IDX)
                       " BILHETE " WS-QE-OTHER-TICKET(WS-QUEUE-IDX)
           END-IF

           IF WS-QE-RULE(WS-QUEUE-IDX) = 'H'
               MOVE WS-QE-COUNT(WS-QUEUE-IDX) TO WS-DISP-COUNT
               DISPLAY WS-DISP-COUNT " OPCAO(OES) EXPIRADA(S) SEM "
                       "RESERVA CONFIRMADA - A ULTIMA E A ACIMA, JA "
                       "LIBERTADA"
               DISPLAY "Decisao? A = Arquivar, S = Deixar pendente"
           ELSE
               DISPLAY "Decisao? X = Cancelar esta reserva, "
                       "A = Arquivar sem acao, S = Deixar pendente"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-DECISION

           IF B-DEC-CANCEL
               AND WS-QE-RULE(WS-QUEUE-IDX) = 'H'
               DISPLAY "NADA A CANCELAR - O LUGAR JA FOI LIBERTADO. "
                       "DEIXADA PENDENTE."
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN B-DEC-CLEAR
                   MOVE 'A' TO WS-QE-STATUS(WS-QUEUE-IDX)
                   ADD 1 TO WS-CLEARED-COUNT
                   PERFORM 2100-WRITE-DECISION-AUDIT
                   DISPLAY "SUSPEITA ARQUIVADA."
               WHEN B-DEC-CANCEL
                   MOVE 'X' TO WS-QE-STATUS(WS-QUEUE-IDX)
                   ADD 1 TO WS-CANCELLED-COUNT
                   PERFORM 2200-WRITE-CANCEL-RECORD
                   PERFORM 2100-WRITE-DECISION-AUDIT
                   DISPLAY "RESERVA CANCELADA - O CANCELAMENTO E A "
                           "LIBERTACAO DO LUGAR SEGUEM NO PROXIMO "
                           "LOTE."
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
               MOVE 'RVIARQ' TO AT-TXN-TYPE
           ELSE
               MOVE 'RVICAN' TO AT-TXN-TYPE
           END-IF
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           STRING 'REGRA ' DELIMITED BY SIZE
                  WS-QE-RULE(WS-QUEUE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QE-NAME(WS-QUEUE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QE-OTHER-FLIGHT(WS-QUEUE-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-QE-OTHER-TICKET(WS-QUEUE-IDX) DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      *    GRAVAR O CANCELAMENTO NO LAYOUT DE ENTRADA DO LOTE, COMO NO
      *    FRAUDREV: O DRIVER NOTURNO POE O FICHEIRO NA ENTRADA DO
      *    LOTE SEGUINTE
      ******************************************************************
       2200-WRITE-CANCEL-RECORD.
           MOVE SPACES TO WS-CANCEL-FIXED
           MOVE 'CANCEL'                          TO FC-TXN-TYPE
           MOVE WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX) TO FC-FLIGHT-NUMBER
           MOVE WS-QE-NAME(WS-QUEUE-IDX)          TO FC-NAME
           MOVE WS-QE-TICKET(WS-QUEUE-IDX)        TO FC-TICKET
           MOVE WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)   TO FC-FLIGHT-DATE
           MOVE WS-QE-TICKET-NUMBER(WS-QUEUE-IDX) TO FC-TICKET-NUMBER
           MOVE WS-CANCEL-FIXED TO REVINT-CANCEL-RECORD
           WRITE REVINT-CANCEL-RECORD.

       3000-REWRITE-QUEUE.
           OPEN OUTPUT REVINT-QUEUE-FILE
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
           CLOSE REVINT-QUEUE-FILE.

       3100-WRITE-QUEUE-ENTRY.
           MOVE WS-QE-STATUS(WS-QUEUE-IDX)        TO RV-STATUS
           MOVE WS-QE-DECISION-DATE(WS-QUEUE-IDX) TO RV-DECISION-DATE
           MOVE WS-QE-DECISION-OPER(WS-QUEUE-IDX) TO RV-DECISION-OPER
           MOVE WS-QE-RUN-DATE(WS-QUEUE-IDX)      TO RV-RUN-DATE
           MOVE WS-QE-RULE(WS-QUEUE-IDX)          TO RV-RULE
           MOVE WS-QE-FLIGHT-NUMBER(WS-QUEUE-IDX) TO RV-FLIGHT-NUMBER
           MOVE WS-QE-FLIGHT-DATE(WS-QUEUE-IDX)   TO RV-FLIGHT-DATE
           MOVE WS-QE-TICKET(WS-QUEUE-IDX)        TO RV-TICKET
           MOVE WS-QE-TICKET-NUMBER(WS-QUEUE-IDX) TO RV-TICKET-NUMBER
           MOVE WS-QE-NAME(WS-QUEUE-IDX)          TO RV-NAME
           MOVE WS-QE-DOC-NUMBER(WS-QUEUE-IDX)    TO RV-DOC-NUMBER
           MOVE WS-QE-OTHER-FLIGHT(WS-QUEUE-IDX)  TO RV-OTHER-FLIGHT
           MOVE WS-QE-OTHER-DATE(WS-QUEUE-IDX)    TO RV-OTHER-DATE
           MOVE WS-QE-OTHER-TICKET(WS-QUEUE-IDX)  TO RV-OTHER-TICKET
           MOVE WS-QE-COUNT(WS-QUEUE-IDX)         TO RV-COUNT
           MOVE WS-QE-PHONE(WS-QUEUE-IDX)         TO RV-PHONE
           MOVE WS-QE-EMAIL(WS-QUEUE-IDX)         TO RV-EMAIL
           WRITE REVINT-QUEUE-RECORD.
