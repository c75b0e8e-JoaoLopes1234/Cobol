       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCMAINT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    EXCMAINT - TRATAMENTO DAS EXCECOES DO REGISTO CENTRAL
      *    (exceptions.dat, VER EXCREG) PELA EQUIPA DONA. DEPOIS DA
      *    IDENTIFICACAO NO MESTRE DE OPERADORES, O OPERADOR ESCOLHE A
      *    EQUIPA (FINANCAS, AEROPORTO, OPERACOES, INVENTARIO,
      *    TESOURARIA...) E VE UMA A UMA AS EXCECOES DELA AINDA POR
      *    FECHAR, DA MAIS ANTIGA PARA A MAIS RECENTE, E DECIDE:
      *    R = RECONHECER (A EQUIPA JA ESTA A TRATAR; COMENTARIO
      *    OPCIONAL), F = FECHAR (COMENTARIO OBRIGATORIO - O QUE FOI
      *    FEITO), S = SALTAR, T = TERMINAR. CADA RECONHECIMENTO E
      *    FECHO FICA NA EXCECAO COM O OPERADOR E A DATA E VAI A
      *    TRILHA DE AUDITORIA, COMO NO OVBKAPRV.cbl. UMA EXCECAO
      *    FECHADA QUE VOLTE A SER LEVANTADA ABRE UMA NOVA NO EXCLOAD
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-ID
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EX-OWNER-TEAM
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.

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
       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SIGNON-REFUSAL     PIC X(40).

       01 WS-TEAM               PIC X(10).
       01 WS-REGISTER-EOF       PIC X(1) VALUE 'N'.
           88 B-REGISTER-EOF    VALUE 'Y'.

       01 WS-DECISION           PIC X(1).
           88 B-DEC-ACKNOWLEDGE VALUES 'R', 'r'.
           88 B-DEC-CLOSE       VALUES 'F', 'f'.
           88 B-DEC-END         VALUES 'T', 't'.
       01 WS-COMMENT            PIC X(60).

       01 WS-MAINT-TOTALS.
           05 WS-SHOWN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-ACK-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-CLOSED-COUNT       PIC 9(4) VALUE ZERO.
           05 WS-DISP-SHOWN         PIC Z(3)9.
           05 WS-DISP-ACK           PIC Z(3)9.
           05 WS-DISP-CLOSED        PIC Z(3)9.
           05 WS-DISP-OCCURS        PIC Z(3)9.
           05 WS-DISP-DAYS          PIC Z(4)9.

       01 WS-STATUS-TEXT        PIC X(12).

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

           OPEN I-O EXCEPTION-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               DISPLAY "REGISTO DE EXCECOES AINDA VAZIO - NADA PARA "
                       "TRATAR."
               STOP RUN
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE EXCECOES: "
                       WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "Equipa (FINANCAS, AEROPORTO, OPERACOES, "
                   "INVENTARIO, TESOURARIA...):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-TEAM

           MOVE WS-TEAM TO EX-OWNER-TEAM
           START EXCEPTION-REGISTER-FILE KEY IS EQUAL TO EX-OWNER-TEAM
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START

           OPEN EXTEND AUDIT-FILE
           PERFORM 1000-REVIEW-ONE-EXCEPTION UNTIL B-REGISTER-EOF
           CLOSE EXCEPTION-REGISTER-FILE
                 AUDIT-FILE

           IF WS-SHOWN-COUNT = ZERO
               DISPLAY "SEM EXCECOES POR FECHAR PARA A EQUIPA "
                       WS-TEAM "."
               STOP RUN
           END-IF

           MOVE WS-SHOWN-COUNT  TO WS-DISP-SHOWN
           MOVE WS-ACK-COUNT    TO WS-DISP-ACK
           MOVE WS-CLOSED-COUNT TO WS-DISP-CLOSED
           DISPLAY "TRATAMENTO TERMINADO - " WS-DISP-SHOWN
                   " EXCECAO(OES) VISTA(S), " WS-DISP-ACK
                   " RECONHECIDA(S), " WS-DISP-CLOSED " FECHADA(S)."
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO CONTRA O MESTRE DE OPERADORES: QUALQUER
      *    OPERADOR ATIVO PODE TRATAR AS EXCECOES DA SUA EQUIPA - O
      *    NOME FICA NA EXCECAO E NA TRILHA. CADA TENTATIVA RECUSADA
      *    FICA NA TRILHA DE AUDITORIA
      ******************************************************************
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

           MOVE SPACES TO WS-SIGNON-REFUSAL
           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   MOVE 'OPERADOR DESCONHECIDO' TO WS-SIGNON-REFUSAL
               NOT INVALID KEY
                   IF NOT B-OP-ACTIVE
                       MOVE 'OPERADOR DESATIVADO' TO WS-SIGNON-REFUSAL
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
           MOVE 'EXCDNY'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID  TO AT-OPERATOR-ID
           MOVE WS-SIGNON-REFUSAL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE.

      ******************************************************************
      *    AS EXCECOES DA EQUIPA VEM PELA CHAVE DA EQUIPA, POR ORDEM
      *    DE NUMERO (DA MAIS ANTIGA PARA A MAIS RECENTE); AS JA
      *    FECHADAS SAO SALTADAS
      ******************************************************************
       1000-REVIEW-ONE-EXCEPTION.
           READ EXCEPTION-REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF
                   EXIT PARAGRAPH
           END-READ
           IF EX-OWNER-TEAM NOT = WS-TEAM
               MOVE 'Y' TO WS-REGISTER-EOF
               EXIT PARAGRAPH
           END-IF
           IF NOT B-EX-UNRESOLVED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SHOWN-COUNT
           IF B-EX-OPEN
               MOVE 'ABERTA' TO WS-STATUS-TEXT
           ELSE
               MOVE 'RECONHECIDA' TO WS-STATUS-TEXT
           END-IF
           MOVE EX-OCCURRENCES TO WS-DISP-OCCURS
           COMPUTE WS-DISP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(EX-RAISED-DATE)
           DISPLAY " "
           DISPLAY "EXCECAO " EX-EXCEPTION-ID " - " WS-STATUS-TEXT
                   " - " EX-SOURCE-JOB " DESDE " EX-RAISED-DATE
                   " (" WS-DISP-DAYS " DIA(S)), VISTA EM "
                   WS-DISP-OCCURS " DIA(S), ULTIMA " EX-LAST-SEEN-DATE
           IF EX-FLIGHT-NUMBER NOT = SPACES
               OR EX-TICKET NOT = SPACES
               DISPLAY "VOO " EX-FLIGHT-NUMBER " " EX-FLIGHT-DATE
                       "  REFERENCIA " EX-TICKET
           END-IF
           DISPLAY EX-DESCRIPTION
           IF B-EX-ACKNOWLEDGED
               DISPLAY "RECONHECIDA POR " EX-ACK-OPERATOR " EM "
                       EX-ACK-DATE ": " EX-COMMENT
           END-IF
           DISPLAY "Decisao? R = Reconhecer, F = Fechar, "
                   "S = Saltar, T = Terminar"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN B-DEC-ACKNOWLEDGE
                   IF B-EX-ACKNOWLEDGED
                       DISPLAY "JA ESTAVA RECONHECIDA - SALTADA."
                   ELSE
                       PERFORM 1100-ACKNOWLEDGE-EXCEPTION
                   END-IF
               WHEN B-DEC-CLOSE
                   PERFORM 1200-CLOSE-EXCEPTION
               WHEN B-DEC-END
                   MOVE 'Y' TO WS-REGISTER-EOF
               WHEN OTHER
                   DISPLAY "SALTADA."
           END-EVALUATE.

       1100-ACKNOWLEDGE-EXCEPTION.
           DISPLAY "Comentario (opcional):"
           DISPLAY ">  " WITH NO ADVANCING
           MOVE SPACES TO WS-COMMENT
           ACCEPT WS-COMMENT

           MOVE 'A'            TO EX-STATUS
           MOVE WS-OPERATOR-ID TO EX-ACK-OPERATOR
           MOVE WS-RUN-DATE    TO EX-ACK-DATE
           IF WS-COMMENT NOT = SPACES
               MOVE WS-COMMENT TO EX-COMMENT
           END-IF
           REWRITE EXCEPTION-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A EXCECAO " EX-EXCEPTION-ID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ACK-COUNT
           MOVE 'EXCACK' TO AT-TXN-TYPE
           PERFORM 1300-WRITE-DECISION-AUDIT
           DISPLAY "EXCECAO RECONHECIDA.".

      ******************************************************************
      *    FECHAR EXIGE O COMENTARIO DO QUE FOI FEITO - SEM ELE A
      *    EXCECAO FICA COMO ESTAVA
      ******************************************************************
       1200-CLOSE-EXCEPTION.
           DISPLAY "Comentario (obrigatorio - o que foi feito):"
           DISPLAY ">  " WITH NO ADVANCING
           MOVE SPACES TO WS-COMMENT
           ACCEPT WS-COMMENT
           IF WS-COMMENT = SPACES
               DISPLAY "SEM COMENTARIO - EXCECAO NAO FECHADA."
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'            TO EX-STATUS
           MOVE WS-OPERATOR-ID TO EX-CLOSE-OPERATOR
           MOVE WS-RUN-DATE    TO EX-CLOSE-DATE
           MOVE WS-COMMENT     TO EX-COMMENT
           REWRITE EXCEPTION-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A EXCECAO " EX-EXCEPTION-ID
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-CLOSED-COUNT
           MOVE 'EXCCLO' TO AT-TXN-TYPE
           PERFORM 1300-WRITE-DECISION-AUDIT
           DISPLAY "EXCECAO FECHADA.".

       1300-WRITE-DECISION-AUDIT.
           MOVE ZERO             TO AT-TICKET
           MOVE EX-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE EX-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           STRING 'EXCECAO ' DELIMITED BY SIZE
                  EX-EXCEPTION-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-COMMENT DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.
