       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVBKAPRV.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    OVBKAPRV - APROVACAO DAS RECOMENDACOES DE OVERBOOKING DA
      *    PREVISAO (OVBKFCST.cbl). O PLANEADOR VE CADA VOO+CLASSE
      *    PENDENTE COM A MARGEM ATUAL AO LADO DA RECOMENDADA, AS
      *    TAXAS DE NO-SHOW E EMBARQUE NEGADO DO GRUPO E O CUSTO DE
      *    COMPENSACAO DE CADA MARGEM, E DECIDE: A = APROVAR (A NOVA
      *    MARGEM E GRAVADA EM SI-OVERBOOK-PCT DO SEATINV), X =
      *    REJEITAR, S = DEIXAR PENDENTE. SO APLICA SE A MARGEM NO
      *    INVENTARIO AINDA FOR A DA PREVISAO - SE ALGUEM A MUDOU
      *    ENTRETANTO NO FLTMAINT, A RECOMENDACAO FICA PENDENTE ATE A
      *    PREVISAO SEGUINTE. CADA DECISAO VAI A TRILHA DE AUDITORIA
      *    COM O OPERADOR E A FILA E REESCRITA, COMO NO FRAUDREV.cbl
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERBOOK-REC-FILE ASSIGN TO
               "PASSAGEM/FILE/overbook-recommendations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SEATINV-STATUS.

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
       FD OVERBOOK-REC-FILE.
           COPY OVBKREC.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS       PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SIGNON-REFUSAL     PIC X(40).

      ******************************************************************
      *    A FILA E LIDA TODA PARA MEMORIA, REVISTA, E REESCRITA COM
      *    OS NOVOS ESTADOS (A PREVISAO SEGUINTE SUBSTITUI-A INTEIRA)
      ******************************************************************
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-QUEUE-ENTRY        PIC X(120) OCCURS 2000 TIMES.
           05 WS-QUEUE-IDX          PIC 9(4).

       01 WS-QUEUE-EOF          PIC X(1) VALUE 'N'.
           88 B-QUEUE-EOF       VALUE 'Y'.
       01 WS-QUEUE-OVERFLOW     PIC X(1) VALUE 'N'.
           88 B-QUEUE-OVERFLOW  VALUE 'Y'.
       01 WS-PENDING-COUNT      PIC 9(4) VALUE ZERO.

       01 WS-DECISION           PIC X(1).
           88 B-DEC-APPROVE     VALUES 'A', 'a'.
           88 B-DEC-REJECT      VALUES 'X', 'x'.

       01 WS-APPLY-REFUSAL      PIC X(40).

       01 WS-REVIEW-TOTALS.
           05 WS-APPROVED-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-REJECTED-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-DISP-APPROVED      PIC Z(3)9.
           05 WS-DISP-REJECTED      PIC Z(3)9.
           05 WS-DISP-PENDING       PIC Z(3)9.
           05 WS-DISP-CAP           PIC Z(3)9.
           05 WS-DISP-SOLD          PIC Z(3)9.
           05 WS-DISP-CURRENT       PIC Z9.
           05 WS-DISP-RECOMMEND     PIC Z9.
           05 WS-DISP-NOSHOW        PIC ZZ9,9.
           05 WS-DISP-DENIED        PIC ZZ9,9.
           05 WS-DISP-PAX           PIC Z(4)9.
           05 WS-DISP-FLIGHTS       PIC Z(3)9.
           05 WS-DISP-COST-CUR      PIC Z(5)9,99.
           05 WS-DISP-COST-REC      PIC Z(5)9,99.

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
      *    INTACTO, COMO NO FRAUDREV
           IF B-QUEUE-OVERFLOW
               DISPLAY "FILA COM MAIS DE 2000 RECOMENDACOES - "
                       "FICHEIRO INTACTO, ENCURTAR O HORIZONTE DA "
                       "PREVISAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-PENDING-COUNT = ZERO
               DISPLAY "SEM RECOMENDACOES DE OVERBOOKING PENDENTES - "
                       "NADA PARA APROVAR."
               STOP RUN
           END-IF

           MOVE WS-PENDING-COUNT TO WS-DISP-PENDING
           DISPLAY WS-DISP-PENDING
                   " RECOMENDACAO(OES) PENDENTE(S) DE APROVACAO."

           OPEN I-O SEAT-INVENTORY-FILE
           IF WS-SEATINV-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O INVENTARIO DE LUGARES: "
                       WS-SEATINV-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE

           PERFORM 2000-REVIEW-ONE-ENTRY
               VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT

           CLOSE SEAT-INVENTORY-FILE
                 AUDIT-FILE

           PERFORM 3000-REWRITE-QUEUE

           MOVE WS-APPROVED-COUNT TO WS-DISP-APPROVED
           MOVE WS-REJECTED-COUNT TO WS-DISP-REJECTED
           DISPLAY "APROVACAO TERMINADA - " WS-DISP-APPROVED
                   " MARGEM(NS) APLICADA(S) AO INVENTARIO, "
                   WS-DISP-REJECTED " REJEITADA(S)."
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO CONTRA O MESTRE DE OPERADORES: A MARGEM
      *    DE OVERBOOKING E DADO DO VOO, PELO QUE SO QUEM TEM O PERFIL
      *    DE VOOS (O MESMO DO FLTMAINT) PODE APROVAR. CADA TENTATIVA
      *    RECUSADA FICA NA TRILHA DE AUDITORIA
      ******************************************************************
       0100-SIGN-ON.
           DISPLAY "Identificacao do planeador de receita:"
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
                       IF NOT B-OP-MAY-FLIGHTS
                           MOVE 'SEM PERFIL DE VOOS' TO
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
           MOVE 'OVBDNY'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID  TO AT-OPERATOR-ID
           MOVE WS-SIGNON-REFUSAL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE.

       1000-LOAD-QUEUE.
           OPEN INPUT OVERBOOK-REC-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR A FILA DE RECOMENDACOES DE "
                       "OVERBOOKING: " WS-QUEUE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-QUEUE-EOF
               READ OVERBOOK-REC-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       IF WS-QUEUE-COUNT < 2000
                           ADD 1 TO WS-QUEUE-COUNT
                           MOVE OVERBOOK-REC-RECORD TO
                               WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                           IF B-OR-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-QUEUE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERBOOK-REC-FILE.

       2000-REVIEW-ONE-ENTRY.
           MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO OVERBOOK-REC-RECORD
           IF NOT B-OR-PENDING
               EXIT PARAGRAPH
           END-IF

           MOVE OR-CAPACITY       TO WS-DISP-CAP
           MOVE OR-SEATS-SOLD     TO WS-DISP-SOLD
           MOVE OR-CURRENT-PCT    TO WS-DISP-CURRENT
           MOVE OR-RECOMMEND-PCT  TO WS-DISP-RECOMMEND
           MOVE OR-NOSHOW-PCT     TO WS-DISP-NOSHOW
           MOVE OR-DENIED-PCT     TO WS-DISP-DENIED
           MOVE OR-SAMPLE-PAX     TO WS-DISP-PAX
           MOVE OR-SAMPLE-FLIGHTS TO WS-DISP-FLIGHTS
           MOVE OR-COST-CURRENT   TO WS-DISP-COST-CUR
           MOVE OR-COST-RECOMMEND TO WS-DISP-COST-REC
           DISPLAY " "
           DISPLAY "VOO " OR-FLIGHT-NUMBER " " OR-FLIGHT-DATE
                   " CLASSE " OR-SEAT-CLASS " " OR-ORIGIN "-"
                   OR-DESTINATION " - CAPACIDADE " WS-DISP-CAP
                   " VENDIDOS " WS-DISP-SOLD
           DISPLAY "MARGEM ATUAL " WS-DISP-CURRENT
                   "%  RECOMENDADA " WS-DISP-RECOMMEND "%"
           DISPLAY "HISTORICO DO GRUPO: " WS-DISP-PAX " PASSAGEIROS EM "
                   WS-DISP-FLIGHTS " PARTIDAS, NO-SHOW "
                   WS-DISP-NOSHOW "%, EMBARQUE NEGADO "
                   WS-DISP-DENIED "%"
           DISPLAY "CUSTO DE EMBARQUE NEGADO POR PARTIDA: ATUAL "
                   WS-DISP-COST-CUR "  RECOMENDADA " WS-DISP-COST-REC
           DISPLAY "Decisao? A = Aprovar, X = Rejeitar, "
                   "S = Deixar pendente"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN B-DEC-APPROVE
                   PERFORM 2100-APPLY-RECOMMENDATION
                   IF WS-APPLY-REFUSAL = SPACES
                       MOVE 'A' TO OR-STATUS
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM 2200-WRITE-DECISION-AUDIT
                       DISPLAY "MARGEM APLICADA AO INVENTARIO."
                   ELSE
                       DISPLAY "NAO APLICADA - " WS-APPLY-REFUSAL
                               " - FICA PENDENTE."
                   END-IF
               WHEN B-DEC-REJECT
                   MOVE 'X' TO OR-STATUS
                   ADD 1 TO WS-REJECTED-COUNT
                   PERFORM 2200-WRITE-DECISION-AUDIT
                   DISPLAY "RECOMENDACAO REJEITADA - MARGEM MANTIDA."
               WHEN OTHER
                   DISPLAY "DEIXADA PENDENTE."
           END-EVALUATE
           MOVE OVERBOOK-REC-RECORD TO WS-QUEUE-ENTRY(WS-QUEUE-IDX).

      ******************************************************************
      *    GRAVAR A NOVA MARGEM NO INVENTARIO, SE O VOO AINDA NAO
      *    PARTIU E A MARGEM EM VIGOR E AINDA A QUE A PREVISAO VIU
      ******************************************************************
       2100-APPLY-RECOMMENDATION.
           MOVE SPACES TO WS-APPLY-REFUSAL
           IF OR-FLIGHT-DATE < WS-RUN-DATE
               MOVE 'VOO JA PARTIU' TO WS-APPLY-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE OR-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE OR-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE OR-SEAT-CLASS    TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   MOVE 'SEM INVENTARIO PARA O VOO+CLASSE' TO
                       WS-APPLY-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           IF SI-OVERBOOK-PCT IS NOT NUMERIC
               MOVE ZERO TO SI-OVERBOOK-PCT
           END-IF
           IF SI-OVERBOOK-PCT NOT = OR-CURRENT-PCT
               MOVE 'MARGEM MUDADA DESDE A PREVISAO' TO
                   WS-APPLY-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE OR-RECOMMEND-PCT TO SI-OVERBOOK-PCT
           REWRITE SEAT-INVENTORY-RECORD
               INVALID KEY
                   MOVE 'ERRO A GRAVAR O INVENTARIO' TO
                       WS-APPLY-REFUSAL
           END-REWRITE.

       2200-WRITE-DECISION-AUDIT.
           MOVE WS-RUN-DATE    TO OR-DECISION-DATE
           MOVE WS-OPERATOR-ID TO OR-DECISION-OPER

           MOVE ZERO             TO AT-TICKET
           MOVE OR-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE OR-FLIGHT-DATE   TO AT-FLIGHT-DATE
           IF B-OR-APPROVED
               MOVE 'OVBAPL' TO AT-TXN-TYPE
           ELSE
               MOVE 'OVBREJ' TO AT-TXN-TYPE
           END-IF
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           STRING 'CLASSE ' DELIMITED BY SIZE
                  OR-SEAT-CLASS DELIMITED BY SIZE
                  ' OVERBOOKING ' DELIMITED BY SIZE
                  OR-CURRENT-PCT DELIMITED BY SIZE
                  ' -> ' DELIMITED BY SIZE
                  OR-RECOMMEND-PCT DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       3000-REWRITE-QUEUE.
           OPEN OUTPUT OVERBOOK-REC-FILE
           PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
               UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
               MOVE WS-QUEUE-ENTRY(WS-QUEUE-IDX) TO
                   OVERBOOK-REC-RECORD
               WRITE OVERBOOK-REC-RECORD
           END-PERFORM
           CLOSE OVERBOOK-REC-FILE.
