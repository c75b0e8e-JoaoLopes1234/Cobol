       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLTREOPN.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    FLTREOPN - REABERTURA DE UM VOO ARQUIVADO PARA CORRECOES
      *    TARDIAS. DEPOIS DO DAYCLOSE O VOO SO EXISTIA NO HISTORICO:
      *    UM NOME ERRADO DETETADO PELO APIS OU UMA DISPUTA DE TARIFA
      *    CHEGADOS DIAS DEPOIS NAO TINHAM ONDE SER CORRIGIDOS E
      *    ACABAVAM EM REMENDOS A MAO NOS FICHEIROS.
      *    - OPCAO P: UM OPERADOR COM PERFIL DE VOOS PEDE A REABERTURA
      *      (VOO, DATA DE PARTIDA E MOTIVO); O PEDIDO FICA PENDENTE
      *      NO REGISTO DE REABERTURAS (flight-reopen.dat)
      *    - OPCAO A: UM SEGUNDO OPERADOR, COM PERFIL DE APROVACAO,
      *      VE O QUE O ARQUIVO TEM DO VOO E APROVA OU REJEITA. NINGUEM
      *      APROVA O PROPRIO PEDIDO, COMO NO CORRIGIR
      *    A APROVACAO REPOE EM LINHA O VOO (flight-history.txt), OS
      *    PASSAGEIROS (passenger-history.txt, PELAS POSICOES DO
      *    CATALOGO DO ARQUIVO), O INVENTARIO E AS ETIQUETAS DE
      *    BAGAGEM (flight-detail-history.txt) E RETIRA-OS DO ARQUIVO,
      *    RECONSTRUINDO O CATALOGO COMO O RETENTN - QUANDO O DAYCLOSE
      *    VOLTAR A FECHAR O VOO (PARAMETRO RECLOSE) NADA FICA EM
      *    DUPLICADO NO HISTORICO. A REPOSICAO E PROTEGIDA POR UM
      *    REGISTO DE REARRANQUE (reopen-restart.txt): UMA SESSAO QUE
      *    MORRA A MEIO E TERMINADA PELA SESSAO SEGUINTE.
      *    PEDIDOS, DECISOES E REABERTURAS FICAM NA TRILHA DE
      *    AUDITORIA (REOPRQ, REOPRJ, REOPEN; ACESSO RECUSADO ROPDNY).
      *    AS ATRIBUICOES DE LUGAR, A LISTA DE ESPERA E OS GRUPOS DE
      *    RESERVA NAO SAO ARQUIVADOS PELO DAYCLOSE E NAO VOLTAM; UM
      *    VOO FECHADO ANTES DE O DAYCLOSE ARQUIVAR O INVENTARIO E AS
      *    ETIQUETAS VOLTA SEM ELES (O INVENTARIO RECRIA-SE NO
      *    FLTMAINT). CORRER COM A CADEIA NOTURNA PARADA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-REOPEN-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-reopen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-FLIGHT-KEY
               FILE STATUS IS WS-REOPEN-STATUS.

           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SEATINV-STATUS.

           SELECT BAG-TAG-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-tags.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-TAG-KEY
               FILE STATUS IS WS-BAGTAG-STATUS.

           SELECT OPTIONAL FLIGHT-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PASSENGER-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FLIGHT-DETAIL-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-detail-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO
               "PASSAGEM/FILE/archive-catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-TICKET-FLIGHT-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESTART-FILE ASSIGN TO
               "PASSAGEM/FILE/reopen-restart.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    COPIA DOS TRES HISTORICOS SEM O VOO REABERTO, FEITA POR
      *    INTEIRO ANTES DE QUALQUER HISTORICO SER REESCRITO
           SELECT OPTIONAL REOPEN-WORK-FILE ASSIGN TO
               "PASSAGEM/FILE/reopen-work.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-REOPEN-FILE.
           COPY REOPEN.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD BAG-TAG-FILE.
           COPY BAGTAG.

       FD FLIGHT-HISTORY-FILE.
       01 FLIGHT-HISTORY-RECORD.
           05 FH-CLOSE-DATE         PIC 9(8).
           05 FH-FLIGHT-DATA        PIC X(80).
           05 FH-FLIGHT-VIEW REDEFINES FH-FLIGHT-DATA.
               10 FH-FLIGHT-NUMBER  PIC X(6).
               10 FH-FLIGHT-DATE    PIC X(8).
               10 FH-ORIGIN         PIC X(3).
               10 FH-DESTINATION    PIC X(3).
               10 FILLER            PIC X(60).

       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).
           05 PH-PASSENGER-VIEW REDEFINES PH-PASSENGER-DATA.
               10 PH-FLIGHT-NUMBER  PIC X(6).
               10 PH-FLIGHT-DATE    PIC X(8).
               10 PH-TICKET         PIC 9(4).
               10 FILLER            PIC X(382).

       FD FLIGHT-DETAIL-HISTORY-FILE.
       01 FLIGHT-DETAIL-HISTORY-RECORD.
           05 DH-CLOSE-DATE         PIC 9(8).
           05 DH-RECORD-TYPE        PIC X(2).
               88 B-DH-INVENTORY    VALUE 'SI'.
               88 B-DH-BAG-TAG      VALUE 'BT'.
           05 DH-DETAIL-DATA        PIC X(40).
           05 DH-DETAIL-VIEW REDEFINES DH-DETAIL-DATA.
               10 DH-FLIGHT-NUMBER  PIC X(6).
               10 DH-FLIGHT-DATE    PIC X(8).
               10 FILLER            PIC X(26).

       FD ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

      *    REGISTO DE REARRANQUE: 'R' = REPOSICAO NOS MESTRES EM CURSO
      *    (O ARQUIVO AINDA ESTA INTACTO - TUDO E REPETIDO), 'H' =
      *    COPIA DE TRABALHO COMPLETA, HISTORICOS A SER REESCRITOS A
      *    PARTIR DELA, 'C' = NADA PENDENTE
       FD RESTART-FILE.
       01 RESTART-RECORD.
           05 RR-PHASE              PIC X(1).
               88 B-RR-RESTORING    VALUE 'R'.
               88 B-RR-REWRITING    VALUE 'H'.
           05 RR-FLIGHT-NUMBER      PIC X(6).
           05 RR-FLIGHT-DATE        PIC X(8).
           05 RR-CLOSE-DATE         PIC 9(8).
           05 RR-USE-CATALOG        PIC X(1).
           05 RR-CAT-FIRST          PIC 9(7).
           05 RR-CAT-LAST           PIC 9(7).
           05 RR-APPROVER           PIC X(8).

       FD REOPEN-WORK-FILE.
       01 REOPEN-WORK-RECORD.
      *    F = flight-history, P = passenger-history,
      *    D = flight-detail-history
           05 RW-HISTORY            PIC X(1).
           05 RW-DATA               PIC X(408).

       WORKING-STORAGE SECTION.
       01 WS-REOPEN-STATUS      PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-BAGTAG-STATUS      PIC X(2).
       01 WS-CATALOG-STATUS     PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-SIGNON-REFUSAL     PIC X(40).

       01 WS-RUN-MODE           PIC X(1).
           88 B-MODE-REQUEST    VALUES 'P', 'p'.
           88 B-MODE-APPROVE    VALUES 'A', 'a'.

       01 WS-REQUEST-FIELDS.
           05 WS-REQ-FLIGHT     PIC X(6).
           05 WS-REQ-DATE       PIC X(8).
           05 WS-REQ-REASON     PIC X(40).
       01 WS-REFUSAL            PIC X(50).

       01 WS-DECISION           PIC X(1).
           88 B-DEC-APPROVE     VALUES 'A', 'a'.
           88 B-DEC-REJECT      VALUES 'X', 'x'.

      ******************************************************************
      *    PEDIDOS PENDENTES: AS CHAVES SAO LIDAS PRIMEIRO PARA UMA
      *    TABELA E CADA PEDIDO E DEPOIS RELIDO PELA CHAVE, PORQUE A
      *    REABERTURA REGRAVA O REGISTO A MEIO DO PERCURSO
      ******************************************************************
       01 WS-PENDING-TABLE.
           05 WS-PENDING-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-PENDING-KEY        PIC X(14) OCCURS 200 TIMES.
           05 WS-PENDING-IDX        PIC 9(3).
       01 WS-PENDING-OVERFLOW   PIC X(1) VALUE 'N'.
           88 B-PENDING-OVERFLOW VALUE 'Y'.

      ******************************************************************
      *    O QUE O ARQUIVO TEM DO VOO: A DATA DO FECHO (DO ULTIMO
      *    REGISTO DO VOO NO HISTORICO DE VOOS) E, NO CATALOGO, A
      *    PRIMEIRA E A ULTIMA POSICAO DOS PASSAGEIROS DESSE FECHO.
      *    SEM ENTRADAS NO CATALOGO O HISTORICO E PERCORRIDO TODO,
      *    COMO NO HISTINQ
      ******************************************************************
       01 WS-ARCHIVE-WORK.
           05 WS-REOPEN-FLIGHT      PIC X(6).
           05 WS-REOPEN-DATE        PIC X(8).
           05 WS-ARCHIVE-CLOSE-DATE PIC 9(8).
           05 WS-ARCHIVE-FOUND      PIC X(1).
               88 B-ARCHIVE-FOUND   VALUE 'Y'.
           05 WS-ARCHIVE-ROUTE      PIC X(7).
           05 WS-USE-CATALOG        PIC X(1).
               88 B-USE-CATALOG     VALUE 'Y'.
           05 WS-CAT-FIRST          PIC 9(7).
           05 WS-CAT-LAST           PIC 9(7).
           05 WS-CAT-COUNT          PIC 9(5).
           05 WS-HIST-SEQ           PIC 9(7).
           05 WS-PASSENGER-MATCH    PIC X(1).
               88 B-PASSENGER-MATCH VALUE 'Y'.
           05 WS-PAX-FOUND          PIC 9(5).
           05 WS-SI-FOUND           PIC 9(3).
           05 WS-BT-FOUND           PIC 9(5).
           05 WS-APPROVER           PIC X(8).
           05 WS-REQUESTER          PIC X(8).

       01 WS-EOF-FLAGS.
           05 WS-RO-EOF             PIC X(1).
               88 B-RO-EOF          VALUE 'Y'.
           05 WS-FH-EOF             PIC X(1).
               88 B-FH-EOF          VALUE 'Y'.
           05 WS-PH-EOF             PIC X(1).
               88 B-PH-EOF          VALUE 'Y'.
           05 WS-DH-EOF             PIC X(1).
               88 B-DH-EOF          VALUE 'Y'.
           05 WS-CAT-EOF            PIC X(1).
               88 B-CAT-EOF         VALUE 'Y'.
           05 WS-WORK-EOF           PIC X(1).
               88 B-WORK-EOF        VALUE 'Y'.

       01 WS-COPY-HISTORY       PIC X(1).

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-PAX           PIC Z(4)9.
           05 WS-DISP-SI            PIC Z9.
           05 WS-DISP-BT            PIC Z(4)9.
           05 WS-DISP-CAT           PIC Z(4)9.
           05 WS-DISP-PENDING       PIC ZZ9.

       01 WS-REVIEW-TOTALS.
           05 WS-REOPENED-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-REJECTED-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-DISP-REOPENED      PIC ZZ9.
           05 WS-DISP-REJECTED      PIC ZZ9.

       01 WS-AUDIT.
           05 WS-CURRENT-DATETIME   PIC X(21).
           05 WS-RUN-DATE           PIC 9(8).
           05 WS-RUN-TIME           PIC 9(6).
           05 WS-AUDIT-TYPE         PIC X(6).
           05 WS-AUDIT-OPERATOR     PIC X(8).
           05 WS-AUDIT-DETAIL       PIC X(40).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 0100-SIGN-ON
           PERFORM 1000-OPEN-FILES
           PERFORM 1500-RESUME-INTERRUPTED-REOPEN

           IF WS-RETURN-CODE < 8
               IF B-MODE-REQUEST
                   PERFORM 2000-REQUEST-REOPEN
               ELSE
                   PERFORM 3000-REVIEW-PENDING
               END-IF
           END-IF

           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO: PEDIR EXIGE O PERFIL DE VOOS (O DO
      *    FLTMAINT), APROVAR EXIGE O PERFIL DE APROVACAO. CADA
      *    TENTATIVA RECUSADA FICA NA TRILHA DE AUDITORIA
      ******************************************************************
       0100-SIGN-ON.
           DISPLAY "Identificacao do operador:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           DISPLAY "Opcao? P = Pedir a reabertura de um voo "
                   "arquivado, A = Aprovar pedidos pendentes "
                   "(supervisor)"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           IF NOT B-MODE-REQUEST AND NOT B-MODE-APPROVE
               DISPLAY "OPCAO INVALIDA - NADA FEITO."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

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
                   EVALUATE TRUE
                       WHEN NOT B-OP-ACTIVE
                           MOVE 'OPERADOR DESATIVADO' TO
                               WS-SIGNON-REFUSAL
                       WHEN B-MODE-REQUEST AND NOT B-OP-MAY-FLIGHTS
                           MOVE 'SEM PERFIL DE VOOS' TO
                               WS-SIGNON-REFUSAL
                       WHEN B-MODE-APPROVE AND NOT B-OP-MAY-APPROVE
                           MOVE 'SEM PERFIL DE APROVACAO' TO
                               WS-SIGNON-REFUSAL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           CLOSE OPERATOR-MASTER-FILE

           IF WS-SIGNON-REFUSAL NOT = SPACES
               PERFORM 0200-AUDIT-REFUSED-SIGNON
               DISPLAY "ACESSO RECUSADO - " WS-SIGNON-REFUSAL "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       0200-AUDIT-REFUSED-SIGNON.
           MOVE ZERO              TO AT-TICKET
           MOVE SPACES            TO AT-FLIGHT-NUMBER
           MOVE SPACES            TO AT-FLIGHT-DATE
           MOVE 'ROPDNY'          TO WS-AUDIT-TYPE
           MOVE WS-OPERATOR-ID    TO WS-AUDIT-OPERATOR
           MOVE WS-SIGNON-REFUSAL TO WS-AUDIT-DETAIL
           PERFORM 8000-WRITE-AUDIT.

       1000-OPEN-FILES.
           OPEN I-O FLIGHT-REOPEN-FILE
           IF WS-REOPEN-STATUS = '35'
               OPEN OUTPUT FLIGHT-REOPEN-FILE
               CLOSE FLIGHT-REOPEN-FILE
               OPEN I-O FLIGHT-REOPEN-FILE
           END-IF

           OPEN I-O FLIGHT-MASTER-FILE
                I-O PASSENGER-MASTER-FILE
                I-O SEAT-INVENTORY-FILE
                I-O BAG-TAG-FILE
           IF WS-REOPEN-STATUS NOT = '00'
               OR WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               OR WS-BAGTAG-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - RO "
                       WS-REOPEN-STATUS " FM " WS-FLIGHT-STATUS
                       " PM " WS-PASSENGER-STATUS " SI "
                       WS-SEATINV-STATUS " BT " WS-BAGTAG-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    UMA REABERTURA INTERROMPIDA E TERMINADA ANTES DE MAIS NADA:
      *    NA FASE 'R' O ARQUIVO AINDA ESTA INTACTO E A REPOSICAO E
      *    REPETIDA DO PRINCIPIO (GRAVAR OU REGRAVAR); NA FASE 'H' A
      *    COPIA DE TRABALHO ESTA COMPLETA E BASTA REESCREVER OS
      *    HISTORICOS A PARTIR DELA
      ******************************************************************
       1500-RESUME-INTERRUPTED-REOPEN.
           OPEN INPUT RESTART-FILE
           MOVE SPACES TO RESTART-RECORD
           READ RESTART-FILE
               AT END
                   CONTINUE
           END-READ
           CLOSE RESTART-FILE

           IF RR-FLIGHT-NUMBER = SPACES
               OR (NOT B-RR-RESTORING AND NOT B-RR-REWRITING)
               EXIT PARAGRAPH
           END-IF

           MOVE RR-FLIGHT-NUMBER TO WS-REOPEN-FLIGHT
           MOVE RR-FLIGHT-DATE   TO WS-REOPEN-DATE
           MOVE RR-CLOSE-DATE    TO WS-ARCHIVE-CLOSE-DATE
           MOVE RR-USE-CATALOG   TO WS-USE-CATALOG
           MOVE RR-CAT-FIRST     TO WS-CAT-FIRST
           MOVE RR-CAT-LAST      TO WS-CAT-LAST

           MOVE WS-REOPEN-FLIGHT TO RO-FLIGHT-NUMBER
           MOVE WS-REOPEN-DATE   TO RO-FLIGHT-DATE
           READ FLIGHT-REOPEN-FILE
               INVALID KEY
                   DISPLAY "REABERTURA INTERROMPIDA DO VOO "
                           WS-REOPEN-FLIGHT " " WS-REOPEN-DATE
                           " SEM PEDIDO NO REGISTO - RETOMA "
                           "IMPOSSIVEL"
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE RO-REQUESTED-BY TO WS-REQUESTER
           MOVE RR-APPROVER     TO WS-APPROVER

           DISPLAY "RETOMA DA REABERTURA INTERROMPIDA DO VOO "
                   WS-REOPEN-FLIGHT " " WS-REOPEN-DATE

           IF B-RR-RESTORING
               PERFORM 4100-RESTORE-MASTERS
               IF WS-RETURN-CODE >= 8
                   EXIT PARAGRAPH
               END-IF
               PERFORM 4300-BUILD-WORK-FILE
               MOVE 'H' TO RR-PHASE
               PERFORM 8500-WRITE-RESTART-RECORD
           END-IF
           PERFORM 4400-REWRITE-HISTORIES
           PERFORM 4600-FINISH-REOPEN.

      ******************************************************************
      *    PEDIDO DE REABERTURA: O VOO TEM DE ESTAR NO ARQUIVO E FORA
      *    DO MESTRE, SEM OUTRO PEDIDO PENDENTE NEM REABERTURA EM
      *    CURSO. O PEDIDO NAO MEXE EM NADA ALEM DO REGISTO
      ******************************************************************
       2000-REQUEST-REOPEN.
           DISPLAY "Numero do voo:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-REQ-FLIGHT
           DISPLAY "Data de partida (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-REQ-DATE
           DISPLAY "Motivo da reabertura:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-REQ-REASON

           MOVE SPACES TO WS-REFUSAL
           EVALUATE TRUE
               WHEN WS-REQ-FLIGHT = SPACES
                   MOVE 'NUMERO DE VOO EM FALTA' TO WS-REFUSAL
               WHEN WS-REQ-DATE IS NOT NUMERIC
                   MOVE 'DATA DE PARTIDA INVALIDA' TO WS-REFUSAL
               WHEN WS-REQ-REASON = SPACES
                   MOVE 'O MOTIVO E OBRIGATORIO' TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSAL NOT = SPACES
               DISPLAY "PEDIDO RECUSADO - " WS-REFUSAL "."
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-REQ-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'VOO AINDA EM LINHA - CORRIGIR DIRETAMENTE'
                       TO WS-REFUSAL
           END-READ

           MOVE WS-REQ-FLIGHT TO RO-FLIGHT-NUMBER
           MOVE WS-REQ-DATE   TO RO-FLIGHT-DATE
           READ FLIGHT-REOPEN-FILE
               INVALID KEY
                   MOVE SPACE TO RO-STATUS
           END-READ
           IF B-RO-PENDING
               MOVE 'JA HA UM PEDIDO PENDENTE PARA ESTE VOO' TO
                   WS-REFUSAL
           END-IF
           IF B-RO-REOPENED
               MOVE 'VOO JA REABERTO - FECHAR PRIMEIRO (RECLOSE)' TO
                   WS-REFUSAL
           END-IF

           IF WS-REFUSAL = SPACES
               MOVE WS-REQ-FLIGHT TO WS-REOPEN-FLIGHT
               MOVE WS-REQ-DATE   TO WS-REOPEN-DATE
               PERFORM 3210-FIND-FLIGHT-HISTORY
               IF NOT B-ARCHIVE-FOUND
                   MOVE 'VOO NAO ENCONTRADO NO ARQUIVO' TO WS-REFUSAL
               END-IF
           END-IF

           IF WS-REFUSAL NOT = SPACES
               DISPLAY "PEDIDO RECUSADO - " WS-REFUSAL "."
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FLIGHT         TO RO-FLIGHT-NUMBER
           MOVE WS-REQ-DATE           TO RO-FLIGHT-DATE
           MOVE 'P'                   TO RO-STATUS
           MOVE WS-ARCHIVE-CLOSE-DATE TO RO-ARCHIVE-CLOSE-DATE
           MOVE WS-REQ-REASON         TO RO-REASON
           MOVE WS-OPERATOR-ID        TO RO-REQUESTED-BY
           MOVE WS-RUN-DATE           TO RO-REQUEST-DATE
           MOVE WS-RUN-TIME           TO RO-REQUEST-TIME
           MOVE SPACES                TO RO-APPROVED-BY
           MOVE ZERO                  TO RO-APPROVE-DATE
           MOVE ZERO                  TO RO-APPROVE-TIME
           MOVE ZERO                  TO RO-RECLOSE-DATE
           WRITE FLIGHT-REOPEN-RECORD
               INVALID KEY
                   REWRITE FLIGHT-REOPEN-RECORD
                       INVALID KEY
                           DISPLAY "ERRO A GRAVAR O PEDIDO - "
                                   WS-REOPEN-STATUS
                           MOVE 8 TO WS-RETURN-CODE
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE

           MOVE ZERO           TO AT-TICKET
           MOVE WS-REQ-FLIGHT  TO AT-FLIGHT-NUMBER
           MOVE WS-REQ-DATE    TO AT-FLIGHT-DATE
           MOVE 'REOPRQ'       TO WS-AUDIT-TYPE
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERATOR
           MOVE WS-REQ-REASON  TO WS-AUDIT-DETAIL
           PERFORM 8000-WRITE-AUDIT

           DISPLAY "PEDIDO REGISTADO - VOO " WS-REQ-FLIGHT " "
                   WS-REQ-DATE " (FECHADO EM " WS-ARCHIVE-CLOSE-DATE
                   ") AGUARDA A APROVACAO DE OUTRO OPERADOR.".

      ******************************************************************
      *    APROVACAO: CADA PEDIDO PENDENTE E MOSTRADO COM O QUE O
      *    ARQUIVO TEM DO VOO; A = APROVAR E REABRIR, X = REJEITAR,
      *    S = DEIXAR PENDENTE
      ******************************************************************
       3000-REVIEW-PENDING.
           MOVE SPACE TO WS-RO-EOF
           MOVE LOW-VALUES TO RO-FLIGHT-KEY
           START FLIGHT-REOPEN-FILE KEY >= RO-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RO-EOF
           END-START
           PERFORM UNTIL B-RO-EOF
               READ FLIGHT-REOPEN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-RO-EOF
                   NOT AT END
                       IF B-RO-PENDING
                           IF WS-PENDING-COUNT < 200
                               ADD 1 TO WS-PENDING-COUNT
                               MOVE RO-FLIGHT-KEY TO
                                   WS-PENDING-KEY(WS-PENDING-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PENDING-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PENDING-COUNT = ZERO
               DISPLAY "SEM PEDIDOS DE REABERTURA PENDENTES - NADA "
                       "PARA APROVAR."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PENDING-COUNT TO WS-DISP-PENDING
           DISPLAY WS-DISP-PENDING
                   " PEDIDO(S) DE REABERTURA PENDENTE(S)."
           IF B-PENDING-OVERFLOW
               DISPLAY "MAIS DE 200 PEDIDOS PENDENTES - OS RESTANTES "
                       "FICAM PARA A SESSAO SEGUINTE"
               MOVE 2 TO WS-RETURN-CODE
           END-IF

           PERFORM 3100-REVIEW-ONE-REQUEST
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
                  OR WS-RETURN-CODE >= 8

           MOVE WS-REOPENED-COUNT TO WS-DISP-REOPENED
           MOVE WS-REJECTED-COUNT TO WS-DISP-REJECTED
           DISPLAY "APROVACAO TERMINADA - " WS-DISP-REOPENED
                   " VOO(S) REABERTO(S), " WS-DISP-REJECTED
                   " PEDIDO(S) REJEITADO(S).".

       3100-REVIEW-ONE-REQUEST.
           MOVE WS-PENDING-KEY(WS-PENDING-IDX) TO RO-FLIGHT-KEY
           READ FLIGHT-REOPEN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-RO-PENDING
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "VOO " RO-FLIGHT-NUMBER " " RO-FLIGHT-DATE
                   " - PEDIDO DE " RO-REQUESTED-BY " EM "
                   RO-REQUEST-DATE
           DISPLAY "MOTIVO: " RO-REASON

      *    SEGREGACAO DE FUNCOES: O PEDIDO SO E APROVADO POR OUTRA
      *    PESSOA
           IF RO-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "PEDIDO PROPRIO - SO OUTRO OPERADOR O PODE "
                       "APROVAR. FICA PENDENTE."
               EXIT PARAGRAPH
           END-IF

           MOVE RO-FLIGHT-NUMBER TO WS-REOPEN-FLIGHT
           MOVE RO-FLIGHT-DATE   TO WS-REOPEN-DATE
           MOVE RO-REQUESTED-BY  TO WS-REQUESTER
           MOVE WS-OPERATOR-ID   TO WS-APPROVER
           PERFORM 3200-LOCATE-ARCHIVE
           IF WS-REFUSAL NOT = SPACES
               DISPLAY "NAO PODE SER REABERTO - " WS-REFUSAL
                       ". FICA PENDENTE."
               IF WS-RETURN-CODE < 2
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAX-FOUND TO WS-DISP-PAX
           MOVE WS-SI-FOUND  TO WS-DISP-SI
           MOVE WS-BT-FOUND  TO WS-DISP-BT
           DISPLAY "ARQUIVO: ROTA " WS-ARCHIVE-ROUTE " FECHADO EM "
                   WS-ARCHIVE-CLOSE-DATE " - " WS-DISP-PAX
                   " PASSAGEIRO(S), " WS-DISP-SI
                   " CLASSE(S) DE INVENTARIO, " WS-DISP-BT
                   " ETIQUETA(S)"
           IF NOT B-USE-CATALOG
               DISPLAY "SEM ENTRADAS NO CATALOGO - PASSAGEIROS "
                       "PROCURADOS NO HISTORICO INTEIRO"
           END-IF
           IF WS-SI-FOUND = ZERO
               DISPLAY "SEM INVENTARIO NO ARQUIVO (FECHO ANTERIOR AO "
                       "ARQUIVO DE DETALHE) - RECRIAR NO FLTMAINT"
           END-IF

           DISPLAY "Decisao? A = Aprovar e reabrir, X = Rejeitar, "
                   "S = Deixar pendente"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN B-DEC-APPROVE
                   PERFORM 4000-REOPEN-FLIGHT
               WHEN B-DEC-REJECT
                   PERFORM 3500-REJECT-REQUEST
               WHEN OTHER
                   DISPLAY "DEIXADO PENDENTE."
           END-EVALUATE.

      ******************************************************************
      *    LOCALIZAR O VOO NO ARQUIVO SEM MEXER EM NADA: HISTORICO DE
      *    VOOS, CATALOGO, HISTORICO DE PASSAGEIROS (CONFERIDO CONTRA
      *    O CATALOGO) E ARQUIVO DE DETALHE
      ******************************************************************
       3200-LOCATE-ARCHIVE.
           MOVE SPACES TO WS-REFUSAL
           MOVE WS-REOPEN-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-REOPEN-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'VOO JA ESTA EM LINHA' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ

           PERFORM 3210-FIND-FLIGHT-HISTORY
           IF NOT B-ARCHIVE-FOUND
               MOVE 'VOO NAO ENCONTRADO NO ARQUIVO' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF

           PERFORM 3220-SCAN-CATALOG
           PERFORM 3230-COUNT-ARCHIVED-PASSENGERS
           IF B-USE-CATALOG AND WS-PAX-FOUND NOT = WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-DISP-CAT
               MOVE WS-PAX-FOUND TO WS-DISP-PAX
               STRING 'CATALOGO COM ' DELIMITED BY SIZE
                      WS-DISP-CAT DELIMITED BY SIZE
                      ' ENTRADAS E HISTORICO COM ' DELIMITED BY SIZE
                      WS-DISP-PAX DELIMITED BY SIZE
                      INTO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3240-COUNT-ARCHIVED-DETAIL.

      *    O ULTIMO REGISTO DO VOO NO HISTORICO DE VOOS DA A DATA DO
      *    FECHO EM QUE ESTA ARQUIVADO
       3210-FIND-FLIGHT-HISTORY.
           MOVE 'N' TO WS-ARCHIVE-FOUND
           MOVE ZERO TO WS-ARCHIVE-CLOSE-DATE
           MOVE SPACES TO WS-ARCHIVE-ROUTE
           MOVE SPACE TO WS-FH-EOF
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       IF FH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND FH-FLIGHT-DATE = WS-REOPEN-DATE
                           MOVE 'Y' TO WS-ARCHIVE-FOUND
                           MOVE FH-CLOSE-DATE TO WS-ARCHIVE-CLOSE-DATE
                           MOVE SPACES TO WS-ARCHIVE-ROUTE
                           STRING FH-ORIGIN DELIMITED BY SIZE
                                  '-' DELIMITED BY SIZE
                                  FH-DESTINATION DELIMITED BY SIZE
                                  INTO WS-ARCHIVE-ROUTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE.

      *    O CATALOGO E INDEXADO PELO BILHETE: AS ENTRADAS DO VOO SAO
      *    PROCURADAS EM TODO ELE (COMO NO APARO DO DAYCLOSE)
       3220-SCAN-CATALOG.
           MOVE 'N' TO WS-USE-CATALOG
           MOVE ZERO TO WS-CAT-COUNT
           MOVE ZERO TO WS-CAT-FIRST
           MOVE ZERO TO WS-CAT-LAST
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               CLOSE ARCHIVE-CATALOG-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-CAT-EOF
           MOVE LOW-VALUES TO AC-TICKET-FLIGHT-KEY
           START ARCHIVE-CATALOG-FILE KEY >= AC-TICKET-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CAT-EOF
           END-START
           PERFORM UNTIL B-CAT-EOF
               READ ARCHIVE-CATALOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CAT-EOF
                   NOT AT END
                       IF AC-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND AC-FLIGHT-DATE = WS-REOPEN-DATE
                           AND AC-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
                           ADD 1 TO WS-CAT-COUNT
                           IF WS-CAT-FIRST = ZERO
                               OR AC-SEQUENCE < WS-CAT-FIRST
                               MOVE AC-SEQUENCE TO WS-CAT-FIRST
                           END-IF
                           IF AC-SEQUENCE > WS-CAT-LAST
                               MOVE AC-SEQUENCE TO WS-CAT-LAST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE
           IF WS-CAT-COUNT > ZERO
               MOVE 'Y' TO WS-USE-CATALOG
           END-IF.

       3230-COUNT-ARCHIVED-PASSENGERS.
           MOVE ZERO TO WS-PAX-FOUND
           MOVE ZERO TO WS-HIST-SEQ
           MOVE SPACE TO WS-PH-EOF
           OPEN INPUT PASSENGER-HISTORY-FILE
           PERFORM UNTIL B-PH-EOF
               READ PASSENGER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PH-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       PERFORM 8100-TEST-PASSENGER-MATCH
                       IF B-PASSENGER-MATCH
                           ADD 1 TO WS-PAX-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSENGER-HISTORY-FILE.

       3240-COUNT-ARCHIVED-DETAIL.
           MOVE ZERO TO WS-SI-FOUND
           MOVE ZERO TO WS-BT-FOUND
           MOVE SPACE TO WS-DH-EOF
           OPEN INPUT FLIGHT-DETAIL-HISTORY-FILE
           PERFORM UNTIL B-DH-EOF
               READ FLIGHT-DETAIL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-DH-EOF
                   NOT AT END
                       IF DH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND DH-FLIGHT-DATE = WS-REOPEN-DATE
                           AND DH-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
                           IF B-DH-INVENTORY
                               ADD 1 TO WS-SI-FOUND
                           ELSE
                               ADD 1 TO WS-BT-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-DETAIL-HISTORY-FILE.

       3500-REJECT-REQUEST.
           MOVE 'X'            TO RO-STATUS
           MOVE WS-OPERATOR-ID TO RO-APPROVED-BY
           MOVE WS-RUN-DATE    TO RO-APPROVE-DATE
           MOVE WS-RUN-TIME    TO RO-APPROVE-TIME
           REWRITE FLIGHT-REOPEN-RECORD
               INVALID KEY
                   DISPLAY "ERRO A REGRAVAR O PEDIDO - "
                           WS-REOPEN-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-REJECTED-COUNT

           MOVE ZERO             TO AT-TICKET
           MOVE WS-REOPEN-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-REOPEN-DATE   TO AT-FLIGHT-DATE
           MOVE 'REOPRJ'         TO WS-AUDIT-TYPE
           MOVE WS-OPERATOR-ID   TO WS-AUDIT-OPERATOR
           MOVE SPACES           TO WS-AUDIT-DETAIL
           STRING 'PEDIDO DE ' DELIMITED BY SIZE
                  WS-REQUESTER DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL
           PERFORM 8000-WRITE-AUDIT
           DISPLAY "PEDIDO REJEITADO - O VOO FICA NO ARQUIVO.".

      ******************************************************************
      *    REABERTURA APROVADA. O REGISTO DE REARRANQUE E GRAVADO
      *    ANTES DE QUALQUER ESCRITA; OS HISTORICOS SO SAO REESCRITOS
      *    DEPOIS DE OS MESTRES ESTAREM REPOSTOS E DE A COPIA DE
      *    TRABALHO ESTAR COMPLETA
      ******************************************************************
       4000-REOPEN-FLIGHT.
           MOVE 'R'                   TO RR-PHASE
           MOVE WS-REOPEN-FLIGHT      TO RR-FLIGHT-NUMBER
           MOVE WS-REOPEN-DATE        TO RR-FLIGHT-DATE
           MOVE WS-ARCHIVE-CLOSE-DATE TO RR-CLOSE-DATE
           MOVE WS-USE-CATALOG        TO RR-USE-CATALOG
           MOVE WS-CAT-FIRST          TO RR-CAT-FIRST
           MOVE WS-CAT-LAST           TO RR-CAT-LAST
           MOVE WS-APPROVER           TO RR-APPROVER
           PERFORM 8500-WRITE-RESTART-RECORD

           PERFORM 4100-RESTORE-MASTERS
           IF WS-RETURN-CODE >= 8
               DISPLAY "REABERTURA INTERROMPIDA - A SESSAO SEGUINTE "
                       "RETOMA-A"
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-BUILD-WORK-FILE

           MOVE 'H' TO RR-PHASE
           PERFORM 8500-WRITE-RESTART-RECORD

           PERFORM 4400-REWRITE-HISTORIES
           PERFORM 4600-FINISH-REOPEN.

      *    TUDO AQUI E GRAVAR OU REGRAVAR PELA CHAVE: REPETIR A
      *    REPOSICAO NUMA RETOMA NAO DUPLICA NADA. O REGISTO DE
      *    REABERTURAS PASSA A 'R' PRIMEIRO, PARA O DAYCLOSE NAO
      *    FECHAR O VOO A MEIO
       4100-RESTORE-MASTERS.
           MOVE WS-REOPEN-FLIGHT TO RO-FLIGHT-NUMBER
           MOVE WS-REOPEN-DATE   TO RO-FLIGHT-DATE
           READ FLIGHT-REOPEN-FILE
               INVALID KEY
                   DISPLAY "PEDIDO DO VOO " WS-REOPEN-FLIGHT " "
                           WS-REOPEN-DATE " DESAPARECEU DO REGISTO"
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-RO-REOPENED
               MOVE 'R'                   TO RO-STATUS
               MOVE WS-APPROVER           TO RO-APPROVED-BY
               MOVE WS-RUN-DATE           TO RO-APPROVE-DATE
               MOVE WS-RUN-TIME           TO RO-APPROVE-TIME
               MOVE WS-ARCHIVE-CLOSE-DATE TO RO-ARCHIVE-CLOSE-DATE
               MOVE ZERO                  TO RO-RECLOSE-DATE
               REWRITE FLIGHT-REOPEN-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A REGRAVAR O PEDIDO - "
                               WS-REOPEN-STATUS
                       MOVE 8 TO WS-RETURN-CODE
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF

           MOVE SPACE TO WS-FH-EOF
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       IF FH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND FH-FLIGHT-DATE = WS-REOPEN-DATE
                           AND FH-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
                           MOVE FH-FLIGHT-DATA TO FLIGHT-MASTER-RECORD
      *                    ARQUIVO DE ANTES DO CODESHARE: NO LUGAR DAS
      *                    COMPANHIAS VEM A CAPACIDADE (VOO PROPRIO)
                           IF FM-MARKETING-CARRIER IS NUMERIC
                               AND FM-OPERATING-CARRIER IS NUMERIC
                               MOVE SPACES TO FM-MARKETING-CARRIER
                               MOVE SPACES TO FM-OPERATING-CARRIER
                           END-IF
                           WRITE FLIGHT-MASTER-RECORD
                               INVALID KEY
                                   REWRITE FLIGHT-MASTER-RECORD
                           END-WRITE
                           IF WS-FLIGHT-STATUS NOT = '00'
                               DISPLAY "ERRO A REPOR O VOO - "
                                       WS-FLIGHT-STATUS
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE

           MOVE ZERO TO WS-PAX-FOUND
           MOVE ZERO TO WS-HIST-SEQ
           MOVE SPACE TO WS-PH-EOF
           OPEN INPUT PASSENGER-HISTORY-FILE
           PERFORM UNTIL B-PH-EOF
               READ PASSENGER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PH-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       PERFORM 8100-TEST-PASSENGER-MATCH
                       IF B-PASSENGER-MATCH
                           PERFORM 4150-RESTORE-PASSENGER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSENGER-HISTORY-FILE

           PERFORM 4200-RESTORE-DETAIL.

       4150-RESTORE-PASSENGER.
           MOVE PH-PASSENGER-DATA TO PASSENGER-MASTER-RECORD
           WRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   REWRITE PASSENGER-MASTER-RECORD
           END-WRITE
           IF WS-PASSENGER-STATUS NOT = '00'
               AND WS-PASSENGER-STATUS NOT = '02'
               DISPLAY "ERRO A REPOR O BILHETE " PM-TICKET " - "
                       WS-PASSENGER-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-PAX-FOUND
           END-IF.

       4200-RESTORE-DETAIL.
           MOVE ZERO TO WS-SI-FOUND
           MOVE ZERO TO WS-BT-FOUND
           MOVE SPACE TO WS-DH-EOF
           OPEN INPUT FLIGHT-DETAIL-HISTORY-FILE
           PERFORM UNTIL B-DH-EOF
               READ FLIGHT-DETAIL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-DH-EOF
                   NOT AT END
                       IF DH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND DH-FLIGHT-DATE = WS-REOPEN-DATE
                           AND DH-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
                           PERFORM 4250-RESTORE-DETAIL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-DETAIL-HISTORY-FILE.

       4250-RESTORE-DETAIL-RECORD.
           IF B-DH-INVENTORY
               MOVE DH-DETAIL-DATA TO SEAT-INVENTORY-RECORD
               WRITE SEAT-INVENTORY-RECORD
                   INVALID KEY
                       REWRITE SEAT-INVENTORY-RECORD
               END-WRITE
               IF WS-SEATINV-STATUS NOT = '00'
                   DISPLAY "ERRO A REPOR O INVENTARIO DA CLASSE "
                           SI-SEAT-CLASS " - " WS-SEATINV-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   ADD 1 TO WS-SI-FOUND
               END-IF
           ELSE
               MOVE DH-DETAIL-DATA TO BAG-TAG-RECORD
               WRITE BAG-TAG-RECORD
                   INVALID KEY
                       REWRITE BAG-TAG-RECORD
               END-WRITE
               IF WS-BAGTAG-STATUS NOT = '00'
                   DISPLAY "ERRO A REPOR A ETIQUETA " BT-TICKET "/"
                           BT-BAG-SEQ " - " WS-BAGTAG-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   ADD 1 TO WS-BT-FOUND
               END-IF
           END-IF.

      ******************************************************************
      *    COPIA DE TRABALHO: OS TRES HISTORICOS SEM OS REGISTOS DO
      *    VOO REABERTO, CADA LINHA COM A LETRA DO SEU FICHEIRO
      ******************************************************************
       4300-BUILD-WORK-FILE.
           OPEN OUTPUT REOPEN-WORK-FILE

           MOVE SPACE TO WS-FH-EOF
           OPEN INPUT FLIGHT-HISTORY-FILE
           PERFORM UNTIL B-FH-EOF
               READ FLIGHT-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-FH-EOF
                   NOT AT END
                       IF FH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND FH-FLIGHT-DATE = WS-REOPEN-DATE
                           AND FH-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
                           CONTINUE
                       ELSE
                           MOVE 'F' TO RW-HISTORY
                           MOVE FLIGHT-HISTORY-RECORD TO RW-DATA
                           WRITE REOPEN-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-HISTORY-FILE

           MOVE ZERO TO WS-HIST-SEQ
           MOVE SPACE TO WS-PH-EOF
           OPEN INPUT PASSENGER-HISTORY-FILE
           PERFORM UNTIL B-PH-EOF
               READ PASSENGER-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PH-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-SEQ
                       PERFORM 8100-TEST-PASSENGER-MATCH
                       IF NOT B-PASSENGER-MATCH
                           MOVE 'P' TO RW-HISTORY
                           MOVE PASSENGER-HISTORY-RECORD TO RW-DATA
                           WRITE REOPEN-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PASSENGER-HISTORY-FILE

           MOVE SPACE TO WS-DH-EOF
           OPEN INPUT FLIGHT-DETAIL-HISTORY-FILE
           PERFORM UNTIL B-DH-EOF
               READ FLIGHT-DETAIL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-DH-EOF
                   NOT AT END
                       IF DH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
                           AND DH-FLIGHT-DATE = WS-REOPEN-DATE
                           AND DH-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
                           CONTINUE
                       ELSE
                           MOVE 'D' TO RW-HISTORY
                           MOVE FLIGHT-DETAIL-HISTORY-RECORD TO
                               RW-DATA
                           WRITE REOPEN-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIGHT-DETAIL-HISTORY-FILE

           CLOSE REOPEN-WORK-FILE.

      ******************************************************************
      *    REESCREVER OS HISTORICOS A PARTIR DA COPIA DE TRABALHO E
      *    RECONSTRUIR O CATALOGO (AS POSICOES DOS PASSAGEIROS
      *    SEGUINTES MUDARAM), COMO O RETENTN
      ******************************************************************
       4400-REWRITE-HISTORIES.
           MOVE 'F' TO WS-COPY-HISTORY
           OPEN OUTPUT FLIGHT-HISTORY-FILE
           PERFORM 4450-COPY-BACK-ONE-HISTORY
           CLOSE FLIGHT-HISTORY-FILE

           MOVE 'D' TO WS-COPY-HISTORY
           OPEN OUTPUT FLIGHT-DETAIL-HISTORY-FILE
           PERFORM 4450-COPY-BACK-ONE-HISTORY
           CLOSE FLIGHT-DETAIL-HISTORY-FILE

           MOVE 'P' TO WS-COPY-HISTORY
           OPEN OUTPUT PASSENGER-HISTORY-FILE
           OPEN OUTPUT ARCHIVE-CATALOG-FILE
           MOVE ZERO TO WS-HIST-SEQ
           PERFORM 4450-COPY-BACK-ONE-HISTORY
           CLOSE PASSENGER-HISTORY-FILE
                 ARCHIVE-CATALOG-FILE.

       4450-COPY-BACK-ONE-HISTORY.
           MOVE SPACE TO WS-WORK-EOF
           OPEN INPUT REOPEN-WORK-FILE
           PERFORM UNTIL B-WORK-EOF
               READ REOPEN-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       IF RW-HISTORY = WS-COPY-HISTORY
                           EVALUATE RW-HISTORY
                               WHEN 'F'
                                   MOVE RW-DATA TO
                                       FLIGHT-HISTORY-RECORD
                                   WRITE FLIGHT-HISTORY-RECORD
                               WHEN 'D'
                                   MOVE RW-DATA TO
                                       FLIGHT-DETAIL-HISTORY-RECORD
                                   WRITE FLIGHT-DETAIL-HISTORY-RECORD
                               WHEN 'P'
                                   MOVE RW-DATA TO
                                       PASSENGER-HISTORY-RECORD
                                   WRITE PASSENGER-HISTORY-RECORD
                                   ADD 1 TO WS-HIST-SEQ
                                   PERFORM 4500-REBUILD-CATALOG-ENTRY
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REOPEN-WORK-FILE.

       4500-REBUILD-CATALOG-ENTRY.
           MOVE PH-TICKET        TO AC-TICKET
           MOVE PH-FLIGHT-NUMBER TO AC-FLIGHT-NUMBER
           MOVE PH-FLIGHT-DATE   TO AC-FLIGHT-DATE
           MOVE PH-CLOSE-DATE    TO AC-CLOSE-DATE
           MOVE 'PASSAGEM/FILE/passenger-history.txt' TO
               AC-HISTORY-FILE
           MOVE WS-HIST-SEQ      TO AC-SEQUENCE
           WRITE ARCHIVE-CATALOG-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-CATALOG-RECORD
           END-WRITE.

       4600-FINISH-REOPEN.
           MOVE ZERO             TO AT-TICKET
           MOVE WS-REOPEN-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-REOPEN-DATE   TO AT-FLIGHT-DATE
           MOVE 'REOPEN'         TO WS-AUDIT-TYPE
           MOVE WS-APPROVER      TO WS-AUDIT-OPERATOR
           MOVE SPACES           TO WS-AUDIT-DETAIL
           STRING 'PEDIDO DE ' DELIMITED BY SIZE
                  WS-REQUESTER DELIMITED BY SIZE
                  ' FECHO ' DELIMITED BY SIZE
                  WS-ARCHIVE-CLOSE-DATE DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL
           PERFORM 8000-WRITE-AUDIT

           MOVE 'C' TO RR-PHASE
           MOVE SPACES TO RR-FLIGHT-NUMBER
           MOVE SPACES TO RR-FLIGHT-DATE
           MOVE ZERO TO RR-CLOSE-DATE
           MOVE SPACE TO RR-USE-CATALOG
           MOVE ZERO TO RR-CAT-FIRST
           MOVE ZERO TO RR-CAT-LAST
           MOVE SPACES TO RR-APPROVER
           PERFORM 8500-WRITE-RESTART-RECORD

           ADD 1 TO WS-REOPENED-COUNT
           DISPLAY "VOO " WS-REOPEN-FLIGHT " " WS-REOPEN-DATE
                   " REABERTO - CORRIGIR E FECHAR DE NOVO COM "
                   "DAYCLOSE RECLOSE " WS-REOPEN-FLIGHT " "
                   WS-REOPEN-DATE.

      ******************************************************************
      *    REGISTO DE AUDITORIA (BILHETE, VOO E DATA JA MOVIDOS PELO
      *    CHAMADOR)
      ******************************************************************
       8000-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           MOVE WS-AUDIT-TYPE     TO AT-TXN-TYPE
           MOVE WS-RUN-DATE       TO AT-RUN-DATE
           MOVE WS-RUN-TIME       TO AT-RUN-TIME
           MOVE WS-AUDIT-OPERATOR TO AT-OPERATOR-ID
           MOVE WS-AUDIT-DETAIL   TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE.

      ******************************************************************
      *    O REGISTO DO HISTORICO DE PASSAGEIROS E DO VOO REABERTO?
      *    MESMO VOO, DATA E FECHO; COM CATALOGO, TAMBEM DENTRO DAS
      *    POSICOES QUE O CATALOGO DA PARA ESSE FECHO
      ******************************************************************
       8100-TEST-PASSENGER-MATCH.
           MOVE 'N' TO WS-PASSENGER-MATCH
           IF PH-FLIGHT-NUMBER = WS-REOPEN-FLIGHT
               AND PH-FLIGHT-DATE = WS-REOPEN-DATE
               AND PH-CLOSE-DATE = WS-ARCHIVE-CLOSE-DATE
               IF NOT B-USE-CATALOG
                   MOVE 'Y' TO WS-PASSENGER-MATCH
               ELSE
                   IF WS-HIST-SEQ >= WS-CAT-FIRST
                       AND WS-HIST-SEQ <= WS-CAT-LAST
                       MOVE 'Y' TO WS-PASSENGER-MATCH
                   END-IF
               END-IF
           END-IF.

       8500-WRITE-RESTART-RECORD.
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       9000-CLOSE-FILES.
           CLOSE FLIGHT-REOPEN-FILE
                 FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 SEAT-INVENTORY-FILE
                 BAG-TAG-FILE.
