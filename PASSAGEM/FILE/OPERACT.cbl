       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    OPERACT - ATIVIDADE DOS OPERADORES E SEGREGACAO DE FUNCOES,
      *    SEMANAL. O OPERMAST DIZ O QUE CADA OPERADOR PODE FAZER E A
      *    TRILHA DE AUDITORIA DIZ QUEM FEZ O QUE, MAS NINGUEM OLHAVA
      *    PARA AS DUAS COISAS JUNTAS - A AUDITORIA INTERNA TIRAVA
      *    AMOSTRAS A MAO. SOBRE OS SETE DIAS QUE ACABAM NA DATA DO
      *    PARAMETRO (POR OMISSAO, HOJE), A PARTIR DOS FICHEIROS DO
      *    PERIODO (PERIODS/period-audit-AAAAMM.txt E
      *    period-payments-AAAAMM.txt DOS MESES QUE A SEMANA TOCA):
      *    - POR OPERADOR: CORRECOES (CORRIGIR, PEDIDOS DE REABERTURA
      *      DO FLTREOPN), APROVACOES (CORRECOES, OVERBOOKING, FRAUDE,
      *      INTEGRIDADE DE RECEITA, REABERTURAS), REIMPRESSOES,
      *      DECISOES DA LISTA DE VIGILANCIA, VOUCHERS DE GESTO
      *      COMERCIAL, SAIDAS DE DINHEIRO PAGAS (DIARIO 'S'), ACESSOS
      *      RECUSADOS, FECHOS DE CAIXA E A SOMA DAS SOBRAS/FALTAS
      *      DECLARADAS
      *    - CONFLITOS:
      *      AUTO-APROVACAO   CORRECAO APROVADA PELO MESMO OPERADOR QUE
      *                       A PEDIU (CORRPD E CORRAP IGUAIS)
      *      VIGIL-PROPRIA    BILHETE LIBERTADO DA LISTA DE VIGILANCIA
      *                       PELO OPERADOR QUE O COBROU (DIARIO)
      *      OPERADOR-INATIVO MOVIMENTO DE UM OPERADOR DESATIVADO NO
      *                       OPERMNT (ESTADO A HORA DO MOVIMENTO)
      *      VOLUME-INVULGAR  CONTAGEM NUMA CATEGORIA ACIMA DE
      *                       WS-VOLUME-FACTOR VEZES A MEDIA DOS PARES
      *    SO CONTAM OS IDENTIFICADORES INSCRITOS NO OPERMAST: OS JOBS
      *    DO LOTE (HOLDSWP1, RETENTN1, ...) NAO SAO OPERADORES.
      *    UM PEDIDO OU UMA VENDA DE UM MES ANTERIOR AOS QUE A SEMANA
      *    TOCA NAO E VISTO - O CONFLITO CORRESPONDENTE FICA POR
      *    ASSINALAR.
      *    RELATORIO EM operator-activity.txt; RC 2 COM CONFLITOS OU
      *    TABELAS CHEIAS; RC 1 SEM O MESTRE DE OPERADORES
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPTIONAL PERIOD-AUDIT-FILE ASSIGN USING
               WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PERIOD-PAYMENT-FILE ASSIGN USING
               WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-activity.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD PERIOD-AUDIT-FILE.
           COPY AUDITTRL.

       FD PERIOD-PAYMENT-FILE.
           COPY PAYJRNL.

       FD OPERATOR-REPORT-FILE.
       01 OPERATOR-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-DATE-PARM          PIC X(8).

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

      ******************************************************************
      *    SEMANA EM ANALISE E OS MESES DO PERIODO QUE ELA TOCA (UM OU
      *    DOIS)
      ******************************************************************
       01 WS-WINDOW.
           05 WS-END-DATE       PIC 9(8).
           05 WS-START-DATE     PIC 9(8).
           05 WS-DATE-INT       PIC 9(8).
           05 WS-MONTH-COUNT    PIC 9(1).
           05 WS-MONTH-IDX      PIC 9(1).
           05 WS-MONTH          PIC X(6) OCCURS 2 TIMES.

       01 WS-AUDIT-PATH         PIC X(80).
       01 WS-PAYMENT-PATH       PIC X(80).

       01 WS-PASS               PIC 9(1).
           88 B-COLLECT-PASS    VALUE 1.
           88 B-COUNT-PASS      VALUE 2.

       01 WS-EOF-FLAGS.
           05 WS-OPER-EOF       PIC X(1) VALUE 'N'.
               88 B-OPER-EOF    VALUE 'Y'.
           05 WS-AUDIT-EOF      PIC X(1).
               88 B-AUDIT-EOF   VALUE 'Y'.
           05 WS-PAYMENT-EOF    PIC X(1).
               88 B-PAYMENT-EOF VALUE 'Y'.

      ******************************************************************
      *    LIMIARES DO VOLUME INVULGAR: ASSINALA QUEM PASSA O FACTOR
      *    VEZES A MEDIA DOS OUTROS OPERADORES ATIVOS NA SEMANA, COM
      *    UM MINIMO DE MOVIMENTOS E DE PARES PARA A COMPARACAO FAZER
      *    SENTIDO
      ******************************************************************
       01 WS-VOLUME-FACTOR      PIC 9(2) VALUE 3.
       01 WS-VOLUME-MINIMUM     PIC 9(3) VALUE 5.
       01 WS-VOLUME-MIN-PEERS   PIC 9(2) VALUE 2.

      ******************************************************************
      *    CATEGORIAS COMPARADAS ENTRE PARES (INDICE DE WS-OT-COUNT)
      ******************************************************************
       01 WS-CATEGORY-NAMES-DATA.
           05 FILLER            PIC X(12) VALUE 'CORRECOES'.
           05 FILLER            PIC X(12) VALUE 'APROVACOES'.
           05 FILLER            PIC X(12) VALUE 'REIMPRESSOES'.
           05 FILLER            PIC X(12) VALUE 'VIGILANCIA'.
           05 FILLER            PIC X(12) VALUE 'VOUCHERS'.
           05 FILLER            PIC X(12) VALUE 'SAIDAS'.
       01 WS-CATEGORY-NAMES REDEFINES WS-CATEGORY-NAMES-DATA.
           05 WS-CATEGORY-NAME  PIC X(12) OCCURS 6 TIMES.
       01 WS-CATEGORY-COUNT     PIC 9(1) VALUE 6.
       01 WS-CAT-IDX            PIC 9(1).
       01 WS-CAT-TOTAL          PIC 9(7) OCCURS 6 TIMES.

      ******************************************************************
      *    OPERADORES DO OPERMAST E A SUA SEMANA
      ******************************************************************
       01 WS-OPERATOR-TABLE.
           05 WS-OT-ENTRY OCCURS 200 TIMES.
               10 WS-OT-ID          PIC X(8).
               10 WS-OT-NAME        PIC X(14).
               10 WS-OT-ACTIVE      PIC X(1).
               10 WS-OT-COUNT       PIC 9(5) OCCURS 6 TIMES.
               10 WS-OT-PAYOUT-AMT  PIC 9(8)V99.
               10 WS-OT-REFUSED     PIC 9(5).
               10 WS-OT-CASHUPS     PIC 9(5).
               10 WS-OT-VARIANCE    PIC 9(8)V99.
               10 WS-OT-INACTIVE    PIC 9(5).
               10 WS-OT-TOTAL       PIC 9(5).
       01 WS-OT-COUNT-USED      PIC 9(3) VALUE ZERO.
       01 WS-OT-IDX             PIC 9(3).
       01 WS-OT-FOUND           PIC 9(3).
       01 WS-SEARCH-ID          PIC X(8).

      ******************************************************************
      *    ATIVACOES E DESATIVACOES DO OPERMNT ('OPERM' COM O
      *    OPERADOR ALVO EM AT-DETAIL(1:8) E A ACAO EM AT-DETAIL(10:))
      ******************************************************************
       01 WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 300 TIMES.
               10 WS-EV-OPERATOR    PIC X(8).
               10 WS-EV-STAMP       PIC 9(14).
               10 WS-EV-ACTION      PIC X(1).
       01 WS-EV-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-EV-IDX             PIC 9(3).

      ******************************************************************
      *    APROVACOES DE CORRECOES DA SEMANA, PARA PROCURAR O PEDIDO
      *    (CORRPD) DO MESMO OPERADOR
      ******************************************************************
       01 WS-APPROVAL-TABLE.
           05 WS-AP-ENTRY OCCURS 300 TIMES.
               10 WS-AP-OPERATOR    PIC X(8).
               10 WS-AP-TICKET      PIC 9(4).
               10 WS-AP-FLIGHT      PIC X(6).
               10 WS-AP-FLIGHT-DATE PIC X(8).
               10 WS-AP-DETAIL      PIC X(40).
               10 WS-AP-STAMP       PIC 9(14).
               10 WS-AP-SELF        PIC X(1).
       01 WS-AP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-AP-IDX             PIC 9(3).

      ******************************************************************
      *    LIBERTACOES DA LISTA DE VIGILANCIA DA SEMANA, PARA PROCURAR
      *    NO DIARIO QUEM COBROU O BILHETE
      ******************************************************************
       01 WS-CLEAR-TABLE.
           05 WS-CL-ENTRY OCCURS 300 TIMES.
               10 WS-CL-OPERATOR    PIC X(8).
               10 WS-CL-TICKET      PIC 9(4).
               10 WS-CL-FLIGHT      PIC X(6).
               10 WS-CL-FLIGHT-DATE PIC X(8).
               10 WS-CL-STAMP       PIC 9(14).
               10 WS-CL-SOLD        PIC X(1).
       01 WS-CL-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CL-IDX             PIC 9(3).

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.

       01 WS-RECORD-WORK.
           05 WS-RECORD-STAMP   PIC 9(14).
           05 WS-LAST-STAMP     PIC 9(14).
           05 WS-STATE-AT       PIC X(1).
           05 WS-FIRST-ACTION   PIC X(1).
           05 WS-VARIANCE-TEXT  PIC X(12).
           05 WS-VARIANCE-NUM   PIC S9(8)V99.

       01 WS-VOLUME-WORK.
           05 WS-ACTIVE-OPERATORS PIC 9(3).
           05 WS-PEERS          PIC 9(3).
           05 WS-PEER-SUM       PIC 9(7).
           05 WS-VOLUME-LEFT    PIC 9(9).
           05 WS-VOLUME-RIGHT   PIC 9(9).
           05 WS-PEER-AVERAGE   PIC 9(5)V9.

       01 WS-CONFLICT-TOTALS.
           05 WS-CF-SELF        PIC 9(5) VALUE ZERO.
           05 WS-CF-WATCH       PIC 9(5) VALUE ZERO.
           05 WS-CF-INACTIVE    PIC 9(5) VALUE ZERO.
           05 WS-CF-VOLUME      PIC 9(5) VALUE ZERO.
           05 WS-CF-TOTAL       PIC 9(6) VALUE ZERO.

      ******************************************************************
      *    LINHA DE CONFLITO
      ******************************************************************
       01 WS-CONFLICT-LINE.
           05 WS-CN-TYPE        PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-OPER        PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-WHEN-DATE   PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-WHEN-TIME   PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-FLT         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-FLT-DATE    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-TKT         PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-TXN         PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-CN-TEXT        PIC X(50).

      ******************************************************************
      *    LINHA DE ATIVIDADE DE UM OPERADOR
      ******************************************************************
       01 WS-ACTIVITY-LINE.
           05 WS-AL-ID          PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-NAME        PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-ACTIVE      PIC X(1).
           05 WS-AL-CATEGORY OCCURS 6 TIMES.
               10 FILLER        PIC X(1).
               10 WS-AL-COUNT   PIC Z(5)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-PAYOUT-AMT  PIC Z(7)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-REFUSED     PIC Z(5)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-CASHUPS     PIC Z(5)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-VARIANCE    PIC Z(7)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-INACTIVE    PIC Z(5)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-AL-TOTAL       PIC Z(5)9.

       01 WS-DISPLAY-WORK.
           05 WS-DISP-TICKET    PIC 9(4).
           05 WS-DISP-COUNT     PIC Z(4)9.
           05 WS-DISP-AVERAGE   PIC Z(4)9,9.
           05 WS-DISP-TOTAL     PIC Z(5)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-DATE-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME
           IF WS-DATE-PARM NOT = SPACES AND WS-DATE-PARM IS NUMERIC
               MOVE WS-DATE-PARM TO WS-END-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-END-DATE
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                               - 6
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-START-DATE(1:6) TO WS-MONTH(1)
           MOVE 1 TO WS-MONTH-COUNT
           IF WS-END-DATE(1:6) NOT = WS-START-DATE(1:6)
               MOVE WS-END-DATE(1:6) TO WS-MONTH(2)
               MOVE 2 TO WS-MONTH-COUNT
           END-IF

           PERFORM 1000-LOAD-OPERATORS
           IF WS-RETURN-CODE NOT = ZERO
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT OPERATOR-REPORT-FILE
           PERFORM 1500-WRITE-HEADER

           MOVE 1 TO WS-PASS
           PERFORM 2000-READ-AUDIT-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE 2 TO WS-PASS
           PERFORM 2000-READ-AUDIT-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           PERFORM 3000-READ-PAYMENT-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT

           PERFORM 4000-REPORT-PAIRED-CONFLICTS
           PERFORM 5000-CHECK-VOLUMES
           PERFORM 6000-WRITE-ACTIVITY
           PERFORM 7000-WRITE-SUMMARY
           CLOSE OPERATOR-REPORT-FILE

           IF WS-CF-TOTAL > ZERO OR B-TABLE-FULL
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    OPERADORES INSCRITOS, COM O ESTADO ATUAL
      ******************************************************************
       1000-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR operator-master.dat: "
                       WS-OPERMAST-STATUS
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-OPER-EOF
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-OPER-EOF
                   NOT AT END
                       IF WS-OT-COUNT-USED < 200
                           ADD 1 TO WS-OT-COUNT-USED
                           MOVE WS-OT-COUNT-USED TO WS-OT-IDX
                           INITIALIZE WS-OT-ENTRY(WS-OT-IDX)
                           MOVE OP-OPERATOR-ID TO WS-OT-ID(WS-OT-IDX)
                           MOVE OP-NAME TO WS-OT-NAME(WS-OT-IDX)
                           MOVE OP-ACTIVE TO WS-OT-ACTIVE(WS-OT-IDX)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.

       1500-WRITE-HEADER.
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'ATIVIDADE DOS OPERADORES E SEGREGACAO DE FUNCOES'
                  DELIMITED BY SIZE
                  ' - SEMANA DE ' DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'GERADO EM ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE 'CONFLITOS' TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'TIPO             OPERADOR DATA     HORA   VOO    '
                  DELIMITED BY SIZE
                  'PARTIDA  BILH MOV    PORMENOR' DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD.

      ******************************************************************
      *    UMA PASSAGEM PELA TRILHA DE UM MES DO PERIODO.
      *    PASSAGEM 1 RECOLHE AS ATIVACOES, AS APROVACOES E AS
      *    LIBERTACOES; PASSAGEM 2 CONTA A SEMANA E CONFERE O ESTADO
      *    DO OPERADOR E OS PEDIDOS DAS CORRECOES
      ******************************************************************
       2000-READ-AUDIT-MONTH.
           MOVE SPACES TO WS-AUDIT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-audit-'
                  DELIMITED BY SIZE
                  WS-MONTH(WS-MONTH-IDX) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT PERIOD-AUDIT-FILE
           PERFORM UNTIL B-AUDIT-EOF
               READ PERIOD-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       PERFORM 2100-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE PERIOD-AUDIT-FILE.

       2100-ONE-AUDIT-RECORD.
           IF AT-RUN-DATE NOT NUMERIC OR AT-RUN-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF AT-RUN-DATE > WS-END-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RECORD-STAMP = AT-RUN-DATE * 1000000
                                   + AT-RUN-TIME
           IF B-COLLECT-PASS
               PERFORM 2200-COLLECT-RECORD
           ELSE
               PERFORM 2400-COUNT-RECORD
           END-IF.

       2200-COLLECT-RECORD.
           EVALUATE TRUE
               WHEN AT-TXN-TYPE = 'OPERM'
                   IF AT-DETAIL(10:10) = 'DESATIVADO'
                      OR AT-DETAIL(10:9) = 'REATIVADO'
                       IF WS-EV-COUNT < 300
                           ADD 1 TO WS-EV-COUNT
                           MOVE AT-DETAIL(1:8) TO
                               WS-EV-OPERATOR(WS-EV-COUNT)
                           MOVE WS-RECORD-STAMP TO
                               WS-EV-STAMP(WS-EV-COUNT)
                           MOVE AT-DETAIL(10:1) TO
                               WS-EV-ACTION(WS-EV-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FULL
                       END-IF
                   END-IF
               WHEN AT-TXN-TYPE = 'CORRAP'
                    AND AT-RUN-DATE NOT < WS-START-DATE
                   IF WS-AP-COUNT < 300
                       ADD 1 TO WS-AP-COUNT
                       MOVE AT-OPERATOR-ID TO
                           WS-AP-OPERATOR(WS-AP-COUNT)
                       MOVE AT-TICKET TO WS-AP-TICKET(WS-AP-COUNT)
                       MOVE AT-FLIGHT-NUMBER TO
                           WS-AP-FLIGHT(WS-AP-COUNT)
                       MOVE AT-FLIGHT-DATE TO
                           WS-AP-FLIGHT-DATE(WS-AP-COUNT)
                       MOVE AT-DETAIL TO WS-AP-DETAIL(WS-AP-COUNT)
                       MOVE WS-RECORD-STAMP TO
                           WS-AP-STAMP(WS-AP-COUNT)
                       MOVE 'N' TO WS-AP-SELF(WS-AP-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               WHEN AT-TXN-TYPE = 'WLCLR'
                    AND AT-RUN-DATE NOT < WS-START-DATE
                   IF WS-CL-COUNT < 300
                       ADD 1 TO WS-CL-COUNT
                       MOVE AT-OPERATOR-ID TO
                           WS-CL-OPERATOR(WS-CL-COUNT)
                       MOVE AT-TICKET TO WS-CL-TICKET(WS-CL-COUNT)
                       MOVE AT-FLIGHT-NUMBER TO
                           WS-CL-FLIGHT(WS-CL-COUNT)
                       MOVE AT-FLIGHT-DATE TO
                           WS-CL-FLIGHT-DATE(WS-CL-COUNT)
                       MOVE WS-RECORD-STAMP TO
                           WS-CL-STAMP(WS-CL-COUNT)
                       MOVE 'N' TO WS-CL-SOLD(WS-CL-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    PASSAGEM 2: O PEDIDO DE UMA CORRECAO PODE SER DE ANTES DA
      *    SEMANA; O RESTO SO CONTA DENTRO DELA
      ******************************************************************
       2400-COUNT-RECORD.
           IF AT-TXN-TYPE = 'CORRPD'
               PERFORM 2450-MATCH-PENDING
                   VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-AP-COUNT
           END-IF
           IF AT-RUN-DATE < WS-START-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE AT-OPERATOR-ID TO WS-SEARCH-ID
           PERFORM 8000-FIND-OPERATOR
           IF WS-OT-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OT-FOUND TO WS-OT-IDX
           ADD 1 TO WS-OT-TOTAL(WS-OT-IDX)

           EVALUATE AT-TXN-TYPE
               WHEN 'CORR'
               WHEN 'CORRPD'
               WHEN 'REOPRQ'
               WHEN 'NAMCHG'
                   ADD 1 TO WS-OT-COUNT(WS-OT-IDX, 1)
               WHEN 'CORRAP'
               WHEN 'OVBAPL'
               WHEN 'OVBREJ'
               WHEN 'FRDACC'
               WHEN 'FRDCAN'
               WHEN 'RVIARQ'
               WHEN 'RVICAN'
               WHEN 'REOPEN'
               WHEN 'REOPRJ'
                   ADD 1 TO WS-OT-COUNT(WS-OT-IDX, 2)
               WHEN 'REPRNT'
                   ADD 1 TO WS-OT-COUNT(WS-OT-IDX, 3)
               WHEN 'WLCLR'
               WHEN 'WLCNF'
                   ADD 1 TO WS-OT-COUNT(WS-OT-IDX, 4)
               WHEN 'VCHISS'
                   ADD 1 TO WS-OT-COUNT(WS-OT-IDX, 5)
               WHEN 'CASHUP'
                   ADD 1 TO WS-OT-CASHUPS(WS-OT-IDX)
                   PERFORM 2500-ADD-CASH-VARIANCE
               WHEN 'EXCDNY'
               WHEN 'OVBDNY'
               WHEN 'WLDENY'
               WHEN 'FRDENY'
               WHEN 'RVIDNY'
               WHEN 'ROPDNY'
      *            O ACESSO FOI RECUSADO - E O CONTROLO A FUNCIONAR,
      *            NAO ATIVIDADE DE UM OPERADOR INATIVO
                   ADD 1 TO WS-OT-REFUSED(WS-OT-IDX)
                   EXIT PARAGRAPH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2600-CHECK-INACTIVE.

       2450-MATCH-PENDING.
           IF WS-AP-OPERATOR(WS-AP-IDX) = AT-OPERATOR-ID
              AND WS-AP-TICKET(WS-AP-IDX) = AT-TICKET
              AND WS-AP-FLIGHT(WS-AP-IDX) = AT-FLIGHT-NUMBER
              AND WS-AP-FLIGHT-DATE(WS-AP-IDX) = AT-FLIGHT-DATE
              AND WS-AP-DETAIL(WS-AP-IDX) = AT-DETAIL
              AND WS-AP-STAMP(WS-AP-IDX) NOT < WS-RECORD-STAMP
               MOVE 'Y' TO WS-AP-SELF(WS-AP-IDX)
           END-IF.

      ******************************************************************
      *    SOBRA/FALTA DO FECHO DE CAIXA: 'DIF ' E O VALOR EDITADO NAS
      *    POSICOES 5-16 DO AT-DETAIL (FECHOS GRAVADOS NO FORMATO
      *    ANTIGO, SEM A DIFERENCA A FRENTE, SO CONTAM COMO FECHO)
      ******************************************************************
       2500-ADD-CASH-VARIANCE.
           IF AT-DETAIL(1:4) NOT = 'DIF '
               EXIT PARAGRAPH
           END-IF
           MOVE AT-DETAIL(5:12) TO WS-VARIANCE-TEXT
           IF FUNCTION TEST-NUMVAL(WS-VARIANCE-TEXT) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VARIANCE-NUM = FUNCTION NUMVAL(WS-VARIANCE-TEXT)
           IF WS-VARIANCE-NUM < ZERO
               COMPUTE WS-VARIANCE-NUM = ZERO - WS-VARIANCE-NUM
           END-IF
           ADD WS-VARIANCE-NUM TO WS-OT-VARIANCE(WS-OT-IDX).

      ******************************************************************
      *    ESTADO DO OPERADOR A HORA DO MOVIMENTO: A ULTIMA ATIVACAO OU
      *    DESATIVACAO ANTERIOR; SEM NENHUMA ANTES, O CONTRARIO DA
      *    PRIMEIRA QUE HOUVER DEPOIS; SEM NENHUMA, O ESTADO ATUAL DO
      *    MESTRE
      ******************************************************************
       2600-CHECK-INACTIVE.
           MOVE SPACE TO WS-STATE-AT
           MOVE SPACE TO WS-FIRST-ACTION
           MOVE ZERO TO WS-LAST-STAMP
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-EV-OPERATOR(WS-EV-IDX) = AT-OPERATOR-ID
                   IF WS-FIRST-ACTION = SPACE
                       MOVE WS-EV-ACTION(WS-EV-IDX) TO WS-FIRST-ACTION
                   END-IF
                   IF WS-EV-STAMP(WS-EV-IDX) NOT > WS-RECORD-STAMP
                      AND WS-EV-STAMP(WS-EV-IDX) NOT < WS-LAST-STAMP
                       MOVE WS-EV-STAMP(WS-EV-IDX) TO WS-LAST-STAMP
                       MOVE WS-EV-ACTION(WS-EV-IDX) TO WS-STATE-AT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-STATE-AT NOT = SPACE
                   CONTINUE
               WHEN WS-FIRST-ACTION = 'R'
                   MOVE 'D' TO WS-STATE-AT
               WHEN WS-FIRST-ACTION = 'D'
                   MOVE 'R' TO WS-STATE-AT
               WHEN WS-OT-ACTIVE(WS-OT-IDX) = 'D'
                   MOVE 'D' TO WS-STATE-AT
               WHEN OTHER
                   MOVE 'R' TO WS-STATE-AT
           END-EVALUATE
           IF WS-STATE-AT NOT = 'D'
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OT-INACTIVE(WS-OT-IDX)
           ADD 1 TO WS-CF-INACTIVE
           MOVE SPACES TO WS-CONFLICT-LINE
           MOVE 'OPERADOR-INATIVO' TO WS-CN-TYPE
           MOVE AT-OPERATOR-ID TO WS-CN-OPER
           MOVE AT-RUN-DATE TO WS-CN-WHEN-DATE
           MOVE AT-RUN-TIME TO WS-CN-WHEN-TIME
           MOVE AT-FLIGHT-NUMBER TO WS-CN-FLT
           MOVE AT-FLIGHT-DATE TO WS-CN-FLT-DATE
           MOVE AT-TICKET TO WS-DISP-TICKET
           MOVE WS-DISP-TICKET TO WS-CN-TKT
           MOVE AT-TXN-TYPE TO WS-CN-TXN
           MOVE 'MOVIMENTO COM O OPERADOR DESATIVADO NO OPERMNT'
               TO WS-CN-TEXT
           PERFORM 8100-WRITE-CONFLICT.

      ******************************************************************
      *    DIARIO DE PAGAMENTOS: AS SAIDAS DA SEMANA POR OPERADOR E,
      *    EM QUALQUER DATA, QUEM COBROU OS BILHETES LIBERTADOS
      ******************************************************************
       3000-READ-PAYMENT-MONTH.
           MOVE SPACES TO WS-PAYMENT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-payments-'
                  DELIMITED BY SIZE
                  WS-MONTH(WS-MONTH-IDX) DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-PAYMENT-PATH
           MOVE 'N' TO WS-PAYMENT-EOF
           OPEN INPUT PERIOD-PAYMENT-FILE
           PERFORM UNTIL B-PAYMENT-EOF
               READ PERIOD-PAYMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYMENT-EOF
                   NOT AT END
                       PERFORM 3100-ONE-PAYMENT
               END-READ
           END-PERFORM
           CLOSE PERIOD-PAYMENT-FILE.

       3100-ONE-PAYMENT.
           IF PJ-PAY-METHOD = 'S'
               IF PJ-RUN-DATE NOT < WS-START-DATE
                  AND PJ-RUN-DATE NOT > WS-END-DATE
                   MOVE PJ-OPERATOR-ID TO WS-SEARCH-ID
                   PERFORM 8000-FIND-OPERATOR
                   IF WS-OT-FOUND NOT = ZERO
                       ADD 1 TO WS-OT-COUNT(WS-OT-FOUND, 6)
                       ADD PJ-AMOUNT TO WS-OT-PAYOUT-AMT(WS-OT-FOUND)
                       ADD 1 TO WS-OT-TOTAL(WS-OT-FOUND)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-OPERATOR(WS-CL-IDX) = PJ-OPERATOR-ID
                  AND WS-CL-TICKET(WS-CL-IDX) = PJ-TICKET
                  AND WS-CL-FLIGHT(WS-CL-IDX) = PJ-FLIGHT-NUMBER
                  AND WS-CL-FLIGHT-DATE(WS-CL-IDX) = PJ-FLIGHT-DATE
                   MOVE 'Y' TO WS-CL-SOLD(WS-CL-IDX)
               END-IF
           END-PERFORM.

      ******************************************************************
      *    CONFLITOS QUE PEDEM OS DOIS LADOS: PEDIDO E APROVACAO DA
      *    MESMA CORRECAO, VENDA E LIBERTACAO DO MESMO BILHETE
      ******************************************************************
       4000-REPORT-PAIRED-CONFLICTS.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-SELF(WS-AP-IDX) = 'Y'
                   MOVE WS-AP-OPERATOR(WS-AP-IDX) TO WS-SEARCH-ID
                   PERFORM 8000-FIND-OPERATOR
                   IF WS-OT-FOUND NOT = ZERO
                       ADD 1 TO WS-CF-SELF
                       MOVE SPACES TO WS-CONFLICT-LINE
                       MOVE 'AUTO-APROVACAO' TO WS-CN-TYPE
                       MOVE WS-AP-OPERATOR(WS-AP-IDX) TO WS-CN-OPER
                       MOVE WS-AP-STAMP(WS-AP-IDX)(1:8) TO
                           WS-CN-WHEN-DATE
                       MOVE WS-AP-STAMP(WS-AP-IDX)(9:6) TO
                           WS-CN-WHEN-TIME
                       MOVE WS-AP-FLIGHT(WS-AP-IDX) TO WS-CN-FLT
                       MOVE WS-AP-FLIGHT-DATE(WS-AP-IDX) TO
                           WS-CN-FLT-DATE
                       MOVE WS-AP-TICKET(WS-AP-IDX) TO WS-DISP-TICKET
                       MOVE WS-DISP-TICKET TO WS-CN-TKT
                       MOVE 'CORRAP' TO WS-CN-TXN
                       MOVE WS-AP-DETAIL(WS-AP-IDX) TO WS-CN-TEXT
                       PERFORM 8100-WRITE-CONFLICT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-SOLD(WS-CL-IDX) = 'Y'
                   MOVE WS-CL-OPERATOR(WS-CL-IDX) TO WS-SEARCH-ID
                   PERFORM 8000-FIND-OPERATOR
                   IF WS-OT-FOUND NOT = ZERO
                       ADD 1 TO WS-CF-WATCH
                       MOVE SPACES TO WS-CONFLICT-LINE
                       MOVE 'VIGIL-PROPRIA' TO WS-CN-TYPE
                       MOVE WS-CL-OPERATOR(WS-CL-IDX) TO WS-CN-OPER
                       MOVE WS-CL-STAMP(WS-CL-IDX)(1:8) TO
                           WS-CN-WHEN-DATE
                       MOVE WS-CL-STAMP(WS-CL-IDX)(9:6) TO
                           WS-CN-WHEN-TIME
                       MOVE WS-CL-FLIGHT(WS-CL-IDX) TO WS-CN-FLT
                       MOVE WS-CL-FLIGHT-DATE(WS-CL-IDX) TO
                           WS-CN-FLT-DATE
                       MOVE WS-CL-TICKET(WS-CL-IDX) TO WS-DISP-TICKET
                       MOVE WS-DISP-TICKET TO WS-CN-TKT
                       MOVE 'WLCLR' TO WS-CN-TXN
                       MOVE 'LIBERTOU DA VIGILANCIA BILHETE QUE COBROU'
                           TO WS-CN-TEXT
                       PERFORM 8100-WRITE-CONFLICT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    VOLUME INVULGAR: CADA OPERADOR CONTRA A MEDIA DOS OUTROS
      *    OPERADORES COM MOVIMENTO NA SEMANA, CATEGORIA A CATEGORIA
      *    (CONTA * PARES > FACTOR * SOMA DOS PARES, SEM DIVISOES)
      ******************************************************************
       5000-CHECK-VOLUMES.
           MOVE ZERO TO WS-ACTIVE-OPERATORS
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               MOVE ZERO TO WS-CAT-TOTAL(WS-CAT-IDX)
           END-PERFORM
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT-USED
               IF WS-OT-TOTAL(WS-OT-IDX) > ZERO
                   ADD 1 TO WS-ACTIVE-OPERATORS
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
                       ADD WS-OT-COUNT(WS-OT-IDX, WS-CAT-IDX) TO
                           WS-CAT-TOTAL(WS-CAT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ACTIVE-OPERATORS = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PEERS = WS-ACTIVE-OPERATORS - 1
           IF WS-PEERS < WS-VOLUME-MIN-PEERS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT-USED
               IF WS-OT-TOTAL(WS-OT-IDX) > ZERO
                   PERFORM 5100-CHECK-ONE-OPERATOR
                       VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               END-IF
           END-PERFORM.

       5100-CHECK-ONE-OPERATOR.
           IF WS-OT-COUNT(WS-OT-IDX, WS-CAT-IDX) < WS-VOLUME-MINIMUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PEER-SUM = WS-CAT-TOTAL(WS-CAT-IDX)
                               - WS-OT-COUNT(WS-OT-IDX, WS-CAT-IDX)
           COMPUTE WS-VOLUME-LEFT =
               WS-OT-COUNT(WS-OT-IDX, WS-CAT-IDX) * WS-PEERS
           COMPUTE WS-VOLUME-RIGHT = WS-VOLUME-FACTOR * WS-PEER-SUM
           IF WS-VOLUME-LEFT NOT > WS-VOLUME-RIGHT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CF-VOLUME
           COMPUTE WS-PEER-AVERAGE ROUNDED = WS-PEER-SUM / WS-PEERS
           MOVE WS-OT-COUNT(WS-OT-IDX, WS-CAT-IDX) TO WS-DISP-COUNT
           MOVE WS-PEER-AVERAGE TO WS-DISP-AVERAGE
           MOVE SPACES TO WS-CONFLICT-LINE
           MOVE 'VOLUME-INVULGAR' TO WS-CN-TYPE
           MOVE WS-OT-ID(WS-OT-IDX) TO WS-CN-OPER
           MOVE WS-START-DATE TO WS-CN-WHEN-DATE
           STRING WS-CATEGORY-NAME(WS-CAT-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' - MEDIA DOS PARES ' DELIMITED BY SIZE
                  WS-DISP-AVERAGE DELIMITED BY SIZE
                  INTO WS-CN-TEXT
           PERFORM 8100-WRITE-CONFLICT.

      ******************************************************************
      *    QUADRO DA SEMANA, UM OPERADOR POR LINHA (SO OS QUE TIVERAM
      *    MOVIMENTO)
      ******************************************************************
       6000-WRITE-ACTIVITY.
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE 'ATIVIDADE POR OPERADOR' TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'OPERADOR NOME           E  CORREC  APROV REIMPR'
                  DELIMITED BY SIZE
                  '  VIGIL  VOUCH SAIDAS  VAL SAIDAS  RECUS  CAIXA'
                  DELIMITED BY SIZE
                  '   DIF CAIXA INATIV  TOTAL' DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT-USED
               IF WS-OT-TOTAL(WS-OT-IDX) > ZERO
                   PERFORM 6100-WRITE-OPERATOR-LINE
               END-IF
           END-PERFORM.

       6100-WRITE-OPERATOR-LINE.
           MOVE SPACES TO WS-ACTIVITY-LINE
           MOVE WS-OT-ID(WS-OT-IDX)     TO WS-AL-ID
           MOVE WS-OT-NAME(WS-OT-IDX)   TO WS-AL-NAME
           MOVE WS-OT-ACTIVE(WS-OT-IDX) TO WS-AL-ACTIVE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CATEGORY-COUNT
               MOVE WS-OT-COUNT(WS-OT-IDX, WS-CAT-IDX) TO
                   WS-AL-COUNT(WS-CAT-IDX)
           END-PERFORM
           MOVE WS-OT-PAYOUT-AMT(WS-OT-IDX) TO WS-AL-PAYOUT-AMT
           MOVE WS-OT-REFUSED(WS-OT-IDX)    TO WS-AL-REFUSED
           MOVE WS-OT-CASHUPS(WS-OT-IDX)    TO WS-AL-CASHUPS
           MOVE WS-OT-VARIANCE(WS-OT-IDX)   TO WS-AL-VARIANCE
           MOVE WS-OT-INACTIVE(WS-OT-IDX)   TO WS-AL-INACTIVE
           MOVE WS-OT-TOTAL(WS-OT-IDX)      TO WS-AL-TOTAL
           MOVE WS-ACTIVITY-LINE TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD.

       7000-WRITE-SUMMARY.
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE WS-CF-SELF TO WS-DISP-COUNT
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'AUTO-APROVACOES:                ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE WS-CF-WATCH TO WS-DISP-COUNT
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'LIBERTACOES DE VENDAS PROPRIAS: ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE WS-CF-INACTIVE TO WS-DISP-COUNT
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'MOVIMENTOS DE INATIVOS:         ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           MOVE WS-CF-VOLUME TO WS-DISP-COUNT
           MOVE SPACES TO OPERATOR-REPORT-RECORD
           STRING 'VOLUMES INVULGARES:             ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD
           IF B-TABLE-FULL
               MOVE SPACES TO OPERATOR-REPORT-RECORD
               STRING '*** TABELA CHEIA - OPERADORES, ATIVACOES, '
                      DELIMITED BY SIZE
                      'APROVACOES OU LIBERTACOES PARA ALEM DO LIMITE '
                      DELIMITED BY SIZE
                      'FICARAM DE FORA ***' DELIMITED BY SIZE
                      INTO OPERATOR-REPORT-RECORD
               WRITE OPERATOR-REPORT-RECORD
           END-IF
           COMPUTE WS-CF-TOTAL = WS-CF-SELF + WS-CF-WATCH
                               + WS-CF-INACTIVE + WS-CF-VOLUME
           MOVE WS-CF-TOTAL TO WS-DISP-TOTAL
           DISPLAY "OPERACT: SEMANA " WS-START-DATE " A " WS-END-DATE
                   " - " WS-DISP-TOTAL " CONFLITO(S)".

       8000-FIND-OPERATOR.
           MOVE ZERO TO WS-OT-FOUND
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OT-COUNT-USED
                  OR WS-OT-FOUND NOT = ZERO
               IF WS-OT-ID(WS-OT-IDX) = WS-SEARCH-ID
                   MOVE WS-OT-IDX TO WS-OT-FOUND
               END-IF
           END-PERFORM.

       8100-WRITE-CONFLICT.
           MOVE WS-CONFLICT-LINE TO OPERATOR-REPORT-RECORD
           WRITE OPERATOR-REPORT-RECORD.
