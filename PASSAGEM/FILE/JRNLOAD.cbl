       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    JRNLOAD - CARGA DO ARMAZEM INDEXADO DOS DIARIOS
      *    (journal-store.dat, COPY JRNSTORE). AS CONSULTAS A UM
      *    BILHETE LIAM OS FICHEIROS DE PERIODO INTEIROS; O ARMAZEM
      *    GUARDA OS MESMOS REGISTOS POR VOO+BILHETE+DATA/HORA, COMO O
      *    CATALOGO DO ARQUIVO FEZ PARA O HISTINQ.
      *      NIGHT [<DATA DE NEGOCIO AAAAMMDD>]
      *        NA CADEIA NOTURNA, DEPOIS DO PERAPND: CARREGA OS
      *        EXTRATOS DA NOITE (daily-sales.txt, audit-trail.txt,
      *        payments-journal.txt, master-journal.txt). UMA NOITE
      *        JA CARREGADA (REARRANQUE) NAO DUPLICA - AS CHAVES JA
      *        EXISTEM E SO SAO CONTADAS. SEM ARMAZEM, FAZ A
      *        RECONSTRUCAO COMPLETA
      *      REBUILD
      *        RECRIA O ARMAZEM A PARTIR DOS FICHEIROS DE PERIODO EM
      *        PASSAGEM/FILE/PERIODS. O period-control.txt DIZ QUANTOS
      *        REGISTOS DE CADA EXTRATO TROUXE CADA NOITE, POR ISSO A
      *        DATA DE NEGOCIO E A SEQUENCIA DE CADA REGISTO SAO AS
      *        MESMAS DA CARGA NOTURNA. AS MARCAS DE DISPUTA DOS
      *        PAGAMENTOS (SO EXISTEM NO ARMAZEM) SAO REPOSTAS A PARTIR
      *        DOS REGISTOS CHBACK DA TRILHA DE AUDITORIA
      *    SO ENTRAM REGISTOS DE UM BILHETE: TRILHA E PAGAMENTOS COM
      *    VOO E BILHETE, DIARIO DE MESTRES SO DO MESTRE DE
      *    PASSAGEIROS (JN-FILE-ID 'PM'), VENDAS TODAS.
      *    RC 0 = CARGA COMPLETA; RC 2 = AVISO (FICHEIRO DE PERIODO
      *    QUE NAO BATE COM OS TOTAIS DAS NOITES, DISPUTA SEM
      *    PAGAMENTO); RC 1 = PARAMETROS OU FICHEIRO QUE NAO ABRE;
      *    RC 8 = ERRO A GRAVAR NO ARMAZEM
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    EXTRATOS A CARREGAR: OS DA NOITE OU OS DE UM PERIODO, COM O
      *    CAMINHO MONTADO CONFORME O MODO
           SELECT OPTIONAL SALES-IN-FILE ASSIGN USING WS-SALES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL AUDIT-IN-FILE ASSIGN USING WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL PAYMENT-IN-FILE ASSIGN USING
               WS-PAYMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL JOURNAL-IN-FILE ASSIGN USING
               WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE ASSIGN TO
               "PASSAGEM/FILE/period-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT JOURNAL-STORE-FILE ASSIGN TO
               "PASSAGEM/FILE/journal-store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-STORE-KEY
               ALTERNATE RECORD KEY IS JS-AUTH-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-IN-FILE.
           COPY DAILYSAL.

       FD AUDIT-IN-FILE.
           COPY AUDITTRL.

       FD PAYMENT-IN-FILE.
           COPY PAYJRNL.

       FD JOURNAL-IN-FILE.
           COPY JOURNAL.

       FD PERIOD-CONTROL-FILE.
           COPY PERCTL.

       FD JOURNAL-STORE-FILE.
           COPY JRNSTORE.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-STATUS       PIC X(2).
       01 WS-CONTROL-STATUS     PIC X(2).
       01 WS-STORE-STATUS       PIC X(2).
       01 WS-TODAY              PIC X(21).
       01 WS-COMMAND-LINE       PIC X(40).

       01 WS-PARAMETERS.
           05 WS-RUN-MODE       PIC X(8).
               88 B-NIGHT-MODE  VALUE 'NIGHT'.
               88 B-REBUILD-MODE VALUE 'REBUILD'.
           05 WS-PARM-DATE      PIC X(8).

       01 WS-BUSINESS-DATE      PIC 9(8).
       01 WS-CURRENT-PERIOD     PIC 9(6).

       01 WS-PATHS.
           05 WS-SALES-PATH     PIC X(64).
           05 WS-AUDIT-PATH     PIC X(64).
           05 WS-PAYMENT-PATH   PIC X(64).
           05 WS-JOURNAL-PATH   PIC X(64).

       01 WS-EOF-FLAGS.
           05 WS-SALES-EOF      PIC X(1).
               88 B-SALES-EOF   VALUE 'Y'.
           05 WS-AUDIT-EOF      PIC X(1).
               88 B-AUDIT-EOF   VALUE 'Y'.
           05 WS-PAYMENT-EOF    PIC X(1).
               88 B-PAYMENT-EOF VALUE 'Y'.
           05 WS-JOURNAL-EOF    PIC X(1).
               88 B-JOURNAL-EOF VALUE 'Y'.
           05 WS-CONTROL-EOF    PIC X(1).
               88 B-CONTROL-EOF VALUE 'Y'.
           05 WS-STORE-EOF      PIC X(1).
               88 B-STORE-EOF   VALUE 'Y'.

      ******************************************************************
      *    QUANTOS REGISTOS DE CADA EXTRATO PERTENCEM A NOITE A
      *    CARREGAR (NA NOITE, TODOS; NA RECONSTRUCAO, OS TOTAIS DA
      *    LINHA 'N' DO period-control.txt) E A SEQUENCIA CORRENTE
      ******************************************************************
       01 WS-NIGHT-WANTED.
           05 WS-SALES-WANTED   PIC 9(7).
           05 WS-AUDIT-WANTED   PIC 9(7).
           05 WS-PAYMENT-WANTED PIC 9(7).
           05 WS-JOURNAL-WANTED PIC 9(7).
       01 WS-SOURCE-SEQ         PIC 9(7).

      ******************************************************************
      *    PERIODOS COM NOITES NO CONTROLO, PELA ORDEM EM QUE
      *    APARECEM (UMA NOITE TARDIA PODE ENTRAR NUM PERIODO DEPOIS
      *    DE JA HAVER NOITES NO SEGUINTE)
      ******************************************************************
       01 WS-PERIOD-TABLE.
           05 WS-PT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-PT-PERIOD          PIC 9(6) OCCURS 600 TIMES.
           05 WS-PT-IDX             PIC 9(3).
           05 WS-PT-SEEN            PIC X(1).
               88 B-PT-SEEN         VALUE 'Y'.

      ******************************************************************
      *    REFERENCIAS DE AUTORIZACAO DOS CHARGEBACKS ENCONTRADOS NA
      *    TRILHA DURANTE A RECONSTRUCAO, REPOSTAS NO FIM (O PAGAMENTO
      *    TEM DE JA ESTAR NO ARMAZEM)
      ******************************************************************
       01 WS-DISPUTE-TABLE.
           05 WS-DT-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-DT-AUTH-REF        PIC X(8) OCCURS 2000 TIMES.
           05 WS-DT-IDX             PIC 9(4).
           05 WS-DT-FOUND           PIC X(1).
               88 B-DT-FOUND        VALUE 'Y'.

       01 WS-LOAD-TOTALS.
           05 WS-LOADED-COUNT       PIC 9(9) VALUE ZERO.
           05 WS-EXISTING-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-NIGHT-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-REMARKED-COUNT     PIC 9(4) VALUE ZERO.
           05 WS-DISP-COUNT         PIC Z(8)9.
           05 WS-DISP-NIGHTS        PIC Z(5)9.
           05 WS-DISP-DISPUTES      PIC Z(3)9.

       01 WS-SHORT-NAME             PIC X(64).

       01 WS-RETURN-CODE            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PARAMETERS

           IF B-NIGHT-MODE
               OPEN I-O JOURNAL-STORE-FILE
               IF WS-STORE-STATUS = '35'
                   DISPLAY "ARMAZEM DOS DIARIOS NAO EXISTE - "
                           "RECONSTRUCAO COMPLETA A PARTIR DOS "
                           "PERIODOS"
                   MOVE 'REBUILD' TO WS-RUN-MODE
               ELSE
                   IF WS-STORE-STATUS NOT = '00'
                       DISPLAY "ERRO A ABRIR journal-store.dat: "
                               WS-STORE-STATUS
                       MOVE 1 TO WS-RETURN-CODE
                       MOVE WS-RETURN-CODE TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           IF B-NIGHT-MODE
               PERFORM 2000-LOAD-NIGHT
           ELSE
               PERFORM 3000-REBUILD-STORE
           END-IF
           CLOSE JOURNAL-STORE-FILE

           MOVE WS-LOADED-COUNT TO WS-DISP-COUNT
           DISPLAY "ARMAZEM DOS DIARIOS - REGISTOS CARREGADOS: "
                   WS-DISP-COUNT
           IF WS-EXISTING-COUNT > ZERO
               MOVE WS-EXISTING-COUNT TO WS-DISP-COUNT
               DISPLAY "REGISTOS QUE JA ESTAVAM NO ARMAZEM:    "
                       WS-DISP-COUNT
           END-IF
           IF B-REBUILD-MODE
               MOVE WS-NIGHT-COUNT TO WS-DISP-NIGHTS
               MOVE WS-REMARKED-COUNT TO WS-DISP-DISPUTES
               DISPLAY "NOITES RECONSTRUIDAS: " WS-DISP-NIGHTS
                       "  DISPUTAS REPOSTAS: " WS-DISP-DISPUTES
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MODO E DATA DE NEGOCIO DA LINHA DE COMANDO; NA NOITE, SEM
      *    DATA VALIDA, A DE HOJE (COMO NO PERAPND)
      ******************************************************************
       1000-SET-PARAMETERS.
           MOVE SPACES TO WS-PARAMETERS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-PARM-DATE
           END-UNSTRING
           IF NOT B-NIGHT-MODE AND NOT B-REBUILD-MODE
               DISPLAY "USO: JRNLOAD NIGHT [<AAAAMMDD>] | REBUILD"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF B-NIGHT-MODE
               IF WS-PARM-DATE IS NOT NUMERIC
                   OR WS-PARM-DATE(5:2) < '01'
                   OR WS-PARM-DATE(5:2) > '12'
                   OR WS-PARM-DATE(7:2) < '01'
                   OR WS-PARM-DATE(7:2) > '31'
                   IF WS-PARM-DATE NOT = SPACES
                       DISPLAY "DATA INVALIDA NA LINHA DE COMANDO ("
                               WS-PARM-DATE ") - USADA A DE HOJE"
                   END-IF
                   MOVE WS-TODAY(1:8) TO WS-PARM-DATE
               END-IF
               MOVE WS-PARM-DATE TO WS-BUSINESS-DATE
           END-IF.

      ******************************************************************
      *    CARGA DA NOITE: OS QUATRO EXTRATOS NOTURNOS INTEIROS, COM A
      *    DATA DE NEGOCIO DA CADEIA
      ******************************************************************
       2000-LOAD-NIGHT.
           MOVE SPACES TO WS-PATHS
           MOVE 'PASSAGEM/FILE/daily-sales.txt' TO WS-SALES-PATH
           MOVE 'PASSAGEM/FILE/audit-trail.txt' TO WS-AUDIT-PATH
           MOVE 'PASSAGEM/FILE/payments-journal.txt'
               TO WS-PAYMENT-PATH
           MOVE 'PASSAGEM/FILE/master-journal.txt'
               TO WS-JOURNAL-PATH
           PERFORM 4000-OPEN-INPUTS
           MOVE 9999999 TO WS-SALES-WANTED
                           WS-AUDIT-WANTED
                           WS-PAYMENT-WANTED
                           WS-JOURNAL-WANTED
           PERFORM 5000-LOAD-ONE-NIGHT
           PERFORM 4100-CLOSE-INPUTS.

      ******************************************************************
      *    RECONSTRUCAO: ARMAZEM VAZIO, PERIODO A PERIODO PELAS NOITES
      *    DO CONTROLO, E NO FIM AS MARCAS DE DISPUTA
      ******************************************************************
       3000-REBUILD-STORE.
           OPEN OUTPUT JOURNAL-STORE-FILE
           IF WS-STORE-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR journal-store.dat: "
                       WS-STORE-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE JOURNAL-STORE-FILE
           OPEN I-O JOURNAL-STORE-FILE

           PERFORM 3100-COLLECT-PERIODS
           IF WS-PT-COUNT = ZERO
               DISPLAY "SEM NOITES NO period-control.txt - ARMAZEM "
                       "FICA VAZIO"
           END-IF
           PERFORM 3200-REBUILD-ONE-PERIOD
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT

           PERFORM 7000-REMARK-DISPUTE
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT.

       3100-COLLECT-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
               AND WS-CONTROL-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR period-control.txt: "
                       WS-CONTROL-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CONTROL-EOF
           PERFORM UNTIL B-CONTROL-EOF
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF B-PC-NIGHT
                           PERFORM 3110-ADD-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       3110-ADD-PERIOD.
           MOVE 'N' TO WS-PT-SEEN
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT OR B-PT-SEEN
               IF WS-PT-PERIOD(WS-PT-IDX) = PC-PERIOD
                   MOVE 'Y' TO WS-PT-SEEN
               END-IF
           END-PERFORM
           IF NOT B-PT-SEEN
               IF WS-PT-COUNT >= 600
                   DISPLAY "MAIS DE 600 PERIODOS NO CONTROLO - "
                           "RECONSTRUCAO NAO FEITA"
                   MOVE 1 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE PC-PERIOD TO WS-PT-PERIOD(WS-PT-COUNT)
           END-IF.

      ******************************************************************
      *    UM PERIODO: OS QUATRO FICHEIROS FICAM ABERTOS E CADA LINHA
      *    'N' DO PERIODO, PELA ORDEM DO CONTROLO, CONSOME OS SEUS
      *    REGISTOS. O QUE SOBRAR NO FIM NAO E DE NENHUMA NOITE
      ******************************************************************
       3200-REBUILD-ONE-PERIOD.
           MOVE WS-PT-PERIOD(WS-PT-IDX) TO WS-CURRENT-PERIOD
           MOVE SPACES TO WS-PATHS
           STRING 'PASSAGEM/FILE/PERIODS/period-sales-' DELIMITED BY
                  SIZE
                  WS-CURRENT-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-SALES-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-audit-' DELIMITED BY
                  SIZE
                  WS-CURRENT-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-AUDIT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-payments-' DELIMITED
                  BY SIZE
                  WS-CURRENT-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-PAYMENT-PATH
           STRING 'PASSAGEM/FILE/PERIODS/period-journal-' DELIMITED BY
                  SIZE
                  WS-CURRENT-PERIOD DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
                  INTO WS-JOURNAL-PATH
           PERFORM 4000-OPEN-INPUTS

           OPEN INPUT PERIOD-CONTROL-FILE
           MOVE 'N' TO WS-CONTROL-EOF
           PERFORM UNTIL B-CONTROL-EOF
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END
                       IF B-PC-NIGHT
                           AND PC-PERIOD = WS-CURRENT-PERIOD
                           MOVE PC-BUSINESS-DATE  TO WS-BUSINESS-DATE
                           MOVE PC-SALES-COUNT    TO WS-SALES-WANTED
                           MOVE PC-AUDIT-COUNT    TO WS-AUDIT-WANTED
                           MOVE PC-PAYMENT-COUNT  TO WS-PAYMENT-WANTED
                           MOVE PC-JOURNAL-COUNT  TO WS-JOURNAL-WANTED
                           PERFORM 5000-LOAD-ONE-NIGHT
                           ADD 1 TO WS-NIGHT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE

           PERFORM 3300-CHECK-LEFTOVERS
           PERFORM 4100-CLOSE-INPUTS.

      ******************************************************************
      *    REGISTOS ALEM DOS TOTAIS DAS NOITES: ACRESCENTADOS AO
      *    PERIODO POR FORA DO PERAPND - FICAM FORA DO ARMAZEM
      ******************************************************************
       3300-CHECK-LEFTOVERS.
           IF NOT B-SALES-EOF
               READ SALES-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-SALES-EOF
               END-READ
               IF NOT B-SALES-EOF
                   MOVE WS-SALES-PATH TO WS-SHORT-NAME
                   PERFORM 5950-REPORT-LEFTOVER
               END-IF
           END-IF
           IF NOT B-AUDIT-EOF
               READ AUDIT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
               END-READ
               IF NOT B-AUDIT-EOF
                   MOVE WS-AUDIT-PATH TO WS-SHORT-NAME
                   PERFORM 5950-REPORT-LEFTOVER
               END-IF
           END-IF
           IF NOT B-PAYMENT-EOF
               READ PAYMENT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYMENT-EOF
               END-READ
               IF NOT B-PAYMENT-EOF
                   MOVE WS-PAYMENT-PATH TO WS-SHORT-NAME
                   PERFORM 5950-REPORT-LEFTOVER
               END-IF
           END-IF
           IF NOT B-JOURNAL-EOF
               READ JOURNAL-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
               END-READ
               IF NOT B-JOURNAL-EOF
                   MOVE WS-JOURNAL-PATH TO WS-SHORT-NAME
                   PERFORM 5950-REPORT-LEFTOVER
               END-IF
           END-IF.

      ******************************************************************
      *    ABRIR OS EXTRATOS; UM FICHEIRO QUE NAO EXISTE CONTA COMO
      *    VAZIO
      ******************************************************************
       4000-OPEN-INPUTS.
           MOVE 'N' TO WS-SALES-EOF
                       WS-AUDIT-EOF
                       WS-PAYMENT-EOF
                       WS-JOURNAL-EOF
           OPEN INPUT SALES-IN-FILE
           IF WS-INPUT-STATUS NOT = '00' AND WS-INPUT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-SALES-PATH ": "
                       WS-INPUT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-IN-FILE
           IF WS-INPUT-STATUS NOT = '00' AND WS-INPUT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-AUDIT-PATH ": "
                       WS-INPUT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYMENT-IN-FILE
           IF WS-INPUT-STATUS NOT = '00' AND WS-INPUT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-PAYMENT-PATH ": "
                       WS-INPUT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT JOURNAL-IN-FILE
           IF WS-INPUT-STATUS NOT = '00' AND WS-INPUT-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR " WS-JOURNAL-PATH ": "
                       WS-INPUT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       4100-CLOSE-INPUTS.
           CLOSE SALES-IN-FILE
                 AUDIT-IN-FILE
                 PAYMENT-IN-FILE
                 JOURNAL-IN-FILE.

      ******************************************************************
      *    UMA NOITE: OS REGISTOS QUE LHE PERTENCEM EM CADA EXTRATO, A
      *    SEQUENCIA A CONTAR DE 1 EM CADA UM (CONTAM TAMBEM OS QUE
      *    NAO ENTRAM NO ARMAZEM, PARA A NOITE E A RECONSTRUCAO DAREM
      *    AS MESMAS CHAVES)
      ******************************************************************
       5000-LOAD-ONE-NIGHT.
           MOVE ZERO TO WS-SOURCE-SEQ
           PERFORM UNTIL WS-SOURCE-SEQ >= WS-SALES-WANTED
               OR B-SALES-EOF
               READ SALES-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-SALES-EOF
                   NOT AT END
                       ADD 1 TO WS-SOURCE-SEQ
                       PERFORM 5100-STORE-SALES
               END-READ
           END-PERFORM
           IF B-REBUILD-MODE AND WS-SOURCE-SEQ < WS-SALES-WANTED
               MOVE WS-SALES-PATH TO WS-SHORT-NAME
               PERFORM 5900-REPORT-SHORT-FILE
           END-IF

           MOVE ZERO TO WS-SOURCE-SEQ
           PERFORM UNTIL WS-SOURCE-SEQ >= WS-AUDIT-WANTED
               OR B-AUDIT-EOF
               READ AUDIT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-AUDIT-EOF
                   NOT AT END
                       ADD 1 TO WS-SOURCE-SEQ
                       PERFORM 5200-STORE-AUDIT
               END-READ
           END-PERFORM
           IF B-REBUILD-MODE AND WS-SOURCE-SEQ < WS-AUDIT-WANTED
               MOVE WS-AUDIT-PATH TO WS-SHORT-NAME
               PERFORM 5900-REPORT-SHORT-FILE
           END-IF

           MOVE ZERO TO WS-SOURCE-SEQ
           PERFORM UNTIL WS-SOURCE-SEQ >= WS-PAYMENT-WANTED
               OR B-PAYMENT-EOF
               READ PAYMENT-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-PAYMENT-EOF
                   NOT AT END
                       ADD 1 TO WS-SOURCE-SEQ
                       PERFORM 5300-STORE-PAYMENT
               END-READ
           END-PERFORM
           IF B-REBUILD-MODE AND WS-SOURCE-SEQ < WS-PAYMENT-WANTED
               MOVE WS-PAYMENT-PATH TO WS-SHORT-NAME
               PERFORM 5900-REPORT-SHORT-FILE
           END-IF

           MOVE ZERO TO WS-SOURCE-SEQ
           PERFORM UNTIL WS-SOURCE-SEQ >= WS-JOURNAL-WANTED
               OR B-JOURNAL-EOF
               READ JOURNAL-IN-FILE
                   AT END
                       MOVE 'Y' TO WS-JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO WS-SOURCE-SEQ
                       PERFORM 5400-STORE-JOURNAL
               END-READ
           END-PERFORM
           IF B-REBUILD-MODE AND WS-SOURCE-SEQ < WS-JOURNAL-WANTED
               MOVE WS-JOURNAL-PATH TO WS-SHORT-NAME
               PERFORM 5900-REPORT-SHORT-FILE
           END-IF.

      *    VENDAS: SEM CARIMBO PROPRIO, FICAM NA DATA DE NEGOCIO
       5100-STORE-SALES.
           IF DS-FLIGHT-NUMBER = SPACES OR DS-TICKET IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO JOURNAL-STORE-RECORD
           MOVE DS-FLIGHT-NUMBER   TO JS-FLIGHT-NUMBER
           MOVE DS-TICKET          TO JS-TICKET
           MOVE WS-BUSINESS-DATE   TO JS-EVENT-DATE
           MOVE ZERO               TO JS-EVENT-TIME
           SET B-JS-SALES          TO TRUE
           MOVE DS-FLIGHT-DATE     TO JS-FLIGHT-DATE
           MOVE DAILY-SALES-RECORD TO JS-DATA
           PERFORM 6000-WRITE-STORE.

      *    TRILHA: SO OS MOVIMENTOS DE UM BILHETE; NA RECONSTRUCAO
      *    GUARDA A AUTORIZACAO DE CADA CHARGEBACK ('AUT <REF> ...')
       5200-STORE-AUDIT.
           IF AT-FLIGHT-NUMBER = SPACES OR AT-TICKET IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO JOURNAL-STORE-RECORD
           MOVE AT-FLIGHT-NUMBER   TO JS-FLIGHT-NUMBER
           MOVE AT-TICKET          TO JS-TICKET
           IF AT-RUN-DATE IS NUMERIC AND AT-RUN-TIME IS NUMERIC
               MOVE AT-RUN-DATE    TO JS-EVENT-DATE
               MOVE AT-RUN-TIME    TO JS-EVENT-TIME
           ELSE
               MOVE WS-BUSINESS-DATE TO JS-EVENT-DATE
               MOVE ZERO           TO JS-EVENT-TIME
           END-IF
           SET B-JS-AUDIT          TO TRUE
           MOVE AT-FLIGHT-DATE     TO JS-FLIGHT-DATE
           MOVE AUDIT-TRAIL-RECORD TO JS-DATA
           PERFORM 6000-WRITE-STORE

           IF B-REBUILD-MODE AND AT-TXN-TYPE = 'CHBACK'
               AND AT-DETAIL(1:4) = 'AUT '
               IF WS-DT-COUNT < 2000
                   ADD 1 TO WS-DT-COUNT
                   MOVE AT-DETAIL(5:8) TO WS-DT-AUTH-REF(WS-DT-COUNT)
               ELSE
                   DISPLAY "MAIS DE 2000 CHARGEBACKS NA TRILHA - "
                           "AUT " AT-DETAIL(5:8) " NAO REPOSTO"
                   MOVE 2 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *    PAGAMENTOS: SO TEM A DATA; A HORA FICA A ZERO
       5300-STORE-PAYMENT.
           IF PJ-FLIGHT-NUMBER = SPACES OR PJ-TICKET IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO JOURNAL-STORE-RECORD
           MOVE PJ-FLIGHT-NUMBER   TO JS-FLIGHT-NUMBER
           MOVE PJ-TICKET          TO JS-TICKET
           IF PJ-RUN-DATE IS NUMERIC
               MOVE PJ-RUN-DATE    TO JS-EVENT-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO JS-EVENT-DATE
           END-IF
           MOVE ZERO               TO JS-EVENT-TIME
           SET B-JS-PAYMENT        TO TRUE
           MOVE PJ-FLIGHT-DATE     TO JS-FLIGHT-DATE
           MOVE PJ-AUTH-REF        TO JS-AUTH-REF
           MOVE PAYMENT-JOURNAL-RECORD TO JS-DATA
           PERFORM 6000-WRITE-STORE.

      *    DIARIO DE MESTRES: SO O MESTRE DE PASSAGEIROS, CUJA CHAVE
      *    E VOO(6) + DATA(8) + BILHETE(4)
       5400-STORE-JOURNAL.
           IF JN-FILE-ID NOT = 'PM' OR JN-KEY(15:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES             TO JOURNAL-STORE-RECORD
           MOVE JN-KEY(1:6)        TO JS-FLIGHT-NUMBER
           MOVE JN-KEY(15:4)       TO JS-TICKET
           IF JN-RUN-DATE IS NUMERIC AND JN-RUN-TIME IS NUMERIC
               MOVE JN-RUN-DATE    TO JS-EVENT-DATE
               MOVE JN-RUN-TIME    TO JS-EVENT-TIME
           ELSE
               MOVE WS-BUSINESS-DATE TO JS-EVENT-DATE
               MOVE ZERO           TO JS-EVENT-TIME
           END-IF
           SET B-JS-JOURNAL        TO TRUE
           MOVE JN-KEY(7:8)        TO JS-FLIGHT-DATE
           MOVE JOURNAL-RECORD     TO JS-DATA
           PERFORM 6000-WRITE-STORE.

       5900-REPORT-SHORT-FILE.
           DISPLAY "NOITE " WS-BUSINESS-DATE ": "
                   WS-SHORT-NAME(1:50)
                   " TEM MENOS REGISTOS QUE O CONTROLO"
           MOVE 2 TO WS-RETURN-CODE.

       5950-REPORT-LEFTOVER.
           DISPLAY WS-SHORT-NAME(1:50)
                   " TEM REGISTOS ALEM DOS TOTAIS DAS NOITES - "
                   "NAO CARREGADOS"
           MOVE 2 TO WS-RETURN-CODE.

      ******************************************************************
      *    GRAVAR NO ARMAZEM; CHAVE JA EXISTENTE = NOITE JA CARREGADA
      ******************************************************************
       6000-WRITE-STORE.
           MOVE WS-BUSINESS-DATE TO JS-BUSINESS-DATE
           MOVE WS-SOURCE-SEQ    TO JS-SOURCE-SEQ
           WRITE JOURNAL-STORE-RECORD
               INVALID KEY
                   IF WS-STORE-STATUS = '22'
                       ADD 1 TO WS-EXISTING-COUNT
                   ELSE
                       DISPLAY "ERRO A GRAVAR journal-store.dat: "
                               WS-STORE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
                       MOVE WS-RETURN-CODE TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      ******************************************************************
      *    REPOR A MARCA DE DISPUTA: O PRIMEIRO PAGAMENTO AINDA NAO
      *    CONTESTADO COM A REFERENCIA DO CHARGEBACK, COMO O CHARGEBK
      *    O ESCOLHEU
      ******************************************************************
       7000-REMARK-DISPUTE.
           MOVE 'N' TO WS-DT-FOUND
           MOVE 'N' TO WS-STORE-EOF
           MOVE WS-DT-AUTH-REF(WS-DT-IDX) TO JS-AUTH-REF
           START JOURNAL-STORE-FILE KEY = JS-AUTH-REF
               INVALID KEY
                   MOVE 'Y' TO WS-STORE-EOF
           END-START
           PERFORM UNTIL B-STORE-EOF OR B-DT-FOUND
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF JS-AUTH-REF NOT = WS-DT-AUTH-REF(WS-DT-IDX)
                           MOVE 'Y' TO WS-STORE-EOF
                       ELSE
                           IF B-JS-PAYMENT
                               MOVE JS-DATA TO PAYMENT-JOURNAL-RECORD
                               IF NOT B-PJ-DISPUTED
                                   MOVE 'Y' TO WS-DT-FOUND
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF NOT B-DT-FOUND
               DISPLAY "CHARGEBACK AUT " WS-DT-AUTH-REF(WS-DT-IDX)
                       " SEM PAGAMENTO NO ARMAZEM - MARCA NAO REPOSTA"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET B-PJ-DISPUTED TO TRUE
           MOVE PAYMENT-JOURNAL-RECORD TO JS-DATA
           REWRITE JOURNAL-STORE-RECORD
               INVALID KEY
                   DISPLAY "ERRO A REESCREVER journal-store.dat: "
                           WS-STORE-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-REMARKED-COUNT.
