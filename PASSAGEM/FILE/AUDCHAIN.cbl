       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDCHAIN.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    AUDCHAIN - ENCADEAMENTO E VERIFICACAO DA TRILHA DE
      *    AUDITORIA. A audit-trail.txt E UM SEQUENCIAL SIMPLES: QUEM
      *    TEM ACESSO AO FICHEIRO PODIA APAGAR OU ALTERAR UMA LINHA
      *    (UMA APROVACAO DO CORRIGIR, UMA LIBERTACAO DO WREVIEW) SEM
      *    DEIXAR RASTO. CADA REGISTO PASSA A LEVAR NO AT-SEAL O SEU
      *    NUMERO NA CADEIA E UM VALOR DE CONTROLO CALCULADO SOBRE O
      *    PROPRIO REGISTO E O VALOR DO REGISTO ANTERIOR: APAGAR,
      *    INSERIR OU ALTERAR UM REGISTO PARTE A CADEIA DAI EM DIANTE.
      *      SEAL <FICHEIRO>
      *        CONFERE OS REGISTOS JA SELADOS E SELA OS QUE VEM EM
      *        BRANCO, CONTINUANDO A CADEIA (NA CADEIA NOTURNA, LOGO
      *        A SEGUIR A COLAGEM DA NOITE). COM A CADEIA PARTIDA NAO
      *        SELA NADA
      *      VERIFY <FICHEIRO>
      *        PERCORRE O FICHEIRO (NOITE OU PERIODO) E ACUSA A
      *        PRIMEIRA LIGACAO PARTIDA
      *    NUM FICHEIRO DE PERIODO CADA NOITE COMECA UMA CADEIA NOVA
      *    (SEQUENCIA 1); AS NOITES ACRESCENTADAS ANTES DO SELO FICAM
      *    POR SELAR NO INICIO DO FICHEIRO E SAO SO CONTADAS. UMA
      *    NOITE APAGADA POR INTEIRO OU CORTADA NO FIM NAO PARTE A
      *    CADEIA - ESSA E APANHADA PELOS TOTAIS DE CONTROLO DO
      *    period-control.txt NO FECHO DO PERIODO (PERCLOSE).
      *    RELATORIO ACRESCENTADO A audit-chain-report.txt.
      *    RC 0 = CADEIA INTEIRA; RC 8 = LIGACAO PARTIDA; RC 1 =
      *    PARAMETROS OU FICHEIRO QUE NAO ABRE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SEAL-WORK-FILE ASSIGN USING WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT OPTIONAL CHAIN-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-chain-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD SEAL-WORK-FILE.
       01 SEAL-WORK-RECORD          PIC X(120).

       FD CHAIN-REPORT-FILE.
       01 CHAIN-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS       PIC X(2).
       01 WS-WORK-STATUS        PIC X(2).

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-PARAMETERS.
           05 WS-RUN-MODE       PIC X(8).
               88 B-SEAL-MODE   VALUE 'SEAL'.
               88 B-VERIFY-MODE VALUE 'VERIFY'.
           05 WS-AUDIT-PATH     PIC X(120).

       01 WS-WORK-PATH          PIC X(130).

       01 WS-RUN-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-AUDIT-EOF          PIC X(1) VALUE 'N'.
           88 B-AUDIT-EOF       VALUE 'Y'.
       01 WS-WORK-EOF           PIC X(1) VALUE 'N'.
           88 B-WORK-EOF        VALUE 'Y'.

      ******************************************************************
      *    ESTADO DA CADEIA: ULTIMO NUMERO E ULTIMO VALOR DE CONTROLO
      *    (ZEROS NO INICIO DE CADA CADEIA)
      ******************************************************************
       01 WS-CHAIN-STATE.
           05 WS-PREV-SEQ       PIC 9(9) VALUE ZERO.
           05 WS-PREV-CHECK.
               10 WS-PREV-SUM-1 PIC 9(9) VALUE ZERO.
               10 WS-PREV-SUM-2 PIC 9(9) VALUE ZERO.
           05 WS-SEALED-SEEN    PIC X(1) VALUE 'N'.
               88 B-SEALED-SEEN VALUE 'Y'.
           05 WS-CHAIN-BROKEN   PIC X(1) VALUE 'N'.
               88 B-CHAIN-BROKEN VALUE 'Y'.

      ******************************************************************
      *    CALCULO DO VALOR DE CONTROLO: DUAS SOMAS MODULARES SOBRE OS
      *    BYTES DO REGISTO (SEM O SELO) E DO SEU NUMERO NA CADEIA,
      *    PARTINDO DO VALOR DO REGISTO ANTERIOR. A SEGUNDA SOMA
      *    DEPENDE DA ORDEM DOS BYTES
      ******************************************************************
       01 WS-SEAL-INPUT.
           05 WS-SI-DATA        PIC X(100).
           05 WS-SI-SEQ         PIC 9(9).
       01 WS-SEAL-WORK.
           05 WS-DATA-LENGTH    PIC 9(4).
           05 WS-BYTE-IDX       PIC 9(4).
           05 WS-RECORD-SEQ     PIC 9(9).
           05 WS-NEW-CHECK.
               10 WS-SUM-1      PIC 9(9).
               10 WS-SUM-2      PIC 9(9).
           05 WS-SUM-WORK       PIC 9(12).

       01 WS-BREAK-WORK.
           05 WS-BREAK-REASON   PIC X(40).
           05 WS-RECORD-NUMBER  PIC 9(9) VALUE ZERO.
           05 WS-DISP-RECORD    PIC Z(8)9.
           05 WS-DISP-SEQ       PIC Z(8)9.
           05 WS-DISP-TICKET    PIC 9(4).

       01 WS-CHAIN-TOTALS.
           05 WS-UNSEALED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-VERIFIED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-NEWLY-SEALED   PIC 9(9) VALUE ZERO.
           05 WS-CHAIN-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-DISP-UNSEALED  PIC Z(8)9.
           05 WS-DISP-VERIFIED  PIC Z(8)9.
           05 WS-DISP-SEALED    PIC Z(8)9.
           05 WS-DISP-CHAINS    PIC Z(5)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PARAMETERS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-AUDIT-PATH
           END-UNSTRING
           IF NOT B-SEAL-MODE AND NOT B-VERIFY-MODE
               OR WS-AUDIT-PATH = SPACES
               DISPLAY "USO: AUDCHAIN SEAL|VERIFY <FICHEIRO>"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME
           COMPUTE WS-DATA-LENGTH = LENGTH OF AUDIT-TRAIL-RECORD
                                  - LENGTH OF AT-SEAL
           MOVE SPACES TO WS-WORK-PATH
           STRING WS-AUDIT-PATH DELIMITED BY SPACE
                  '.seal' DELIMITED BY SIZE
                  INTO WS-WORK-PATH

           OPEN EXTEND CHAIN-REPORT-FILE
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               MOVE 'FICHEIRO NAO EXISTE - NADA A CONFERIR' TO
                   WS-BREAK-REASON
               PERFORM 8100-WRITE-FILE-LINE
               CLOSE CHAIN-REPORT-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR " WS-AUDIT-PATH(1:60) " - "
                       WS-AUDIT-STATUS
               CLOSE CHAIN-REPORT-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF B-SEAL-MODE
               OPEN OUTPUT SEAL-WORK-FILE
           END-IF

           PERFORM 2000-WALK-ONE-RECORD
               UNTIL B-AUDIT-EOF OR B-CHAIN-BROKEN

           CLOSE AUDIT-FILE
           IF B-SEAL-MODE
               CLOSE SEAL-WORK-FILE
               IF NOT B-CHAIN-BROKEN AND WS-NEWLY-SEALED > ZERO
                   PERFORM 3000-REPLACE-WITH-SEALED
               END-IF
           END-IF

           PERFORM 8000-WRITE-SUMMARY
           CLOSE CHAIN-REPORT-FILE
           IF B-CHAIN-BROKEN
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    UM REGISTO: POR SELAR (SO ANTES DO PRIMEIRO SELADO, OU NO
      *    MODO SEAL) OU SELADO E CONFERIDO CONTRA O ANTERIOR
      ******************************************************************
       2000-WALK-ONE-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-RECORD-NUMBER

           IF AT-SEAL = SPACES
               IF B-SEAL-MODE
                   PERFORM 2300-SEAL-RECORD
               ELSE
                   IF B-SEALED-SEEN
                       MOVE 'REGISTO POR SELAR NO MEIO DA CADEIA' TO
                           WS-BREAK-REASON
                       PERFORM 2900-REPORT-BREAK
                   ELSE
                       ADD 1 TO WS-UNSEALED-COUNT
                   END-IF
               END-IF
           ELSE
               PERFORM 2100-CHECK-SEALED-RECORD
           END-IF

           IF B-SEAL-MODE AND NOT B-CHAIN-BROKEN
               WRITE SEAL-WORK-RECORD FROM AUDIT-TRAIL-RECORD
           END-IF.

       2100-CHECK-SEALED-RECORD.
           MOVE 'Y' TO WS-SEALED-SEEN
           IF AT-CHAIN-SEQ NOT NUMERIC
               MOVE 'SELO ILEGIVEL' TO WS-BREAK-REASON
               PERFORM 2900-REPORT-BREAK
               EXIT PARAGRAPH
           END-IF

           IF AT-CHAIN-SEQ = 1
               MOVE ZERO TO WS-PREV-SEQ
               MOVE ZERO TO WS-PREV-SUM-1
               MOVE ZERO TO WS-PREV-SUM-2
               ADD 1 TO WS-CHAIN-COUNT
           ELSE
               IF AT-CHAIN-SEQ NOT = WS-PREV-SEQ + 1
                   MOVE 'NUMERO FORA DE SEQUENCIA NA CADEIA' TO
                       WS-BREAK-REASON
                   PERFORM 2900-REPORT-BREAK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE AT-CHAIN-SEQ TO WS-RECORD-SEQ
           PERFORM 2500-COMPUTE-CHECK-VALUE
           IF WS-NEW-CHECK NOT = AT-CHECK-VALUE
               MOVE 'VALOR DE CONTROLO NAO CONFERE' TO
                   WS-BREAK-REASON
               PERFORM 2900-REPORT-BREAK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-VERIFIED-COUNT
           MOVE AT-CHAIN-SEQ TO WS-PREV-SEQ
           MOVE WS-NEW-CHECK TO WS-PREV-CHECK.

      ******************************************************************
      *    SELAR UM REGISTO EM BRANCO A SEGUIR AO ULTIMO DA CADEIA
      ******************************************************************
       2300-SEAL-RECORD.
           IF WS-PREV-SEQ = ZERO
               ADD 1 TO WS-CHAIN-COUNT
           END-IF
           COMPUTE WS-RECORD-SEQ = WS-PREV-SEQ + 1
           PERFORM 2500-COMPUTE-CHECK-VALUE
           MOVE WS-RECORD-SEQ TO AT-CHAIN-SEQ
           MOVE WS-NEW-CHECK  TO AT-CHECK-VALUE
           ADD 1 TO WS-NEWLY-SEALED
           MOVE 'Y' TO WS-SEALED-SEEN
           MOVE WS-RECORD-SEQ TO WS-PREV-SEQ
           MOVE WS-NEW-CHECK  TO WS-PREV-CHECK.

       2500-COMPUTE-CHECK-VALUE.
           MOVE SPACES TO WS-SI-DATA
           MOVE AUDIT-TRAIL-RECORD(1:WS-DATA-LENGTH) TO
               WS-SI-DATA(1:WS-DATA-LENGTH)
           MOVE WS-RECORD-SEQ TO WS-SI-SEQ
           MOVE WS-PREV-SUM-1 TO WS-SUM-1
           MOVE WS-PREV-SUM-2 TO WS-SUM-2
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
               UNTIL WS-BYTE-IDX > LENGTH OF WS-SEAL-INPUT
               COMPUTE WS-SUM-WORK = WS-SUM-1
                   + FUNCTION ORD(WS-SEAL-INPUT(WS-BYTE-IDX:1))
               COMPUTE WS-SUM-1 = FUNCTION MOD(WS-SUM-WORK, 999999937)
               COMPUTE WS-SUM-WORK = WS-SUM-2 * 31 + WS-SUM-1
               COMPUTE WS-SUM-2 = FUNCTION MOD(WS-SUM-WORK, 999999929)
           END-PERFORM.

      ******************************************************************
      *    PRIMEIRA LIGACAO PARTIDA: O REGISTO, O QUE SE ESPERAVA E
      *    PORQUE; A VERIFICACAO PARA AQUI
      ******************************************************************
       2900-REPORT-BREAK.
           MOVE 'Y' TO WS-CHAIN-BROKEN
           PERFORM 8100-WRITE-FILE-LINE
           MOVE WS-RECORD-NUMBER TO WS-DISP-RECORD
           MOVE AT-TICKET TO WS-DISP-TICKET
           MOVE SPACES TO CHAIN-REPORT-RECORD
           STRING '  REGISTO ' DELIMITED BY SIZE
                  WS-DISP-RECORD DELIMITED BY SIZE
                  ': BILHETE ' DELIMITED BY SIZE
                  WS-DISP-TICKET DELIMITED BY SIZE
                  ' VOO ' DELIMITED BY SIZE
                  AT-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-TXN-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-RUN-TIME DELIMITED BY SIZE
                  ' OPERADOR ' DELIMITED BY SIZE
                  AT-OPERATOR-ID DELIMITED BY SIZE
                  INTO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           MOVE WS-PREV-SEQ TO WS-DISP-SEQ
           MOVE SPACES TO CHAIN-REPORT-RECORD
           STRING '  ULTIMO REGISTO BOM NA CADEIA: ' DELIMITED BY SIZE
                  WS-DISP-SEQ DELIMITED BY SIZE
                  INTO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           DISPLAY "TRILHA DE AUDITORIA PARTIDA: "
                   WS-AUDIT-PATH(1:60)
           DISPLAY "  REGISTO " WS-DISP-RECORD " - " WS-BREAK-REASON.

      ******************************************************************
      *    A COPIA SELADA SUBSTITUI O FICHEIRO
      ******************************************************************
       3000-REPLACE-WITH-SEALED.
           OPEN INPUT SEAL-WORK-FILE
                OUTPUT AUDIT-FILE
           PERFORM UNTIL B-WORK-EOF
               READ SEAL-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       WRITE AUDIT-TRAIL-RECORD FROM SEAL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE SEAL-WORK-FILE
                 AUDIT-FILE.

       8000-WRITE-SUMMARY.
           IF NOT B-CHAIN-BROKEN
               MOVE 'CADEIA INTEIRA' TO WS-BREAK-REASON
               PERFORM 8100-WRITE-FILE-LINE
           END-IF
           MOVE WS-VERIFIED-COUNT TO WS-DISP-VERIFIED
           MOVE WS-NEWLY-SEALED   TO WS-DISP-SEALED
           MOVE WS-UNSEALED-COUNT TO WS-DISP-UNSEALED
           MOVE WS-CHAIN-COUNT    TO WS-DISP-CHAINS
           MOVE SPACES TO CHAIN-REPORT-RECORD
           STRING '  CONFERIDOS ' DELIMITED BY SIZE
                  WS-DISP-VERIFIED DELIMITED BY SIZE
                  '  SELADOS AGORA ' DELIMITED BY SIZE
                  WS-DISP-SEALED DELIMITED BY SIZE
                  '  ANTERIORES AO SELO ' DELIMITED BY SIZE
                  WS-DISP-UNSEALED DELIMITED BY SIZE
                  '  CADEIAS ' DELIMITED BY SIZE
                  WS-DISP-CHAINS DELIMITED BY SIZE
                  INTO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD
           DISPLAY "TRILHA DE AUDITORIA " WS-AUDIT-PATH(1:60)
           DISPLAY "  CONFERIDOS " WS-DISP-VERIFIED
                   " SELADOS AGORA " WS-DISP-SEALED
                   " ANTERIORES AO SELO " WS-DISP-UNSEALED.

       8100-WRITE-FILE-LINE.
           MOVE SPACES TO CHAIN-REPORT-RECORD
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-MODE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WS-AUDIT-PATH DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-BREAK-REASON DELIMITED BY SIZE
                  INTO CHAIN-REPORT-RECORD
           WRITE CHAIN-REPORT-RECORD.
