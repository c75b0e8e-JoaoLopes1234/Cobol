       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCDIST.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    DOCDIST - DISTRIBUICAO DOS DOCUMENTOS DE VOO E CONTROLO DA
      *    DOCUMENTACAO OBRIGATORIA ANTES DA PARTIDA. CORRE PELO
      *    run-docdist.sh, AGENDADO AO LONGO DO DIA.
      *
      *    DOCDIST DIST - PERCORRE OS FICHEIROS ONDE OS PROGRAMAS DE
      *    DOCUMENTOS ESCREVEM (flight-manifest.txt, notoc.txt,
      *    load-sheet.txt, um-handover.txt, apis-extract.txt,
      *    gate-seat-chart.txt E O closeout-<VOO>.txt DO CHECKIN) E
      *    PARTE-OS NUM DOCUMENTO POR VOO E DATA, EM DOCSTAGE. CADA
      *    DOCUMENTO VAI PARA OS DESTINATARIOS DO MESTRE DE
      *    DISTRIBUICAO (DISTMAST): UMA LINHA POR DESTINATARIO EM
      *    distribution-pending.txt (DISTLOG), QUE O SCRIPT USA PARA
      *    POR O DOCUMENTO NA AREA DO DESTINATARIO NO DIST E JUNTAR AO
      *    distribution-log.txt. UM DOCUMENTO SEM DESTINATARIO VAI
      *    PARA A AREA SEM-DESTINO, LEVANTA UMA EXCECAO AS OPERACOES E
      *    O PASSO TERMINA COM RC=2. O FICHEIRO DE ORIGEM E ESVAZIADO
      *    DEPOIS DE PARTIDO, PARA NENHUM DOCUMENTO SEGUIR DUAS VEZES.
      *
      *    DOCDIST CHECK [<MINUTOS>] - VOOS PROPRIOS AINDA NO CHAO COM
      *    PARTIDA PREVISTA ATE <MINUTOS> (POR OMISSAO 120) A FRENTE,
      *    INCLUINDO OS ATRASADOS: CADA DOCUMENTO OBRIGATORIO (NOTOC,
      *    FOLHA DE CARGA, APIS) TEM DE TER UMA ENTREGA NO
      *    distribution-log.txt. AS FALTAS SAEM EM
      *    document-check-report.txt, SEGUEM UMA VEZ POR VOO E
      *    DOCUMENTO PARA O REGISTO DE EXCECOES (AEROPORTO) E O PASSO
      *    TERMINA COM RC=2
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT DISTRIBUTION-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/distribution-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-DIST-STATUS.

      *    FICHEIRO DE DOCUMENTOS A PARTIR E DOCUMENTO JA PARTIDO; OS
      *    CAMINHOS SAO MONTADOS PARA CADA UM
           SELECT OPTIONAL DOC-SOURCE-FILE ASSIGN USING
               WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT DOC-STAGE-FILE ASSIGN USING
               WS-STAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGE-STATUS.

           SELECT OPTIONAL PENDING-FILE ASSIGN TO
               "PASSAGEM/FILE/distribution-pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DISTRIBUTION-LOG-FILE ASSIGN TO
               "PASSAGEM/FILE/distribution-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/document-check-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD DISTRIBUTION-MASTER-FILE.
           COPY DISTMAST.

       FD DOC-SOURCE-FILE.
       01 DOC-SOURCE-RECORD         PIC X(132).

       FD DOC-STAGE-FILE.
       01 DOC-STAGE-RECORD          PIC X(132).

       FD PENDING-FILE.
       01 PENDING-RECORD            PIC X(160).

       FD DISTRIBUTION-LOG-FILE.
       01 DISTRIBUTION-LOG-LINE     PIC X(160).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-DIST-STATUS        PIC X(2).
       01 WS-SOURCE-STATUS      PIC X(2).
       01 WS-STAGE-STATUS       PIC X(2).

       COPY SITEPARM.

       COPY DISTLOG.

       01 WS-COMMAND-LINE       PIC X(40).
       01 WS-MODE               PIC X(8).
           88 B-MODE-DIST       VALUE 'DIST'.
           88 B-MODE-CHECK      VALUE 'CHECK'.
       01 WS-PARM-WINDOW        PIC X(4).
       01 WS-PARM-LEN           PIC 9(2).

       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-TODAY              PIC X(8).
       01 WS-TODAY-N REDEFINES WS-TODAY PIC 9(8).
       01 WS-RUN-TIME           PIC X(6).
       01 WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
           05 WS-RUN-HH         PIC 9(2).
           05 WS-RUN-MM         PIC 9(2).
           05 WS-RUN-SS         PIC 9(2).
       01 WS-TOMORROW           PIC 9(8).

      ******************************************************************
      *    DOCUMENTOS DISTRIBUIDOS: TIPO (O MESMO DO MESTRE), FICHEIRO
      *    ONDE O PROGRAMA O ESCREVE, SE E OBRIGATORIO ANTES DA
      *    PARTIDA E COMO COMECA CADA DOCUMENTO NO FICHEIRO:
      *    R = RELATORIO ('===== ... VOO <VOO> ...'), H = REGISTO HDR
      *    DO APIS, Z = MENSAGEM 'ZCZC' DO FECHO (UM FICHEIRO POR VOO)
      ******************************************************************
       01 WS-DOC-TYPE-TABLE.
           05 FILLER PIC X(8)  VALUE 'MANIFEST'.
           05 FILLER PIC X(22) VALUE 'flight-manifest.txt'.
           05 FILLER PIC X(2)  VALUE 'NR'.
           05 FILLER PIC X(8)  VALUE 'NOTOC'.
           05 FILLER PIC X(22) VALUE 'notoc.txt'.
           05 FILLER PIC X(2)  VALUE 'YR'.
           05 FILLER PIC X(8)  VALUE 'LOADSHT'.
           05 FILLER PIC X(22) VALUE 'load-sheet.txt'.
           05 FILLER PIC X(2)  VALUE 'YR'.
           05 FILLER PIC X(8)  VALUE 'UMDOC'.
           05 FILLER PIC X(22) VALUE 'um-handover.txt'.
           05 FILLER PIC X(2)  VALUE 'NR'.
           05 FILLER PIC X(8)  VALUE 'APIS'.
           05 FILLER PIC X(22) VALUE 'apis-extract.txt'.
           05 FILLER PIC X(2)  VALUE 'YH'.
           05 FILLER PIC X(8)  VALUE 'SEATCHRT'.
           05 FILLER PIC X(22) VALUE 'gate-seat-chart.txt'.
           05 FILLER PIC X(2)  VALUE 'NR'.
           05 FILLER PIC X(8)  VALUE 'CLOSEOUT'.
           05 FILLER PIC X(22) VALUE SPACES.
           05 FILLER PIC X(2)  VALUE 'NZ'.
       01 WS-DOC-TYPE-REDEF REDEFINES WS-DOC-TYPE-TABLE.
           05 WS-DT-ENTRY OCCURS 7 TIMES.
               10 WS-DT-TYPE        PIC X(8).
               10 WS-DT-FILE        PIC X(22).
               10 WS-DT-MANDATORY   PIC X(1).
               10 WS-DT-HEADER-KIND PIC X(1).
       01 WS-DT-IDX             PIC 9(2).
       01 WS-DT-COUNT           PIC 9(2) VALUE 7.
       01 WS-DT-CLOSEOUT        PIC 9(2) VALUE 7.

      ******************************************************************
      *    PARTIR UM FICHEIRO: LINHA CORRENTE, LINHA SEGUINTE (LIDA
      *    ANTES, PARA ACHAR O VOO OU A DATA QUE O CABECALHO NAO TRAZ)
      *    E O DOCUMENTO ABERTO EM DOCSTAGE
      ******************************************************************
       01 WS-SPLIT.
           05 WS-SOURCE-PATH        PIC X(64).
           05 WS-STAGE-PATH         PIC X(80).
           05 WS-STAGE-NAME         PIC X(40).
           05 WS-SOURCE-EOF         PIC X(1).
               88 B-SOURCE-EOF      VALUE 'Y'.
           05 WS-SOURCE-LINES       PIC 9(6).
           05 WS-NEXT-LINE          PIC X(132).
           05 WS-CUR-LINE           PIC X(132).
           05 WS-SCAN-LINE          PIC X(132).
           05 WS-IS-HEADER          PIC X(1).
               88 B-IS-HEADER       VALUE 'Y'.
           05 WS-HDR-FLIGHT         PIC X(6).
           05 WS-HDR-DATE           PIC X(8).
           05 WS-DOC-OPEN           PIC X(1).
               88 B-DOC-OPEN        VALUE 'Y'.
           05 WS-DOC-FLIGHT         PIC X(6).
           05 WS-DOC-DATE           PIC X(8).
           05 WS-DOC-SEQ            PIC 9(3) VALUE ZERO.
           05 WS-ORPHAN-LINES       PIC 9(6) VALUE ZERO.

       01 WS-TOKENS.
           05 WS-TOK                PIC X(20) OCCURS 16 TIMES.
       01 WS-TOK-IDX            PIC 9(2).

      *    VOOS COM MENSAGEM DE FECHO POSSIVEL: UM POR NUMERO DE VOO
      *    (O CHECKIN GRAVA closeout-<VOO>.txt SEM A DATA)
       01 WS-CLOSEOUT-FLIGHTS.
           05 WS-CF-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-CF-FLIGHT          PIC X(6) OCCURS 500 TIMES.
       01 WS-CF-IDX             PIC 9(3).
       01 WS-CF-LAST-FLIGHT     PIC X(6).
       01 WS-CF-EOF             PIC X(1).
           88 B-CF-EOF          VALUE 'Y'.

      *    ENCAMINHAMENTO DE UM DOCUMENTO: PRIMEIRO AS LINHAS DE ROTA
      *    E DE ESTACAO (S), SO SEM NENHUMA AS LINHAS '*'
       01 WS-ROUTING.
           05 WS-ROUTE-PASS         PIC X(1).
               88 B-PASS-SPECIFIC   VALUE 'S'.
               88 B-PASS-DEFAULT    VALUE '*'.
           05 WS-ROUTE-CODE         PIC X(7).
           05 WS-DOC-ORIGIN         PIC X(3).
           05 WS-DOC-DEST           PIC X(3).
           05 WS-ROUTED-COUNT       PIC 9(3).
           05 WS-DM-EOF             PIC X(1).
               88 B-DM-EOF          VALUE 'Y'.
           05 WS-UNROUTED-REASON    PIC X(40).

       01 WS-DIST-TOTALS.
           05 WS-DOCS-FOUND         PIC 9(5) VALUE ZERO.
           05 WS-DELIVERIES         PIC 9(5) VALUE ZERO.
           05 WS-UNROUTED-DOCS      PIC 9(5) VALUE ZERO.
           05 WS-DISP-DOCS          PIC Z(4)9.
           05 WS-DISP-DELIV         PIC Z(4)9.
           05 WS-DISP-UNROUTED      PIC Z(4)9.

      ******************************************************************
      *    CONTROLO ANTES DA PARTIDA: JANELA EM MINUTOS E ENTREGAS DO
      *    distribution-log.txt PARA OS VOOS DE HOJE E DE AMANHA
      ******************************************************************
       01 WS-CHECK.
           05 WS-WINDOW-MIN         PIC 9(4) VALUE 120.
           05 WS-WINDOW-OK          PIC X(1).
               88 B-WINDOW-OK       VALUE 'Y'.
           05 WS-NOW-MIN            PIC 9(4).
           05 WS-LIMIT-MIN          PIC 9(5).
           05 WS-DEP-MIN            PIC 9(4).
           05 WS-DEP-HH             PIC 9(2).
           05 WS-DEP-MM             PIC 9(2).
           05 WS-IN-WINDOW          PIC X(1).
               88 B-IN-WINDOW       VALUE 'Y'.
           05 WS-FM-EOF             PIC X(1).
               88 B-FM-EOF          VALUE 'Y'.
           05 WS-LOG-EOF            PIC X(1).
               88 B-LOG-EOF         VALUE 'Y'.
           05 WS-FOUND-DELIVERED    PIC X(1).
               88 B-FOUND-DELIVERED VALUE 'Y'.
           05 WS-FOUND-FLAGGED      PIC X(1).
               88 B-FOUND-FLAGGED   VALUE 'Y'.
           05 WS-DLV-FULL           PIC X(1) VALUE 'N'.
               88 B-DLV-FULL        VALUE 'Y'.
           05 WS-FLIGHTS-CHECKED    PIC 9(4) VALUE ZERO.
           05 WS-DOCS-MISSING       PIC 9(4) VALUE ZERO.
           05 WS-DISP-FLIGHTS       PIC Z(3)9.
           05 WS-DISP-MISSING       PIC Z(3)9.
           05 WS-DISP-WINDOW        PIC Z(3)9.

       01 WS-DELIVERED-TABLE.
           05 WS-DLV-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-DLV-ENTRY OCCURS 3000 TIMES.
               10 WS-DLV-DOC-TYPE   PIC X(8).
               10 WS-DLV-FLIGHT     PIC X(6).
               10 WS-DLV-DATE       PIC X(8).
               10 WS-DLV-STATUS     PIC X(1).
       01 WS-DLV-IDX            PIC 9(4).

       01 WS-EXCEPTION.
           05 WS-XF-FLIGHT          PIC X(6).
           05 WS-XF-DATE            PIC X(8).
           05 WS-XF-TEXT            PIC X(80).
           05 WS-XF-TEAM            PIC X(10).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-MODE WS-PARM-WINDOW
           MOVE ZERO TO WS-PARM-LEN
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-MODE
                    WS-PARM-WINDOW COUNT IN WS-PARM-LEN
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY
           MOVE WS-CURRENT-DATE-TIME(9:6) TO WS-RUN-TIME

           EVALUATE TRUE
               WHEN B-MODE-DIST
                   PERFORM 1000-DISTRIBUTE
               WHEN B-MODE-CHECK
                   PERFORM 5000-PRE-DEPARTURE-CHECK
               WHEN OTHER
                   DISPLAY "USO: DOCDIST DIST | DOCDIST CHECK "
                           "[<MINUTOS>]"
                   MOVE 1 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    DISTRIBUICAO: SEM MESTRE DE DISTRIBUICAO NADA E TOCADO, OS
      *    DOCUMENTOS FICAM NOS FICHEIROS ATE A PROXIMA PASSAGEM
      ******************************************************************
       1000-DISTRIBUTE.
           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT DISTRIBUTION-MASTER-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-DIST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - FM "
                       WS-FLIGHT-STATUS " DM " WS-DIST-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PENDING-FILE

           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-IDX NOT = WS-DT-CLOSEOUT
                   MOVE SPACES TO WS-SOURCE-PATH
                   STRING 'PASSAGEM/FILE/' DELIMITED BY SIZE
                          WS-DT-FILE(WS-DT-IDX) DELIMITED BY SPACE
                          INTO WS-SOURCE-PATH
                   PERFORM 2000-SPLIT-SOURCE
               END-IF
           END-PERFORM

           PERFORM 1500-SPLIT-CLOSEOUTS

           CLOSE FLIGHT-MASTER-FILE
                 DISTRIBUTION-MASTER-FILE
                 PENDING-FILE

           MOVE WS-DOCS-FOUND    TO WS-DISP-DOCS
           MOVE WS-DELIVERIES    TO WS-DISP-DELIV
           MOVE WS-UNROUTED-DOCS TO WS-DISP-UNROUTED
           DISPLAY "DISTRIBUICAO DE DOCUMENTOS TERMINADA"
           DISPLAY "Documentos partidos:      " WS-DISP-DOCS
           DISPLAY "Entregas a destinatarios: " WS-DISP-DELIV
           DISPLAY "Documentos sem destino:   " WS-DISP-UNROUTED
           IF WS-ORPHAN-LINES > ZERO
               DISPLAY "LINHAS FORA DE QUALQUER DOCUMENTO IGNORADAS: "
                       WS-ORPHAN-LINES
           END-IF

           IF WS-UNROUTED-DOCS > ZERO OR WS-ORPHAN-LINES > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      *    MENSAGENS DE FECHO: OS NUMEROS DE VOO SAO RECOLHIDOS PRIMEIRO
      *    PORQUE O ENCAMINHAMENTO LE O MESTRE DE VOOS POR CHAVE
      ******************************************************************
       1500-SPLIT-CLOSEOUTS.
           MOVE WS-DT-CLOSEOUT TO WS-DT-IDX
           MOVE ZERO TO WS-CF-COUNT
           MOVE SPACES TO WS-CF-LAST-FLIGHT
           MOVE 'N' TO WS-CF-EOF
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CF-EOF
           END-START
           PERFORM UNTIL B-CF-EOF
               READ FLIGHT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CF-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-CF-LAST-FLIGHT
                           MOVE FM-FLIGHT-NUMBER TO WS-CF-LAST-FLIGHT
                           IF WS-CF-COUNT < 500
                               ADD 1 TO WS-CF-COUNT
                               MOVE FM-FLIGHT-NUMBER
                                   TO WS-CF-FLIGHT(WS-CF-COUNT)
                           ELSE
                               DISPLAY "MAIS DE 500 VOOS - FECHOS "
                                       "DOS RESTANTES NA PROXIMA "
                                       "PASSAGEM"
                               MOVE 2 TO WS-RETURN-CODE
                               MOVE 'Y' TO WS-CF-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
               MOVE SPACES TO WS-SOURCE-PATH
               STRING 'PASSAGEM/FILE/closeout-' DELIMITED BY SIZE
                      WS-CF-FLIGHT(WS-CF-IDX) DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-SOURCE-PATH
               PERFORM 2000-SPLIT-SOURCE
           END-PERFORM.

      ******************************************************************
      *    UM FICHEIRO DE DOCUMENTOS: CADA CABECALHO COM VOO/DATA
      *    DIFERENTES DO DOCUMENTO ABERTO COMECA OUTRO DOCUMENTO; COM
      *    OS MESMOS (PAGINAS DO MANIFESTO, FOLHA DE CARGA REEMITIDA)
      *    CONTINUA O MESMO. O FICHEIRO SO E ESVAZIADO NO FIM
      ******************************************************************
       2000-SPLIT-SOURCE.
           MOVE 'N' TO WS-SOURCE-EOF
           MOVE 'N' TO WS-DOC-OPEN
           MOVE ZERO TO WS-SOURCE-LINES
           OPEN INPUT DOC-SOURCE-FILE
           IF WS-SOURCE-STATUS = '05'
               CLOSE DOC-SOURCE-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SOURCE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR " WS-SOURCE-PATH " - "
                       WS-SOURCE-STATUS
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM 2100-READ-SOURCE-LINE
           PERFORM 2200-SPLIT-ONE-LINE UNTIL B-SOURCE-EOF
           IF B-DOC-OPEN
               PERFORM 3000-CLOSE-DOCUMENT
           END-IF
           CLOSE DOC-SOURCE-FILE

           IF WS-SOURCE-LINES > ZERO
               OPEN OUTPUT DOC-SOURCE-FILE
               CLOSE DOC-SOURCE-FILE
           END-IF.

       2100-READ-SOURCE-LINE.
           MOVE SPACES TO WS-NEXT-LINE
           READ DOC-SOURCE-FILE INTO WS-NEXT-LINE
               AT END
                   MOVE 'Y' TO WS-SOURCE-EOF
               NOT AT END
                   ADD 1 TO WS-SOURCE-LINES
           END-READ.

       2200-SPLIT-ONE-LINE.
           MOVE WS-NEXT-LINE TO WS-CUR-LINE
           PERFORM 2100-READ-SOURCE-LINE
           PERFORM 2300-CHECK-HEADER

           IF NOT B-IS-HEADER
               IF B-DOC-OPEN
                   WRITE DOC-STAGE-RECORD FROM WS-CUR-LINE
               ELSE
                   IF WS-CUR-LINE NOT = SPACES
                       ADD 1 TO WS-ORPHAN-LINES
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    O VOO OU A DATA QUE FALTAM NO CABECALHO VEM NA LINHA
      *    SEGUINTE (MANIFESTO, NOTOC, MENORES, FECHO)
           IF (WS-HDR-FLIGHT = SPACES OR WS-HDR-DATE = SPACES)
               AND NOT B-SOURCE-EOF
               MOVE WS-NEXT-LINE TO WS-SCAN-LINE
               PERFORM 2400-SCAN-TOKENS
           END-IF

           IF B-DOC-OPEN
               IF WS-HDR-FLIGHT = WS-DOC-FLIGHT
                   AND WS-HDR-DATE = WS-DOC-DATE
                   WRITE DOC-STAGE-RECORD FROM WS-CUR-LINE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 3000-CLOSE-DOCUMENT
           END-IF
           PERFORM 2500-OPEN-DOCUMENT
           WRITE DOC-STAGE-RECORD FROM WS-CUR-LINE.

       2300-CHECK-HEADER.
           MOVE 'N' TO WS-IS-HEADER
           MOVE SPACES TO WS-HDR-FLIGHT WS-HDR-DATE
           EVALUATE WS-DT-HEADER-KIND(WS-DT-IDX)
               WHEN 'R'
                   IF WS-CUR-LINE(1:6) = '===== '
                       MOVE 'Y' TO WS-IS-HEADER
                       MOVE WS-CUR-LINE TO WS-SCAN-LINE
                       PERFORM 2400-SCAN-TOKENS
                   END-IF
               WHEN 'H'
                   IF WS-CUR-LINE(1:3) = 'HDR'
                       MOVE 'Y' TO WS-IS-HEADER
                       MOVE WS-CUR-LINE(4:6)  TO WS-HDR-FLIGHT
                       MOVE WS-CUR-LINE(16:8) TO WS-HDR-DATE
                   END-IF
               WHEN 'Z'
                   IF WS-CUR-LINE(1:4) = 'ZCZC'
                       MOVE 'Y' TO WS-IS-HEADER
                   END-IF
           END-EVALUATE.

      *    O VOO E A PALAVRA A SEGUIR A 'VOO'; A DATA E A PRIMEIRA
      *    PALAVRA DE 8 DIGITOS
       2400-SCAN-TOKENS.
           MOVE SPACES TO WS-TOKENS
           UNSTRING WS-SCAN-LINE DELIMITED BY ALL SPACE OR '/'
               INTO WS-TOK(1)  WS-TOK(2)  WS-TOK(3)  WS-TOK(4)
                    WS-TOK(5)  WS-TOK(6)  WS-TOK(7)  WS-TOK(8)
                    WS-TOK(9)  WS-TOK(10) WS-TOK(11) WS-TOK(12)
                    WS-TOK(13) WS-TOK(14) WS-TOK(15) WS-TOK(16)
           END-UNSTRING
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
               UNTIL WS-TOK-IDX > 16
               IF WS-TOK(WS-TOK-IDX) = 'VOO'
                   AND WS-HDR-FLIGHT = SPACES
                   AND WS-TOK-IDX < 16
                   MOVE WS-TOK(WS-TOK-IDX + 1) TO WS-HDR-FLIGHT
               END-IF
               IF WS-HDR-DATE = SPACES
                   AND WS-TOK(WS-TOK-IDX)(1:8) IS NUMERIC
                   AND WS-TOK(WS-TOK-IDX)(9:12) = SPACES
                   MOVE WS-TOK(WS-TOK-IDX)(1:8) TO WS-HDR-DATE
               END-IF
           END-PERFORM.

      *    NOME DO DOCUMENTO: <TIPO>-<VOO>-<DATA>-<HORA DA PASSAGEM>-
      *    <SEQUENCIA>.txt, UNICO ENTRE PASSAGENS DO MESMO DIA
       2500-OPEN-DOCUMENT.
           ADD 1 TO WS-DOC-SEQ
           ADD 1 TO WS-DOCS-FOUND
           MOVE WS-HDR-FLIGHT TO WS-DOC-FLIGHT
           MOVE WS-HDR-DATE   TO WS-DOC-DATE
           MOVE SPACES TO WS-STAGE-NAME
           IF WS-DOC-FLIGHT = SPACES OR WS-DOC-DATE = SPACES
               STRING WS-DT-TYPE(WS-DT-IDX) DELIMITED BY SPACE
                      '-SEMVOO-' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DOC-SEQ DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-STAGE-NAME
           ELSE
               STRING WS-DT-TYPE(WS-DT-IDX) DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WS-DOC-FLIGHT DELIMITED BY SPACE
                      '-' DELIMITED BY SIZE
                      WS-DOC-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-RUN-TIME DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-DOC-SEQ DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                      INTO WS-STAGE-NAME
           END-IF
           MOVE SPACES TO WS-STAGE-PATH
           STRING 'PASSAGEM/FILE/DOCSTAGE/' DELIMITED BY SIZE
                  WS-STAGE-NAME DELIMITED BY SPACE
                  INTO WS-STAGE-PATH
           OPEN OUTPUT DOC-STAGE-FILE
           IF WS-STAGE-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR " WS-STAGE-PATH " - "
                       WS-STAGE-STATUS
               CLOSE DOC-SOURCE-FILE
                     FLIGHT-MASTER-FILE
                     DISTRIBUTION-MASTER-FILE
                     PENDING-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-DOC-OPEN.

       3000-CLOSE-DOCUMENT.
           CLOSE DOC-STAGE-FILE
           MOVE 'N' TO WS-DOC-OPEN
           PERFORM 3100-ROUTE-DOCUMENT.

      ******************************************************************
      *    DESTINATARIOS DO DOCUMENTO PELA ROTA DO VOO NO MESTRE
      ******************************************************************
       3100-ROUTE-DOCUMENT.
           MOVE ZERO TO WS-ROUTED-COUNT
           IF WS-DOC-FLIGHT = SPACES OR WS-DOC-DATE = SPACES
               MOVE 'SEM VOO OU DATA NO CABECALHO'
                   TO WS-UNROUTED-REASON
               PERFORM 3400-WRITE-UNROUTED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DOC-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-DOC-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE 'VOO NAO EXISTE NO MESTRE DE VOOS'
                       TO WS-UNROUTED-REASON
                   PERFORM 3400-WRITE-UNROUTED
                   EXIT PARAGRAPH
           END-READ
           MOVE FM-ORIGIN      TO WS-DOC-ORIGIN
           MOVE FM-DESTINATION TO WS-DOC-DEST
           MOVE SPACES TO WS-ROUTE-CODE
           STRING FM-ORIGIN '-' FM-DESTINATION DELIMITED BY SIZE
                  INTO WS-ROUTE-CODE

           MOVE 'S' TO WS-ROUTE-PASS
           PERFORM 3200-SCAN-RECIPIENTS
           IF WS-ROUTED-COUNT = ZERO
               MOVE '*' TO WS-ROUTE-PASS
               PERFORM 3200-SCAN-RECIPIENTS
           END-IF
           IF WS-ROUTED-COUNT = ZERO
               MOVE 'SEM DESTINATARIO NO MESTRE DE DISTRIBUICAO'
                   TO WS-UNROUTED-REASON
               PERFORM 3400-WRITE-UNROUTED
           END-IF.

       3200-SCAN-RECIPIENTS.
           MOVE 'N' TO WS-DM-EOF
           MOVE LOW-VALUES TO DM-KEY
           MOVE WS-DT-TYPE(WS-DT-IDX) TO DM-DOC-TYPE
           START DISTRIBUTION-MASTER-FILE KEY >= DM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DM-EOF
           END-START
           PERFORM UNTIL B-DM-EOF
               READ DISTRIBUTION-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-DM-EOF
                   NOT AT END
                       IF DM-DOC-TYPE NOT = WS-DT-TYPE(WS-DT-IDX)
                           MOVE 'Y' TO WS-DM-EOF
                       ELSE
                           PERFORM 3300-MATCH-RECIPIENT
                       END-IF
               END-READ
           END-PERFORM.

       3300-MATCH-RECIPIENT.
           IF NOT B-DM-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF B-PASS-DEFAULT
               IF B-DM-SCOPE-ALL
                   PERFORM 3500-WRITE-DELIVERY
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN B-DM-SCOPE-ROUTE
                   IF DM-SCOPE-CODE = WS-ROUTE-CODE
                       PERFORM 3500-WRITE-DELIVERY
                   END-IF
               WHEN B-DM-SCOPE-DEP
                   IF DM-SCOPE-CODE(1:3) = WS-DOC-ORIGIN
                       PERFORM 3500-WRITE-DELIVERY
                   END-IF
               WHEN B-DM-SCOPE-ARR
                   IF DM-SCOPE-CODE(1:3) = WS-DOC-DEST
                       PERFORM 3500-WRITE-DELIVERY
                   END-IF
           END-EVALUATE.

      *    DOCUMENTO SEM DESTINATARIO: FICA NA AREA SEM-DESTINO PARA
      *    NAO SE PERDER E AS OPERACOES SAO AVISADAS
       3400-WRITE-UNROUTED.
           ADD 1 TO WS-UNROUTED-DOCS
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE 'SEM-DESTINO'         TO DL-RECIPIENT-AREA
           MOVE WS-STAGE-NAME         TO DL-FILE-NAME
           MOVE WS-DT-TYPE(WS-DT-IDX) TO DL-DOC-TYPE
           MOVE WS-DOC-FLIGHT         TO DL-FLIGHT-NUMBER
           MOVE WS-DOC-DATE           TO DL-FLIGHT-DATE
           SET B-DL-UNROUTED TO TRUE
           MOVE 'F'                   TO DL-METHOD
           MOVE WS-UNROUTED-REASON    TO DL-RECIPIENT-NAME
           MOVE WS-TODAY              TO DL-LOG-DATE
           MOVE WS-RUN-TIME           TO DL-LOG-TIME
           WRITE PENDING-RECORD FROM DISTRIBUTION-LOG-RECORD
           DISPLAY "DOCUMENTO " WS-DT-TYPE(WS-DT-IDX) " "
                   WS-DOC-FLIGHT " " WS-DOC-DATE " - "
                   WS-UNROUTED-REASON

           MOVE WS-DOC-FLIGHT TO WS-XF-FLIGHT
           MOVE WS-DOC-DATE   TO WS-XF-DATE
           MOVE SPACES TO WS-XF-TEXT
           STRING 'DOCUMENTO ' DELIMITED BY SIZE
                  WS-DT-TYPE(WS-DT-IDX) DELIMITED BY SPACE
                  ' NAO DISTRIBUIDO - ' DELIMITED BY SIZE
                  WS-UNROUTED-REASON DELIMITED BY SIZE
                  INTO WS-XF-TEXT
           MOVE 'OPERACOES' TO WS-XF-TEAM
           PERFORM 4000-RAISE-EXCEPTION.

       3500-WRITE-DELIVERY.
           ADD 1 TO WS-ROUTED-COUNT
           ADD 1 TO WS-DELIVERIES
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE DM-RECIPIENT-AREA     TO DL-RECIPIENT-AREA
           MOVE WS-STAGE-NAME         TO DL-FILE-NAME
           MOVE WS-DT-TYPE(WS-DT-IDX) TO DL-DOC-TYPE
           MOVE WS-DOC-FLIGHT         TO DL-FLIGHT-NUMBER
           MOVE WS-DOC-DATE           TO DL-FLIGHT-DATE
           SET B-DL-DELIVERED TO TRUE
           MOVE DM-METHOD             TO DL-METHOD
           MOVE DM-RECIPIENT-NAME     TO DL-RECIPIENT-NAME
           MOVE DM-ADDRESS            TO DL-ADDRESS
           MOVE WS-TODAY              TO DL-LOG-DATE
           MOVE WS-RUN-TIME           TO DL-LOG-TIME
           WRITE PENDING-RECORD FROM DISTRIBUTION-LOG-RECORD.

      ******************************************************************
      *    EXCECAO PARA O REGISTO CENTRAL (EXCFEED)
      ******************************************************************
       4000-RAISE-EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES        TO EXCEPTION-FEED-RECORD
           MOVE 'DOCDIST'     TO XF-SOURCE-JOB
           MOVE WS-XF-FLIGHT  TO XF-FLIGHT-NUMBER
           MOVE WS-XF-DATE    TO XF-FLIGHT-DATE
           MOVE WS-XF-TEXT    TO XF-DESCRIPTION
           MOVE WS-XF-TEAM    TO XF-OWNER-TEAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO XF-RAISED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

      ******************************************************************
      *    CONTROLO ANTES DA PARTIDA
      ******************************************************************
       5000-PRE-DEPARTURE-CHECK.
           IF WS-PARM-LEN > 4
               MOVE 5 TO WS-PARM-LEN
           END-IF
           IF WS-PARM-LEN > ZERO
               MOVE 'N' TO WS-WINDOW-OK
               IF WS-PARM-LEN < 5
                   IF WS-PARM-WINDOW(1:WS-PARM-LEN) IS NUMERIC
                       MOVE WS-PARM-WINDOW(1:WS-PARM-LEN)
                           TO WS-WINDOW-MIN
                       MOVE 'Y' TO WS-WINDOW-OK
                   END-IF
               END-IF
               IF NOT B-WINDOW-OK
                   DISPLAY "JANELA INVALIDA NA LINHA DE COMANDO ("
                           WS-PARM-WINDOW ") - USADOS 120 MINUTOS"
               END-IF
           END-IF
           PERFORM 0050-LOAD-SITE-PARAMS

           COMPUTE WS-NOW-MIN = WS-RUN-HH * 60 + WS-RUN-MM
           COMPUTE WS-LIMIT-MIN = WS-NOW-MIN + WS-WINDOW-MIN
           COMPUTE WS-TOMORROW = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-N) + 1)

           PERFORM 5100-LOAD-DELIVERIES

           OPEN INPUT FLIGHT-MASTER-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE VOOS - "
                       WS-FLIGHT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHECK-REPORT-FILE
           PERFORM 5050-WRITE-REPORT-HEADING

           MOVE 'N' TO WS-FM-EOF
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
           PERFORM UNTIL B-FM-EOF
               READ FLIGHT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       PERFORM 5200-CHECK-ONE-FLIGHT
               END-READ
           END-PERFORM

           PERFORM 5900-WRITE-REPORT-TOTALS
           CLOSE FLIGHT-MASTER-FILE
                 CHECK-REPORT-FILE

           MOVE WS-FLIGHTS-CHECKED TO WS-DISP-FLIGHTS
           MOVE WS-DOCS-MISSING    TO WS-DISP-MISSING
           DISPLAY "CONTROLO DE DOCUMENTOS TERMINADO - "
                   WS-DISP-FLIGHTS " VOO(S), "
                   WS-DISP-MISSING " DOCUMENTO(S) EM FALTA"
           IF WS-DOCS-MISSING > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           IF B-DLV-FULL
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       0050-LOAD-SITE-PARAMS.
           OPEN INPUT SITE-PARAM-FILE
           MOVE SPACE TO SP-PARAM-EOF
           PERFORM UNTIL B-SP-PARAM-EOF
               READ SITE-PARAM-FILE
                   AT END
                       MOVE 'Y' TO SP-PARAM-EOF
                   NOT AT END
                       IF SITE-PARAM-RECORD(1:1) NOT = '*'
                           AND SITE-PARAM-RECORD NOT = SPACES
                           MOVE SPACES TO SP-LINE-KEY
                           MOVE SPACES TO SP-LINE-VALUE
                           UNSTRING SITE-PARAM-RECORD
                               DELIMITED BY '='
                               INTO SP-LINE-KEY SP-LINE-VALUE
                           IF SP-LINE-KEY = 'OWN-CARRIER'
                               MOVE SP-LINE-VALUE TO SP-OWN-CARRIER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

       5050-WRITE-REPORT-HEADING.
           MOVE WS-WINDOW-MIN TO WS-DISP-WINDOW
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING '===== DOCUMENTOS OBRIGATORIOS ANTES DA PARTIDA - '
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RUN-TIME(1:4) DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING 'VOOS NO CHAO COM PARTIDA NOS PROXIMOS '
                  DELIMITED BY SIZE
                  WS-DISP-WINDOW DELIMITED BY SIZE
                  ' MINUTOS (E ATRASADOS)' DELIMITED BY SIZE
                  INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           MOVE 'VOO    DATA     ROTA     PARTIDA  DOCUMENTO EM FALTA'
               TO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD.

      *    ENTREGAS E FALTAS JA ASSINALADAS, SO DOS VOOS DE HOJE E DE
      *    AMANHA (OS UNICOS QUE A JANELA PODE APANHAR)
       5100-LOAD-DELIVERIES.
           MOVE ZERO TO WS-DLV-COUNT
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT DISTRIBUTION-LOG-FILE
           PERFORM UNTIL B-LOG-EOF
               READ DISTRIBUTION-LOG-FILE
                   INTO DISTRIBUTION-LOG-RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF (DL-FLIGHT-DATE = WS-TODAY
                           OR DL-FLIGHT-DATE = WS-TOMORROW)
                           AND (B-DL-DELIVERED OR B-DL-MISSING)
                           PERFORM 5150-ADD-DELIVERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-LOG-FILE.

       5150-ADD-DELIVERY.
           IF WS-DLV-COUNT >= 3000
               IF NOT B-DLV-FULL
                   DISPLAY "TABELA DE ENTREGAS CHEIA (3000) - "
                           "CONTROLO INCOMPLETO"
                   MOVE 'Y' TO WS-DLV-FULL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DLV-COUNT
           MOVE DL-DOC-TYPE      TO WS-DLV-DOC-TYPE(WS-DLV-COUNT)
           MOVE DL-FLIGHT-NUMBER TO WS-DLV-FLIGHT(WS-DLV-COUNT)
           MOVE DL-FLIGHT-DATE   TO WS-DLV-DATE(WS-DLV-COUNT)
           MOVE DL-STATUS        TO WS-DLV-STATUS(WS-DLV-COUNT).

      *    VOOS PROPRIOS, AINDA SEM PARTIDA REAL, COM HORA ATRIBUIDA E
      *    PARTIDA ATE AO LIMITE DA JANELA, QUE PODE PASSAR A
      *    MEIA-NOITE
       5200-CHECK-ONE-FLIGHT.
           IF FM-OPERATING-CARRIER NOT = SPACES
               AND FM-OPERATING-CARRIER NOT = SP-OWN-CARRIER
               EXIT PARAGRAPH
           END-IF
           IF FM-ACTUAL-DEP-DATE NOT = ZERO
               OR FM-DEPARTURE-TIME = ZERO
               EXIT PARAGRAPH
           END-IF
           DIVIDE FM-DEPARTURE-TIME BY 100
               GIVING WS-DEP-HH REMAINDER WS-DEP-MM
           COMPUTE WS-DEP-MIN = WS-DEP-HH * 60 + WS-DEP-MM
           MOVE 'N' TO WS-IN-WINDOW
           IF FM-FLIGHT-DATE = WS-TODAY
               AND WS-DEP-MIN <= WS-LIMIT-MIN
               MOVE 'Y' TO WS-IN-WINDOW
           END-IF
           IF FM-FLIGHT-DATE = WS-TOMORROW
               AND WS-LIMIT-MIN > 1440
               AND WS-DEP-MIN <= WS-LIMIT-MIN - 1440
               MOVE 'Y' TO WS-IN-WINDOW
           END-IF
           IF NOT B-IN-WINDOW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FLIGHTS-CHECKED
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-MANDATORY(WS-DT-IDX) = 'Y'
                   PERFORM 5300-CHECK-ONE-DOCUMENT
               END-IF
           END-PERFORM.

       5300-CHECK-ONE-DOCUMENT.
           MOVE 'N' TO WS-FOUND-DELIVERED
           MOVE 'N' TO WS-FOUND-FLAGGED
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
               UNTIL WS-DLV-IDX > WS-DLV-COUNT
               IF WS-DLV-DOC-TYPE(WS-DLV-IDX) = WS-DT-TYPE(WS-DT-IDX)
                   AND WS-DLV-FLIGHT(WS-DLV-IDX) = FM-FLIGHT-NUMBER
                   AND WS-DLV-DATE(WS-DLV-IDX) = FM-FLIGHT-DATE
                   IF WS-DLV-STATUS(WS-DLV-IDX) = 'D'
                       MOVE 'Y' TO WS-FOUND-DELIVERED
                   ELSE
                       MOVE 'Y' TO WS-FOUND-FLAGGED
                   END-IF
               END-IF
           END-PERFORM
           IF B-FOUND-DELIVERED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DOCS-MISSING
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING FM-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FM-FLIGHT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FM-ORIGIN DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  FM-DESTINATION DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FM-DEPARTURE-TIME DELIMITED BY SIZE
                  '     ' DELIMITED BY SIZE
                  WS-DT-TYPE(WS-DT-IDX) DELIMITED BY SIZE
                  INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD

      *    A EXCECAO E A MARCA NO REGISTO DE ENTREGAS SO NA PRIMEIRA
      *    PASSAGEM QUE DA PELA FALTA
           IF B-FOUND-FLAGGED
               EXIT PARAGRAPH
           END-IF
           MOVE FM-FLIGHT-NUMBER TO WS-XF-FLIGHT
           MOVE FM-FLIGHT-DATE   TO WS-XF-DATE
           MOVE SPACES TO WS-XF-TEXT
           STRING 'DOCUMENTO OBRIGATORIO ' DELIMITED BY SIZE
                  WS-DT-TYPE(WS-DT-IDX) DELIMITED BY SPACE
                  ' NAO DISTRIBUIDO - PARTIDA AS ' DELIMITED BY SIZE
                  FM-DEPARTURE-TIME DELIMITED BY SIZE
                  INTO WS-XF-TEXT
           MOVE 'AEROPORTO' TO WS-XF-TEAM
           PERFORM 4000-RAISE-EXCEPTION

           MOVE SPACES TO DISTRIBUTION-LOG-RECORD
           MOVE WS-DT-TYPE(WS-DT-IDX) TO DL-DOC-TYPE
           MOVE FM-FLIGHT-NUMBER      TO DL-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE        TO DL-FLIGHT-DATE
           SET B-DL-MISSING TO TRUE
           MOVE 'EM FALTA NO CONTROLO ANTES DA PARTIDA'
               TO DL-RECIPIENT-NAME
           MOVE WS-TODAY              TO DL-LOG-DATE
           MOVE WS-RUN-TIME           TO DL-LOG-TIME
           OPEN EXTEND DISTRIBUTION-LOG-FILE
           WRITE DISTRIBUTION-LOG-LINE FROM DISTRIBUTION-LOG-RECORD
           CLOSE DISTRIBUTION-LOG-FILE.

       5900-WRITE-REPORT-TOTALS.
           IF WS-DOCS-MISSING = ZERO
               MOVE 'TODOS OS VOOS DA JANELA TEM A DOCUMENTACAO '
                   & 'OBRIGATORIA ENTREGUE' TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF
           MOVE WS-FLIGHTS-CHECKED TO WS-DISP-FLIGHTS
           MOVE WS-DOCS-MISSING    TO WS-DISP-MISSING
           MOVE SPACES TO CHECK-REPORT-RECORD
           STRING 'VOOS CONTROLADOS: ' DELIMITED BY SIZE
                  WS-DISP-FLIGHTS DELIMITED BY SIZE
                  '   DOCUMENTOS EM FALTA: ' DELIMITED BY SIZE
                  WS-DISP-MISSING DELIMITED BY SIZE
                  INTO CHECK-REPORT-RECORD
           WRITE CHECK-REPORT-RECORD
           IF B-DLV-FULL
               MOVE 'ATENCAO: TABELA DE ENTREGAS CHEIA - HA FALTAS '
                   & 'QUE PODEM NAO SER REAIS' TO CHECK-REPORT-RECORD
               WRITE CHECK-REPORT-RECORD
           END-IF.
