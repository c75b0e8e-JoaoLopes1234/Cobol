       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHEDGEN.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    SCHEDGEN - GERADOR DO HORARIO DE EPOCA. O FLTMAINT LOAD SO
      *    CARREGA O EXTRATO DE HORARIOS UM VOO+DATA DE CADA VEZ, E O
      *    EXTRATO ERA FEITO A MAO PARA CADA DIA. ESTE PROGRAMA LE OS
      *    PADROES SEMANAIS (schedule-pattern.txt: VOO, ORIGEM/DESTINO,
      *    DIAS DA SEMANA, PERIODO DE VALIDADE, HORA DE PARTIDA, TIPO
      *    DE AVIAO E TETO DE RECEITA) E:
      *    - CRIA NO MESTRE DE VOOS CADA PARTIDA DATADA DO PERIODO,
      *      A PARTIR DE HOJE (PARTIDAS QUE JA EXISTEM NAO SAO
      *      TOCADAS - PODEM TER SIDO ACERTADAS NO FLTMAINT)
      *    - ABRE O INVENTARIO DE CADA CLASSE COM A CAPACIDADE CONTADA
      *      NO MAPA DE LUGARES (SEATMAP) DO TIPO DE AVIAO; SEM MAPA
      *      NAO ABRE INVENTARIO E VALE A CAPACIDADE PADRAO DA VENDA
      *    - PARA CADA VOO PRESENTE NO FICHEIRO DE PADROES, PROCURA AS
      *      PARTIDAS FUTURAS QUE JA NAO CAIEM EM NENHUM PADRAO DESSE
      *      VOO (PERIODO ENCURTADO, DIA RETIRADO): SEM VENDAS SAO
      *      RETIRADAS COM O SEU INVENTARIO; COM LUGARES VENDIDOS
      *      FICAM NO MESTRE E SAO LISTADAS PARA TRATAMENTO (FLTEVENT
      *      CXL), NUNCA APAGADAS EM SILENCIO
      *    VOOS SEM NENHUMA LINHA NO FICHEIRO DE PADROES NAO SAO
      *    TOCADOS. PADROES COM ORIGEM OU DESTINO FORA DO MESTRE DE
      *    AEROPORTOS (AIRPLOAD.cbl) SAO REJEITADOS, COMO NO FLTMAINT.
      *    PARAMETRO OPCIONAL AAAAMMDD: SO GERA PARTIDAS ATE
      *    ESSA DATA (HORIZONTE DE VENDA); SEM PARAMETRO, O PERIODO
      *    INTEIRO. RELATORIO EM schedule-gen-report.txt
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-FILE ASSIGN TO
               "PASSAGEM/FILE/schedule-pattern.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PATTERN-STATUS.

           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SEATINV-STATUS.

           SELECT OPTIONAL SEAT-MAP-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/schedule-gen-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PATTERN-FILE.
       01 PATTERN-RECORD.
           05 PT-FLIGHT-NUMBER      PIC X(6).
           05 PT-ORIGIN             PIC X(3).
           05 PT-DESTINATION        PIC X(3).
      *    DIAS DA SEMANA EM QUE O VOO OPERA, POSICAO 1 = SEGUNDA ATE
      *    7 = DOMINGO (EX: '1 3 5  ' OU '12345..'); BRANCO OU PONTO
      *    = NAO OPERA NESSE DIA
           05 PT-DAYS-OF-WEEK       PIC X(7).
           05 PT-VALID-FROM         PIC X(8).
           05 PT-VALID-TO           PIC X(8).
           05 PT-DEPARTURE-TIME     PIC X(4).
           05 PT-AIRCRAFT-TYPE      PIC X(4).
           05 PT-REVENUE-CAP        PIC 9(8)V99.
      *    OPCIONAIS, COMO NO EXTRATO DO FLTMAINT
           05 PT-GATE               PIC X(3).
           05 PT-MAX-PAYLOAD        PIC X(6).

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD SCHEDULE-REPORT-FILE.
       01 SCHEDULE-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PATTERN-STATUS     PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).

       01 WS-HORIZON-PARM       PIC X(8).

       01 WS-RUN-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).

       01 WS-EOF-FLAGS.
           05 WS-PATTERN-EOF    PIC X(1) VALUE 'N'.
               88 B-PATTERN-EOF VALUE 'Y'.
           05 WS-MAP-EOF        PIC X(1).
               88 B-MAP-EOF     VALUE 'Y'.
           05 WS-FM-EOF         PIC X(1).
               88 B-FM-EOF      VALUE 'Y'.

      ******************************************************************
      *    PADROES VALIDOS EM MEMORIA: A VERIFICACAO DE PARTIDAS FORA
      *    DO PADRAO TEM DE VER TODAS AS LINHAS DO MESMO VOO (UM VOO
      *    PODE TER UM PADRAO DE VERAO E OUTRO DE INVERNO)
      ******************************************************************
       01 WS-PATTERN-TABLE.
           05 WS-PT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-PT-ENTRY OCCURS 500 TIMES.
               10 WS-PT-FLIGHT      PIC X(6).
               10 WS-PT-ORIGIN      PIC X(3).
               10 WS-PT-DESTINATION PIC X(3).
               10 WS-PT-DAYS        PIC X(7).
               10 WS-PT-FROM        PIC X(8).
               10 WS-PT-TO          PIC X(8).
               10 WS-PT-TIME        PIC 9(4).
               10 WS-PT-AIRCRAFT    PIC X(4).
               10 WS-PT-CAP         PIC 9(8)V99.
               10 WS-PT-GATE        PIC X(3).
               10 WS-PT-PAYLOAD     PIC 9(6).
           05 WS-PT-IDX             PIC 9(3).
           05 WS-PT-SCAN            PIC 9(3).
           05 WS-PT-OVERFLOW        PIC X(1) VALUE 'N'.
               88 B-PT-OVERFLOW     VALUE 'Y'.

       01 WS-PATTERN-REASON     PIC X(40).

       01 WS-DATE-CHECK.
           05 WS-CHECK-DATE     PIC X(8).
           05 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YEAR  PIC 9(4).
               10 WS-CHECK-MONTH PIC 9(2).
               10 WS-CHECK-DAY   PIC 9(2).
           05 WS-CHECK-INT      PIC 9(8).
           05 WS-DATE-VALID     PIC X(1) VALUE 'N'.
               88 B-DATE-VALID  VALUE 'Y'.

      ******************************************************************
      *    GERACAO: AS DATAS PERCORREM-SE PELO NUMERO DO DIA
      *    (INTEGER-OF-DATE); DIA DA SEMANA 1 = SEGUNDA, COMO NO OTPRPT
      ******************************************************************
       01 WS-GENERATE-WORK.
           05 WS-RUN-INT            PIC 9(8).
           05 WS-HORIZON-INT        PIC 9(8).
           05 WS-FIRST-INT          PIC 9(8).
           05 WS-LAST-INT           PIC 9(8).
           05 WS-DAY-INT            PIC 9(8).
           05 WS-WEEKDAY            PIC 9(1).
           05 WS-GEN-DATE-NUM       PIC 9(8).
           05 WS-GEN-DATE           PIC X(8).
           05 WS-PT-CREATED         PIC 9(5).
           05 WS-PT-EXISTING        PIC 9(5).

       01 WS-CLASS-TABLE.
           05 WS-CLASS-LIST         PIC X(3) VALUE 'EJP'.
           05 WS-CLASS-ENTRY REDEFINES WS-CLASS-LIST
                                    PIC X(1) OCCURS 3 TIMES.
           05 WS-CLASS-CAPACITY     PIC 9(4) OCCURS 3 TIMES.
           05 WS-CLASS-IDX          PIC 9(1).
           05 WS-MAP-SEATS          PIC 9(5).

      ******************************************************************
      *    PARTIDA JA EXISTENTE FORA DE TODOS OS PADROES DO SEU VOO
      ******************************************************************
       01 WS-OUTSIDE-WORK.
           05 WS-OUT-FLIGHT         PIC X(6).
           05 WS-OUT-DATE           PIC X(8).
           05 WS-OUT-INT            PIC 9(8).
           05 WS-OUT-COVERED        PIC X(1).
               88 B-OUT-COVERED     VALUE 'Y'.
           05 WS-OUT-SOLD           PIC 9(5).
           05 WS-OUT-BOOKED         PIC 9(8)V99.
           05 WS-FLIGHT-SEEN        PIC X(1).
               88 B-FLIGHT-SEEN     VALUE 'Y'.

       01 WS-GEN-TOTALS.
           05 WS-PATTERNS-READ      PIC 9(5) VALUE ZERO.
           05 WS-PATTERNS-REJECTED  PIC 9(5) VALUE ZERO.
           05 WS-FLIGHTS-CREATED    PIC 9(6) VALUE ZERO.
           05 WS-FLIGHTS-EXISTING   PIC 9(6) VALUE ZERO.
           05 WS-FLIGHTS-REMOVED    PIC 9(5) VALUE ZERO.
           05 WS-SOLD-OUTSIDE       PIC 9(5) VALUE ZERO.
           05 WS-DISP-COUNT         PIC Z(5)9.
           05 WS-DISP-COUNT-2       PIC Z(5)9.
           05 WS-DISP-SOLD          PIC Z(4)9.
           05 WS-DISP-BOOKED        PIC Z(7)9,99.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-HORIZON-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           MOVE 99999999 TO WS-HORIZON-INT
           IF WS-HORIZON-PARM NOT = SPACES
               MOVE WS-HORIZON-PARM TO WS-CHECK-DATE
               PERFORM 8000-VALIDATE-DATE
               IF B-DATE-VALID
                   MOVE WS-CHECK-INT TO WS-HORIZON-INT
               ELSE
                   DISPLAY "HORIZONTE INVALIDO (AAAAMMDD): "
                           WS-HORIZON-PARM
                   MOVE 1 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           PERFORM 1000-OPEN-FILES
           PERFORM 2000-LOAD-PATTERNS
           PERFORM 3000-GENERATE-FLIGHTS
           PERFORM 4000-CHECK-OUTSIDE-PATTERN
           PERFORM 8500-WRITE-TOTALS

           CLOSE FLIGHT-MASTER-FILE
                 SEAT-INVENTORY-FILE
                 SEAT-MAP-FILE
                 AIRPORT-MASTER-FILE
                 SCHEDULE-REPORT-FILE

           IF WS-PATTERNS-REJECTED > ZERO
               OR WS-SOLD-OUTSIDE > ZERO
               OR B-PT-OVERFLOW
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PATTERN-FILE
           IF WS-PATTERN-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE PADROES: "
                       WS-PATTERN-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O FLIGHT-MASTER-FILE
           IF WS-FLIGHT-STATUS = '35'
               OPEN OUTPUT FLIGHT-MASTER-FILE
               CLOSE FLIGHT-MASTER-FILE
               OPEN I-O FLIGHT-MASTER-FILE
           END-IF
           OPEN I-O SEAT-INVENTORY-FILE
           IF WS-SEATINV-STATUS = '35'
               OPEN OUTPUT SEAT-INVENTORY-FILE
               CLOSE SEAT-INVENTORY-FILE
               OPEN I-O SEAT-INVENTORY-FILE
           END-IF
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-SEATINV-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - FM "
                       WS-FLIGHT-STATUS " SI " WS-SEATINV-STATUS
               CLOSE PATTERN-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE AEROPORTOS ("
                       WS-AIRPORT-STATUS ") - CORRER PRIMEIRO O "
                       "AIRPLOAD"
               CLOSE PATTERN-FILE
                     FLIGHT-MASTER-FILE
                     SEAT-INVENTORY-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SEAT-MAP-FILE
                OUTPUT SCHEDULE-REPORT-FILE

           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING '===== GERACAO DO HORARIO DE EPOCA - ' DELIMITED BY
                  SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD.

      ******************************************************************
      *    CARREGAR E VALIDAR OS PADROES; OS INVALIDOS VAO PARA O
      *    RELATORIO COM O MOTIVO E NAO GERAM NADA
      ******************************************************************
       2000-LOAD-PATTERNS.
           PERFORM 2100-LOAD-ONE-PATTERN UNTIL B-PATTERN-EOF
           CLOSE PATTERN-FILE.

       2100-LOAD-ONE-PATTERN.
           READ PATTERN-FILE
               AT END
                   MOVE 'Y' TO WS-PATTERN-EOF
               NOT AT END
                   ADD 1 TO WS-PATTERNS-READ
                   PERFORM 2200-VALIDATE-PATTERN
                   IF WS-PATTERN-REASON = SPACES
                       PERFORM 2300-STORE-PATTERN
                   ELSE
                       PERFORM 2400-REJECT-PATTERN
                   END-IF
           END-READ.

       2200-VALIDATE-PATTERN.
           MOVE SPACES TO WS-PATTERN-REASON
           EVALUATE TRUE
               WHEN PT-FLIGHT-NUMBER = SPACES
                   MOVE 'NUMERO DE VOO EM BRANCO' TO WS-PATTERN-REASON
               WHEN PT-DAYS-OF-WEEK = SPACES
                   OR PT-DAYS-OF-WEEK = '.......'
                   MOVE 'SEM DIAS DE OPERACAO' TO WS-PATTERN-REASON
               WHEN PT-REVENUE-CAP IS NOT NUMERIC
                   MOVE 'TETO DE RECEITA INVALIDO' TO WS-PATTERN-REASON
               WHEN PT-DEPARTURE-TIME IS NOT NUMERIC
                   OR PT-DEPARTURE-TIME(1:2) >= '24'
                   OR PT-DEPARTURE-TIME(3:2) >= '60'
                   MOVE 'HORA DE PARTIDA INVALIDA' TO WS-PATTERN-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PATTERN-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE PT-VALID-FROM TO WS-CHECK-DATE
           PERFORM 8000-VALIDATE-DATE
           IF NOT B-DATE-VALID
               MOVE 'INICIO DE VALIDADE INVALIDO' TO WS-PATTERN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE PT-VALID-TO TO WS-CHECK-DATE
           PERFORM 8000-VALIDATE-DATE
           IF NOT B-DATE-VALID
               MOVE 'FIM DE VALIDADE INVALIDO' TO WS-PATTERN-REASON
               EXIT PARAGRAPH
           END-IF
           IF PT-VALID-TO < PT-VALID-FROM
               MOVE 'PERIODO DE VALIDADE INVERTIDO' TO
                   WS-PATTERN-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE PT-ORIGIN TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   MOVE 'AEROPORTO DE ORIGEM DESCONHECIDO' TO
                       WS-PATTERN-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE PT-DESTINATION TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   MOVE 'AEROPORTO DE DESTINO DESCONHECIDO' TO
                       WS-PATTERN-REASON
           END-READ.

       2300-STORE-PATTERN.
           IF WS-PT-COUNT >= 500
               MOVE 'Y' TO WS-PT-OVERFLOW
               MOVE 'TABELA DE PADROES CHEIA' TO WS-PATTERN-REASON
               PERFORM 2400-REJECT-PATTERN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE PT-FLIGHT-NUMBER  TO WS-PT-FLIGHT(WS-PT-COUNT)
           MOVE PT-ORIGIN         TO WS-PT-ORIGIN(WS-PT-COUNT)
           MOVE PT-DESTINATION    TO WS-PT-DESTINATION(WS-PT-COUNT)
           MOVE PT-DAYS-OF-WEEK   TO WS-PT-DAYS(WS-PT-COUNT)
           MOVE PT-VALID-FROM     TO WS-PT-FROM(WS-PT-COUNT)
           MOVE PT-VALID-TO       TO WS-PT-TO(WS-PT-COUNT)
           MOVE PT-DEPARTURE-TIME TO WS-PT-TIME(WS-PT-COUNT)
           MOVE PT-AIRCRAFT-TYPE  TO WS-PT-AIRCRAFT(WS-PT-COUNT)
           MOVE PT-REVENUE-CAP    TO WS-PT-CAP(WS-PT-COUNT)
           MOVE PT-GATE           TO WS-PT-GATE(WS-PT-COUNT)
           IF PT-MAX-PAYLOAD IS NUMERIC
               MOVE PT-MAX-PAYLOAD TO WS-PT-PAYLOAD(WS-PT-COUNT)
           ELSE
               MOVE ZERO TO WS-PT-PAYLOAD(WS-PT-COUNT)
           END-IF.

       2400-REJECT-PATTERN.
           ADD 1 TO WS-PATTERNS-REJECTED
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING 'PADRAO REJEITADO: ' DELIMITED BY SIZE
                  PT-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PT-VALID-FROM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  PT-VALID-TO DELIMITED BY SIZE
                  ' - MOTIVO: ' DELIMITED BY SIZE
                  WS-PATTERN-REASON DELIMITED BY SIZE
                  INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD.

      ******************************************************************
      *    CADA PADRAO: DO MAIOR ENTRE O INICIO DE VALIDADE E HOJE ATE
      *    AO MENOR ENTRE O FIM DE VALIDADE E O HORIZONTE, UMA
      *    PARTIDA POR CADA DIA DA SEMANA MARCADO
      ******************************************************************
       3000-GENERATE-FLIGHTS.
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE '--- PARTIDAS GERADAS POR PADRAO ---' TO
               SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM 3100-GENERATE-ONE-PATTERN
           END-PERFORM.

       3100-GENERATE-ONE-PATTERN.
           MOVE ZERO TO WS-PT-CREATED
           MOVE ZERO TO WS-PT-EXISTING
           PERFORM 3200-COUNT-MAP-CAPACITY

           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-PT-FROM(WS-PT-IDX)))
           IF WS-FIRST-INT < WS-RUN-INT
               MOVE WS-RUN-INT TO WS-FIRST-INT
           END-IF
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-PT-TO(WS-PT-IDX)))
           IF WS-LAST-INT > WS-HORIZON-INT
               MOVE WS-HORIZON-INT TO WS-LAST-INT
           END-IF

           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
               UNTIL WS-DAY-INT > WS-LAST-INT
               COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
               IF WS-PT-DAYS(WS-PT-IDX)(WS-WEEKDAY:1) NOT = SPACE
                   AND WS-PT-DAYS(WS-PT-IDX)(WS-WEEKDAY:1) NOT = '.'
                   COMPUTE WS-GEN-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                   MOVE WS-GEN-DATE-NUM TO WS-GEN-DATE
                   PERFORM 3300-CREATE-DEPARTURE
               END-IF
           END-PERFORM

           ADD WS-PT-CREATED  TO WS-FLIGHTS-CREATED
           ADD WS-PT-EXISTING TO WS-FLIGHTS-EXISTING
           MOVE WS-PT-CREATED  TO WS-DISP-COUNT
           MOVE WS-PT-EXISTING TO WS-DISP-COUNT-2
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING WS-PT-FLIGHT(WS-PT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PT-ORIGIN(WS-PT-IDX) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PT-DESTINATION(WS-PT-IDX) DELIMITED BY SIZE
                  ' DIAS ' DELIMITED BY SIZE
                  WS-PT-DAYS(WS-PT-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PT-FROM(WS-PT-IDX) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-PT-TO(WS-PT-IDX) DELIMITED BY SIZE
                  ' CRIADAS ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' JA EXISTIAM ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           IF WS-MAP-SEATS = ZERO
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING '   AVIAO ' DELIMITED BY SIZE
                      WS-PT-AIRCRAFT(WS-PT-IDX) DELIMITED BY SIZE
                      ' SEM MAPA DE LUGARES - INVENTARIO NAO ABERTO, '
                      DELIMITED BY SIZE
                      'VALE A CAPACIDADE PADRAO' DELIMITED BY SIZE
                      INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    CAPACIDADE DE CADA CLASSE CONTADA NO MAPA DO TIPO DE AVIAO
      *    DO PADRAO (COMO NA TROCA DE EQUIPAMENTO DO FLTEVENT)
      ******************************************************************
       3200-COUNT-MAP-CAPACITY.
           MOVE ZERO TO WS-MAP-SEATS
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE ZERO TO WS-CLASS-CAPACITY(WS-CLASS-IDX)
           END-PERFORM
           IF WS-PT-AIRCRAFT(WS-PT-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WS-MAP-EOF
           MOVE WS-PT-AIRCRAFT(WS-PT-IDX) TO SM-AIRCRAFT-TYPE
           MOVE LOW-VALUES                TO SM-SEAT-NUMBER
           START SEAT-MAP-FILE KEY >= SM-TYPE-SEAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MAP-EOF
           END-START
           PERFORM UNTIL B-MAP-EOF
               READ SEAT-MAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MAP-EOF
                   NOT AT END
                       IF SM-AIRCRAFT-TYPE NOT =
                           WS-PT-AIRCRAFT(WS-PT-IDX)
                           MOVE 'Y' TO WS-MAP-EOF
                       ELSE
                           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                               UNTIL WS-CLASS-IDX > 3
                               IF SM-SEAT-CLASS =
                                   WS-CLASS-ENTRY(WS-CLASS-IDX)
                                   ADD 1 TO
                                       WS-CLASS-CAPACITY(WS-CLASS-IDX)
                                   ADD 1 TO WS-MAP-SEATS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    UMA PARTIDA: SO SE CRIA QUANDO AINDA NAO EXISTE; O
      *    INVENTARIO ABRE-SE PARA AS CLASSES QUE TEM LUGARES NO MAPA
      ******************************************************************
       3300-CREATE-DEPARTURE.
           MOVE WS-PT-FLIGHT(WS-PT-IDX) TO FM-FLIGHT-NUMBER
           MOVE WS-GEN-DATE             TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PT-EXISTING
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-PT-FLIGHT(WS-PT-IDX)  TO FM-FLIGHT-NUMBER
           MOVE WS-GEN-DATE              TO FM-FLIGHT-DATE
           MOVE WS-PT-ORIGIN(WS-PT-IDX)  TO FM-ORIGIN
           MOVE WS-PT-DESTINATION(WS-PT-IDX) TO FM-DESTINATION
           MOVE WS-PT-CAP(WS-PT-IDX)     TO FM-REVENUE-CAP
           MOVE ZERO                     TO FM-REVENUE-BOOKED
           MOVE WS-PT-TIME(WS-PT-IDX)    TO FM-DEPARTURE-TIME
           MOVE WS-PT-GATE(WS-PT-IDX)    TO FM-GATE
           MOVE WS-PT-AIRCRAFT(WS-PT-IDX) TO FM-AIRCRAFT-TYPE
           MOVE WS-PT-PAYLOAD(WS-PT-IDX) TO FM-MAX-PAYLOAD
           MOVE ZERO                     TO FM-ACTUAL-DEP-DATE
           MOVE ZERO                     TO FM-ACTUAL-DEP-TIME
           MOVE SPACES                   TO FM-MARKETING-CARRIER
           MOVE SPACES                   TO FM-OPERATING-CARRIER
           WRITE FLIGHT-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-PT-EXISTING
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-PT-CREATED

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               IF WS-CLASS-CAPACITY(WS-CLASS-IDX) > ZERO
                   MOVE WS-PT-FLIGHT(WS-PT-IDX) TO SI-FLIGHT-NUMBER
                   MOVE WS-GEN-DATE             TO SI-FLIGHT-DATE
                   MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
                   MOVE ZERO TO SI-SEATS-SOLD
                   MOVE WS-CLASS-CAPACITY(WS-CLASS-IDX) TO
                       SI-SEATS-CAPACITY
                   MOVE ZERO TO SI-OVERBOOK-PCT
                   WRITE SEAT-INVENTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.

      ******************************************************************
      *    PARTIDAS FUTURAS DE CADA VOO DO FICHEIRO DE PADROES QUE JA
      *    NAO CAIEM EM NENHUMA LINHA DESSE VOO. CADA VOO E VISTO UMA
      *    SO VEZ (NA SUA PRIMEIRA LINHA)
      ******************************************************************
       4000-CHECK-OUTSIDE-PATTERN.
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           MOVE '--- PARTIDAS EXISTENTES FORA DO PADRAO ---' TO
               SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               MOVE 'N' TO WS-FLIGHT-SEEN
               PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
                   UNTIL WS-PT-SCAN >= WS-PT-IDX OR B-FLIGHT-SEEN
                   IF WS-PT-FLIGHT(WS-PT-SCAN) =
                       WS-PT-FLIGHT(WS-PT-IDX)
                       MOVE 'Y' TO WS-FLIGHT-SEEN
                   END-IF
               END-PERFORM
               IF NOT B-FLIGHT-SEEN
                   MOVE WS-PT-FLIGHT(WS-PT-IDX) TO WS-OUT-FLIGHT
                   PERFORM 4100-SCAN-FLIGHT-DATES
               END-IF
           END-PERFORM.

       4100-SCAN-FLIGHT-DATES.
           MOVE SPACE TO WS-FM-EOF
           MOVE WS-OUT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-RUN-DATE   TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
           PERFORM UNTIL B-FM-EOF
               READ FLIGHT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-OUT-FLIGHT
                           MOVE 'Y' TO WS-FM-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-OUT-DATE
                           PERFORM 4200-CHECK-COVERED
                           IF NOT B-OUT-COVERED
                               PERFORM 4300-HANDLE-OUTSIDE
      *                        O 4300 LE O INVENTARIO E PODE APAGAR A
      *                        PARTIDA; REPOR A POSICAO NO MESTRE
                               MOVE WS-OUT-FLIGHT TO FM-FLIGHT-NUMBER
                               MOVE WS-OUT-DATE   TO FM-FLIGHT-DATE
                               START FLIGHT-MASTER-FILE KEY >
                                   FM-FLIGHT-KEY
                                   INVALID KEY
                                       MOVE 'Y' TO WS-FM-EOF
                               END-START
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       4200-CHECK-COVERED.
           MOVE 'N' TO WS-OUT-COVERED
           MOVE WS-OUT-DATE TO WS-CHECK-DATE
           PERFORM 8000-VALIDATE-DATE
           IF NOT B-DATE-VALID
      *        DATA QUE NAO E DATA (REGISTO ANTIGO): NAO SE MEXE
               MOVE 'Y' TO WS-OUT-COVERED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-INT TO WS-OUT-INT
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-OUT-INT - 1, 7) + 1

           PERFORM VARYING WS-PT-SCAN FROM 1 BY 1
               UNTIL WS-PT-SCAN > WS-PT-COUNT OR B-OUT-COVERED
               IF WS-PT-FLIGHT(WS-PT-SCAN) = WS-OUT-FLIGHT
                   AND WS-OUT-DATE >= WS-PT-FROM(WS-PT-SCAN)
                   AND WS-OUT-DATE <= WS-PT-TO(WS-PT-SCAN)
                   AND WS-PT-DAYS(WS-PT-SCAN)(WS-WEEKDAY:1) NOT = SPACE
                   AND WS-PT-DAYS(WS-PT-SCAN)(WS-WEEKDAY:1) NOT = '.'
                   MOVE 'Y' TO WS-OUT-COVERED
               END-IF
           END-PERFORM.

      ******************************************************************
      *    PARTIDA FORA DO PADRAO: COM LUGARES VENDIDOS (OU RECEITA
      *    JA REGISTADA) FICA E E LISTADA; SEM VENDAS E RETIRADA DO
      *    MESTRE COM O SEU INVENTARIO
      ******************************************************************
       4300-HANDLE-OUTSIDE.
           MOVE FM-REVENUE-BOOKED TO WS-OUT-BOOKED
           MOVE ZERO TO WS-OUT-SOLD
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE WS-OUT-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-OUT-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD SI-SEATS-SOLD TO WS-OUT-SOLD
               END-READ
           END-PERFORM

           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           IF WS-OUT-SOLD > ZERO OR WS-OUT-BOOKED > ZERO
               ADD 1 TO WS-SOLD-OUTSIDE
               MOVE WS-OUT-SOLD   TO WS-DISP-SOLD
               MOVE WS-OUT-BOOKED TO WS-DISP-BOOKED
               STRING 'VENDIDO FORA DO PADRAO - MANTIDO: ' DELIMITED
                      BY SIZE
                      WS-OUT-FLIGHT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-OUT-DATE DELIMITED BY SIZE
                      ' LUGARES ' DELIMITED BY SIZE
                      WS-DISP-SOLD DELIMITED BY SIZE
                      ' RECEITA ' DELIMITED BY SIZE
                      WS-DISP-BOOKED DELIMITED BY SIZE
                      INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE WS-OUT-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-OUT-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               DELETE SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           MOVE WS-OUT-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-OUT-DATE   TO FM-FLIGHT-DATE
           DELETE FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FLIGHTS-REMOVED
                   STRING 'SEM VENDAS FORA DO PADRAO - RETIRADO: '
                          DELIMITED BY SIZE
                          WS-OUT-FLIGHT DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-OUT-DATE DELIMITED BY SIZE
                          INTO SCHEDULE-REPORT-RECORD
                   WRITE SCHEDULE-REPORT-RECORD
           END-DELETE.

      ******************************************************************
      *    VALIDACAO DA DATA AAAAMMDD (COMO NO FLTMAINT), MAIS A
      *    CONVERSAO PARA NUMERO DO DIA, QUE RECUSA 31/02 E AFINS
      ******************************************************************
       8000-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID
           MOVE ZERO TO WS-CHECK-INT
           IF WS-CHECK-DATE IS NUMERIC
               IF WS-CHECK-MONTH >= 01 AND WS-CHECK-MONTH <= 12
                   AND WS-CHECK-DAY >= 01 AND WS-CHECK-DAY <= 31
                   AND WS-CHECK-YEAR >= 1601
                   COMPUTE WS-CHECK-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CHECK-DATE))
                   IF WS-CHECK-INT > ZERO
                       MOVE 'Y' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       8500-WRITE-TOTALS.
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           MOVE WS-PATTERNS-READ TO WS-DISP-COUNT
           MOVE WS-PATTERNS-REJECTED TO WS-DISP-COUNT-2
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING 'PADROES LIDOS ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  REJEITADOS ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           MOVE WS-FLIGHTS-CREATED TO WS-DISP-COUNT
           MOVE WS-FLIGHTS-EXISTING TO WS-DISP-COUNT-2
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING 'PARTIDAS CRIADAS ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  JA EXISTENTES ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           MOVE WS-FLIGHTS-REMOVED TO WS-DISP-COUNT
           MOVE WS-SOLD-OUTSIDE TO WS-DISP-COUNT-2
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING 'FORA DO PADRAO: RETIRADAS ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  VENDIDAS A TRATAR ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD

           DISPLAY "GERACAO DO HORARIO TERMINADA"
           DISPLAY "Padroes lidos:            " WS-PATTERNS-READ
           DISPLAY "Padroes rejeitados:       " WS-PATTERNS-REJECTED
           DISPLAY "Partidas criadas:         " WS-FLIGHTS-CREATED
           DISPLAY "Partidas ja existentes:   " WS-FLIGHTS-EXISTING
           DISPLAY "Fora do padrao retiradas: " WS-FLIGHTS-REMOVED
           DISPLAY "Vendidas fora do padrao:  " WS-SOLD-OUTSIDE.
