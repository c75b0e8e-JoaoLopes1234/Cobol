      *    DEIXA CADA VOO OU TODO FECHADO OU TODO EM LINHA, NUNCA
      *    MEIO A MEIO, E O ARRANQUE SEGUINTE TERMINA SOZINHO OS
      *    APAGAMENTOS DO VOO INTERROMPIDO
      *    O INVENTARIO POR CLASSE E AS ETIQUETAS DE BAGAGEM DO VOO
      *    SEGUEM TAMBEM PARA O ARQUIVO (flight-detail-history.txt),
      *    PARA O FLTREOPN.cbl PODER REPOR O VOO EM LINHA PARA UMA
      *    CORRECAO TARDIA. UM VOO REABERTO (REGISTO DE REABERTURAS
      *    flight-reopen.dat) NAO E FECHADO PELO VARRIMENTO - FICA NO
      *    RELATORIO A ESPERA DE SER FECHADO DE NOVO COM:
      *      RECLOSE <VOO> <AAAAMMDD>
      *    QUE FECHA SO ESSE VOO, COM O MESMO FECHO ATOMICO E A DATA
      *    DE HOJE, E REGISTA O NOVO FECHO NA TRILHA DE AUDITORIA
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    INVENTARIO E ETIQUETAS DE BAGAGEM DOS VOOS FECHADOS (UM
      *    REGISTO POR CLASSE E POR ETIQUETA, COM O TIPO A FRENTE)
           SELECT OPTIONAL FLIGHT-DETAIL-HISTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-detail-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FLIGHT-REOPEN-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-reopen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-FLIGHT-KEY
               FILE STATUS IS WS-REOPEN-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/day-close-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       01 FLIGHT-HISTORY-RECORD.
           05 FH-CLOSE-DATE         PIC 9(8).
           05 FH-FLIGHT-DATA        PIC X(80).
      *    O REGISTO DO VOO OCUPA 73 POSICOES; NAS SOBRANTES SEGUE A
      *    CAPACIDADE TOTAL DO INVENTARIO (E+J+P), QUE O DAYCLOSE
      *    APAGA A SEGUIR. ARQUIVOS ANTIGOS TEM AQUI ESPACOS; OS DE
      *    ANTES DAS COMPANHIAS DO CODESHARE TEM A CAPACIDADE NAS
      *    POSICOES 70-73
           05 FH-FLIGHT-VIEW REDEFINES FH-FLIGHT-DATA.
               10 FILLER            PIC X(73).
               10 FH-SEATS-CAPACITY PIC 9(4).
               10 FILLER            PIC X(3).

       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD FLIGHT-DETAIL-HISTORY-FILE.
       01 FLIGHT-DETAIL-HISTORY-RECORD.
           05 DH-CLOSE-DATE         PIC 9(8).
           05 DH-RECORD-TYPE        PIC X(2).
               88 B-DH-INVENTORY    VALUE 'SI'.
               88 B-DH-BAG-TAG      VALUE 'BT'.
      *    IMAGEM DO REGISTO DO MESTRE (COPY SEATINV OU BAGTAG)
           05 DH-DETAIL-DATA        PIC X(40).

       FD FLIGHT-REOPEN-FILE.
           COPY REOPEN.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD CLOSE-REPORT-FILE.
       01 CLOSE-REPORT-RECORD       PIC X(80).
               88 B-RS-EXTRACTING   VALUE 'E'.
               88 B-RS-DELETING     VALUE 'D'.
           05 RS-FLIGHT-NUMBER      PIC X(6).
           05 RS-FLIGHT-DATE        PIC X(8).
           05 RS-PH-BASE            PIC 9(7).
           05 RS-FH-BASE            PIC 9(7).
      *    BASE DO ARQUIVO DE INVENTARIO E ETIQUETAS (ESPACOS NUM
      *    REGISTO GRAVADO ANTES DE ESSE ARQUIVO EXISTIR)
           05 RS-DH-BASE            PIC 9(7).

       FD ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD TRIM-WORK-FILE.
       01 TRIM-WORK-RECORD          PIC X(408).

       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(40).
       01 WS-CUTOFF-PARM        PIC X(8).
       01 WS-RECLOSE-PARMS.
           05 WS-RECLOSE-FLIGHT PIC X(6).
           05 WS-RECLOSE-DATE   PIC X(8).
       01 WS-RUN-MODE           PIC X(1) VALUE 'S'.
           88 B-SWEEP-MODE      VALUE 'S'.
           88 B-RECLOSE-MODE    VALUE 'R'.
       01 WS-CUTOFF-DATE        PIC X(8).
       01 WS-CURRENT-DATETIME   PIC X(21).


       01 WS-CLOSE-WORK.
           05 WS-CLOSE-FLIGHT   PIC X(6).
           05 WS-CLOSE-DATE     PIC X(8).
           05 WS-CLASS-TABLE    PIC X(3) VALUE 'EJP'.
           05 WS-CLASS-REDEF REDEFINES WS-CLASS-TABLE.
               10 WS-CLASS-ENTRY PIC X(1) OCCURS 3 TIMES.
      *    DOS REGISTOS QUE ESTE FECHO ACRESCENTA
       01 WS-HISTORY-BASE       PIC 9(7) VALUE ZERO.
       01 WS-FHIST-BASE         PIC 9(7) VALUE ZERO.
       01 WS-DHIST-BASE         PIC 9(7) VALUE ZERO.

      *    REGISTO DE REABERTURAS: SEM O FICHEIRO NAO HA VOOS
      *    REABERTOS E O VARRIMENTO FECHA TUDO COMO ANTES
       01 WS-REOPEN-STATUS      PIC X(2).
       01 WS-REOPEN-OPEN        PIC X(1) VALUE 'N'.
           88 B-REOPEN-OPEN     VALUE 'Y'.
       01 WS-FLIGHT-REOPENED    PIC X(1).
           88 B-FLIGHT-REOPENED VALUE 'Y'.
       01 WS-REOPEN-SKIPPED     PIC 9(4) VALUE ZERO.
       01 WS-DISP-SKIPPED       PIC Z(3)9.

       01 WS-TRIM-WORK-FIELDS.
           05 WS-TRIM-TARGET    PIC 9(7).
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CUTOFF-PARM
                          WS-RECLOSE-PARMS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CUTOFF-PARM WS-RECLOSE-FLIGHT
                    WS-RECLOSE-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME

      *    RECLOSE: O VOO REABERTO E FECHADO COM A DATA DE HOJE
           IF WS-CUTOFF-PARM = 'RECLOSE'
               IF WS-RECLOSE-FLIGHT = SPACES
                   OR WS-RECLOSE-DATE IS NOT NUMERIC
                   DISPLAY "USO: DAYCLOSE RECLOSE <VOO> <AAAAMMDD>"
                   MOVE 1 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'R' TO WS-RUN-MODE
               MOVE SPACES TO WS-CUTOFF-PARM
           END-IF

           IF WS-CUTOFF-PARM NOT = SPACES
               AND WS-CUTOFF-PARM IS NUMERIC
               MOVE WS-CUTOFF-PARM TO WS-CUTOFF-DATE

           PERFORM 1000-OPEN-FILES
           PERFORM 1500-RESUME-INTERRUPTED-CLOSE
           IF B-RECLOSE-MODE
               PERFORM 2500-RECLOSE-FLIGHT
           ELSE
               PERFORM 2000-SWEEP-FLIGHTS
           END-IF
           PERFORM 8000-WRITE-CLOSE-TOTALS
           PERFORM 9000-CLOSE-FILES

           CLOSE FLIGHT-HISTORY-FILE
           MOVE SPACE TO WS-PM-EOF

           OPEN INPUT FLIGHT-DETAIL-HISTORY-FILE
           PERFORM UNTIL B-PM-EOF
               READ FLIGHT-DETAIL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       ADD 1 TO WS-DHIST-BASE
               END-READ
           END-PERFORM
           CLOSE FLIGHT-DETAIL-HISTORY-FILE
           MOVE SPACE TO WS-PM-EOF

           OPEN I-O FLIGHT-REOPEN-FILE
           IF WS-REOPEN-STATUS = '00'
               MOVE 'Y' TO WS-REOPEN-OPEN
           END-IF

           OPEN I-O ARCHIVE-CATALOG-FILE
           IF WS-CATALOG-STATUS = '35'
               OPEN OUTPUT ARCHIVE-CATALOG-FILE
                I-O BAG-TAG-FILE
                EXTEND FLIGHT-HISTORY-FILE
                EXTEND PASSENGER-HISTORY-FILE
                EXTEND FLIGHT-DETAIL-HISTORY-FILE
                EXTEND CLOSE-REPORT-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
      ******************************************************************
       2000-SWEEP-FLIGHTS.
           MOVE SPACE TO WS-FM-EOF
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
                       MOVE 'Y' TO WS-FM-EOF
                   NOT AT END
                       IF FM-FLIGHT-DATE < WS-CUTOFF-DATE
                           PERFORM 2100-CHECK-REOPENED
                           IF B-FLIGHT-REOPENED
                               PERFORM 2200-REPORT-REOPENED
                           ELSE
                               PERFORM 3000-CLOSE-ONE-FLIGHT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    VOO REABERTO PARA CORRECOES (FLTREOPN) E AINDA NAO FECHADO
      *    DE NOVO: O VARRIMENTO DEIXA-O EM LINHA
      ******************************************************************
       2100-CHECK-REOPENED.
           MOVE 'N' TO WS-FLIGHT-REOPENED
           IF NOT B-REOPEN-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE FM-FLIGHT-NUMBER TO RO-FLIGHT-NUMBER
           MOVE FM-FLIGHT-DATE   TO RO-FLIGHT-DATE
           READ FLIGHT-REOPEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF B-RO-REOPENED
                       MOVE 'Y' TO WS-FLIGHT-REOPENED
                   END-IF
           END-READ.

       2200-REPORT-REOPENED.
           ADD 1 TO WS-REOPEN-SKIPPED
           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING 'VOO ' DELIMITED BY SIZE
                  FM-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' DATA ' DELIMITED BY SIZE
                  FM-FLIGHT-DATE DELIMITED BY SIZE
                  ' REABERTO - AGUARDA RECLOSE' DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

      ******************************************************************
      *    RECLOSE: SO O VOO DO PARAMETRO, E SO SE ESTIVER REABERTO -
      *    O FECHO E O MESMO DO VARRIMENTO (EXTRATO CONFERIDO,
      *    APAGAMENTOS PROTEGIDOS PELO REGISTO DE REARRANQUE)
      ******************************************************************
       2500-RECLOSE-FLIGHT.
           MOVE WS-RECLOSE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-RECLOSE-DATE   TO FM-FLIGHT-DATE
           PERFORM 2100-CHECK-REOPENED
           IF NOT B-FLIGHT-REOPENED
               DISPLAY "VOO " WS-RECLOSE-FLIGHT " " WS-RECLOSE-DATE
                       " NAO ESTA REABERTO - NADA A FECHAR"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-RECLOSE-FLIGHT " "
                           WS-RECLOSE-DATE
                           " REABERTO MAS FORA DO MESTRE DE VOOS"
                   MOVE 8 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-READ

           PERFORM 3000-CLOSE-ONE-FLIGHT.

       3000-CLOSE-ONE-FLIGHT.
           MOVE FM-FLIGHT-NUMBER TO WS-CLOSE-FLIGHT
           MOVE FM-FLIGHT-DATE   TO WS-CLOSE-DATE

      *    FASE DE EXTRATO: CONTAR O QUE EXISTE NO MESTRE, ESCREVER O
      *    HISTORICO E SO AVANCAR COM AS CONTAGENS IGUAIS - UM
      *    HISTORICO
           MOVE 'E' TO RS-PHASE
           MOVE WS-CLOSE-FLIGHT TO RS-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO RS-FLIGHT-DATE
           MOVE WS-HISTORY-BASE TO RS-PH-BASE
           MOVE WS-FHIST-BASE   TO RS-FH-BASE
           MOVE WS-DHIST-BASE   TO RS-DH-BASE
           PERFORM 8500-WRITE-RESTART-RECORD

           MOVE WS-CUTOFF-DATE         TO FH-CLOSE-DATE
           MOVE FLIGHT-MASTER-RECORD   TO FH-FLIGHT-DATA
           PERFORM 3050-ARCHIVE-CAPACITY
           WRITE FLIGHT-HISTORY-RECORD
           ADD 1 TO WS-FHIST-BASE
           ADD 1 TO WS-RECORDS-ARCHIVED
           PERFORM 3060-ARCHIVE-FLIGHT-DETAIL

           PERFORM 4000-ARCHIVE-PASSENGERS

               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING '*** VOO ' DELIMITED BY SIZE
                      WS-CLOSE-FLIGHT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CLOSE-DATE DELIMITED BY SIZE
                      ' NAO FECHADO: EXTRATO ' DELIMITED BY SIZE
                      WS-DISP-EXTRACT DELIMITED BY SIZE
                      ' DIFERENTE DO MESTRE ' DELIMITED BY SIZE
      *    (O EXTRATO JA ESTA COMPLETO E CONFERIDO)
           MOVE 'D' TO RS-PHASE
           MOVE WS-CLOSE-FLIGHT TO RS-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO RS-FLIGHT-DATE
           MOVE WS-HISTORY-BASE TO RS-PH-BASE
           MOVE WS-FHIST-BASE   TO RS-FH-BASE
           MOVE WS-DHIST-BASE   TO RS-DH-BASE
           PERFORM 8500-WRITE-RESTART-RECORD

           PERFORM 4500-DELETE-FLIGHT-PASSENGERS
           PERFORM 7500-PURGE-BAG-TAGS

           MOVE WS-CLOSE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO FM-FLIGHT-DATE
           DELETE FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 3700-MARK-RECLOSED

           MOVE 'C' TO RS-PHASE
           MOVE SPACES TO RS-FLIGHT-NUMBER
           MOVE SPACES TO RS-FLIGHT-DATE
           MOVE ZERO TO RS-PH-BASE
           MOVE ZERO TO RS-FH-BASE
           MOVE ZERO TO RS-DH-BASE
           PERFORM 8500-WRITE-RESTART-RECORD.

       3100-COUNT-FLIGHT-PASSENGERS.
           MOVE ZERO TO WS-MASTER-COUNT
           MOVE SPACE TO WS-PM-EOF
           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           ADD 1 TO WS-MASTER-COUNT
       3200-BACK-OUT-EXTRACT.
           CLOSE PASSENGER-HISTORY-FILE
                 FLIGHT-HISTORY-FILE
                 FLIGHT-DETAIL-HISTORY-FILE

      *    REGISTO DE REARRANQUE ANTERIOR AO ARQUIVO DE DETALHE: ESSE
      *    EXTRATO NAO ESCREVEU NADA NELE
           IF RS-DH-BASE IS NOT NUMERIC
               MOVE WS-DHIST-BASE TO RS-DH-BASE
           END-IF

           MOVE RS-PH-BASE TO WS-TRIM-TARGET
           PERFORM 3300-TRIM-PASSENGER-HISTORY
           MOVE RS-FH-BASE TO WS-TRIM-TARGET
           PERFORM 3400-TRIM-FLIGHT-HISTORY
           MOVE RS-DH-BASE TO WS-TRIM-TARGET
           PERFORM 3450-TRIM-DETAIL-HISTORY
           PERFORM 3500-PURGE-CATALOG-TAIL

           MOVE RS-PH-BASE TO WS-HISTORY-BASE
           MOVE RS-FH-BASE TO WS-FHIST-BASE
           MOVE RS-DH-BASE TO WS-DHIST-BASE

           OPEN EXTEND FLIGHT-HISTORY-FILE
           OPEN EXTEND PASSENGER-HISTORY-FILE
           OPEN EXTEND FLIGHT-DETAIL-HISTORY-FILE

           MOVE 'C' TO RS-PHASE
           MOVE SPACES TO RS-FLIGHT-NUMBER
           MOVE SPACES TO RS-FLIGHT-DATE
           MOVE ZERO TO RS-PH-BASE
           MOVE ZERO TO RS-FH-BASE
           MOVE ZERO TO RS-DH-BASE
           PERFORM 8500-WRITE-RESTART-RECORD.

       3300-TRIM-PASSENGER-HISTORY.
           CLOSE TRIM-WORK-FILE
                 FLIGHT-HISTORY-FILE.

       3450-TRIM-DETAIL-HISTORY.
           OPEN INPUT FLIGHT-DETAIL-HISTORY-FILE
           OPEN OUTPUT TRIM-WORK-FILE
           MOVE ZERO TO WS-TRIM-COUNT
           MOVE SPACE TO WS-TRIM-EOF
           PERFORM UNTIL B-TRIM-EOF
               OR WS-TRIM-COUNT >= WS-TRIM-TARGET
               READ FLIGHT-DETAIL-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       ADD 1 TO WS-TRIM-COUNT
                       MOVE FLIGHT-DETAIL-HISTORY-RECORD TO
                           TRIM-WORK-RECORD
                       WRITE TRIM-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE FLIGHT-DETAIL-HISTORY-FILE
                 TRIM-WORK-FILE

           OPEN INPUT TRIM-WORK-FILE
           OPEN OUTPUT FLIGHT-DETAIL-HISTORY-FILE
           MOVE SPACE TO WS-TRIM-EOF
           PERFORM UNTIL B-TRIM-EOF
               READ TRIM-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-TRIM-EOF
                   NOT AT END
                       MOVE TRIM-WORK-RECORD TO
                           FLIGHT-DETAIL-HISTORY-RECORD
                       WRITE FLIGHT-DETAIL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE TRIM-WORK-FILE
                 FLIGHT-DETAIL-HISTORY-FILE.

      *    AS ENTRADAS DE CATALOGO DO VOO APARADO, APONTADAS PARA
      *    POSICOES ALEM DA BASE, SAEM COM O EXTRATO
       3500-PURGE-CATALOG-TAIL.
                       MOVE 'Y' TO WS-CAT-EOF
                   NOT AT END
                       IF AC-FLIGHT-NUMBER = RS-FLIGHT-NUMBER
                           AND AC-FLIGHT-DATE = RS-FLIGHT-DATE
                           AND AC-SEQUENCE > RS-PH-BASE
                           DELETE ARCHIVE-CATALOG-FILE
                               INVALID KEY
       4000-ARCHIVE-PASSENGERS.
           MOVE SPACE TO WS-PM-EOF
           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           MOVE WS-CUTOFF-DATE TO PH-CLOSE-DATE
       4500-DELETE-FLIGHT-PASSENGERS.
           MOVE SPACE TO WS-PM-EOF
           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           IF PM-BOOKING-REF NOT = SPACES
       4200-WRITE-CATALOG-ENTRY.
           MOVE PM-TICKET        TO AC-TICKET
           MOVE PM-FLIGHT-NUMBER TO AC-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AC-FLIGHT-DATE
           MOVE WS-CUTOFF-DATE   TO AC-CLOSE-DATE
           MOVE 'PASSAGEM/FILE/passenger-history.txt' TO
               AC-HISTORY-FILE
           MOVE WS-HISTORY-BASE  TO AC-SEQUENCE
      ******************************************************************
       4100-PURGE-BOOKING-GROUP.
           MOVE WS-CLOSE-FLIGHT TO BG-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO BG-FLIGHT-DATE
           MOVE PM-BOOKING-REF  TO BG-BOOKING-REF
           READ BOOKING-GROUP-FILE
               INVALID KEY
                   ADD 1 TO WS-RECORDS-ARCHIVED
           END-READ.

      ******************************************************************
      *    CAPACIDADE DO VOO (SOMA DAS CLASSES DO INVENTARIO) GUARDADA
      *    NO ARQUIVO, PARA A RENTABILIDADE DE ROTA (ROUTPROF.cbl)
      *    CALCULAR OS LUGARES-KM DEPOIS DE O INVENTARIO SER APAGADO
      ******************************************************************
       3050-ARCHIVE-CAPACITY.
           MOVE ZERO TO FH-SEATS-CAPACITY
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE WS-CLOSE-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD SI-SEATS-CAPACITY TO FH-SEATS-CAPACITY
               END-READ
           END-PERFORM.

      ******************************************************************
      *    INVENTARIO POR CLASSE E ETIQUETAS DE BAGAGEM DO VOO PARA O
      *    ARQUIVO DE DETALHE, ANTES DE SEREM APAGADOS - SAO O QUE O
      *    FLTREOPN REPOE QUANDO O VOO E REABERTO
      ******************************************************************
       3060-ARCHIVE-FLIGHT-DETAIL.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE WS-CLOSE-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-CUTOFF-DATE TO DH-CLOSE-DATE
                       MOVE 'SI' TO DH-RECORD-TYPE
                       MOVE SEAT-INVENTORY-RECORD TO DH-DETAIL-DATA
                       WRITE FLIGHT-DETAIL-HISTORY-RECORD
                       ADD 1 TO WS-DHIST-BASE
               END-READ
           END-PERFORM

           MOVE SPACE TO WS-BT-EOF
           MOVE WS-CLOSE-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO BT-FLIGHT-DATE
           MOVE ZERO            TO BT-TICKET
           MOVE ZERO            TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BT-EOF
           END-START
           PERFORM UNTIL B-BT-EOF
               READ BAG-TAG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR BT-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
                           MOVE WS-CUTOFF-DATE TO DH-CLOSE-DATE
                           MOVE 'BT' TO DH-RECORD-TYPE
                           MOVE BAG-TAG-RECORD TO DH-DETAIL-DATA
                           WRITE FLIGHT-DETAIL-HISTORY-RECORD
                           ADD 1 TO WS-DHIST-BASE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    NOVO FECHO DE UM VOO REABERTO: O REGISTO DE REABERTURAS
      *    PASSA A 'C' COM A DATA DO FECHO E A TRILHA DE AUDITORIA
      *    FICA COM O MOVIMENTO. CORRE NA FASE DE APAGAMENTO (E NA SUA
      *    RETOMA), PELO QUE O REGISTO ACOMPANHA SEMPRE O MESTRE
      ******************************************************************
       3700-MARK-RECLOSED.
           IF NOT B-REOPEN-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-FLIGHT TO RO-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO RO-FLIGHT-DATE
           READ FLIGHT-REOPEN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-RO-REOPENED
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AUDIT-FILE
           MOVE ZERO             TO AT-TICKET
           MOVE WS-CLOSE-FLIGHT  TO AT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE    TO AT-FLIGHT-DATE
           MOVE 'RECLOS'         TO AT-TXN-TYPE
           MOVE WS-CURRENT-DATETIME(1:8) TO AT-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO AT-RUN-TIME
           MOVE 'DAYCLOSE'       TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           STRING 'FECHO ' DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  ' REABERTO POR ' DELIMITED BY SIZE
                  RO-APPROVED-BY DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE

           MOVE 'C' TO RO-STATUS
           MOVE WS-CUTOFF-DATE TO RO-RECLOSE-DATE
           REWRITE FLIGHT-REOPEN-RECORD
               INVALID KEY
                   DISPLAY "ERRO A REGRAVAR O REGISTO DE REABERTURA "
                           "DO VOO " WS-CLOSE-FLIGHT " "
                           WS-CLOSE-DATE " - " WS-REOPEN-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-REWRITE

           MOVE SPACES TO CLOSE-REPORT-RECORD
           STRING 'VOO ' DELIMITED BY SIZE
                  WS-CLOSE-FLIGHT DELIMITED BY SIZE
                  ' DATA ' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  ' REABERTO - FECHADO DE NOVO' DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

       5000-PURGE-SEAT-INVENTORY.
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE WS-CLOSE-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
       6000-PURGE-SEAT-ASSIGNMENTS.
           MOVE SPACE TO WS-SA-EOF
           MOVE WS-CLOSE-FLIGHT TO SA-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO SA-FLIGHT-DATE
           MOVE LOW-VALUES      TO SA-SEAT-NUMBER
           START SEAT-ASSIGNMENT-FILE KEY >= SA-FLIGHT-SEAT-KEY
               INVALID KEY
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       IF SA-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR SA-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-SA-EOF
                       ELSE
                           DELETE SEAT-ASSIGNMENT-FILE
       7000-PURGE-WAITLIST.
           MOVE SPACE TO WS-WL-EOF
           MOVE WS-CLOSE-FLIGHT TO WL-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO WL-FLIGHT-DATE
           MOVE SPACE           TO WL-SEAT-CLASS
           MOVE ZERO            TO WL-SEQUENCE
           START WAITLIST-FILE KEY >= WL-FLIGHT-CLASS-SEQ-KEY
                       MOVE 'Y' TO WS-WL-EOF
                   NOT AT END
                       IF WL-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR WL-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-WL-EOF
                       ELSE
                           DELETE WAITLIST-FILE
       7500-PURGE-BAG-TAGS.
           MOVE SPACE TO WS-BT-EOF
           MOVE WS-CLOSE-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO BT-FLIGHT-DATE
           MOVE ZERO            TO BT-TICKET
           MOVE ZERO            TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR BT-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
                           DELETE BAG-TAG-FILE
           END-IF

           MOVE RS-FLIGHT-NUMBER TO WS-CLOSE-FLIGHT
           MOVE RS-FLIGHT-DATE   TO WS-CLOSE-DATE

      *    MORTE EM PLENA FASE DE EXTRATO: O EXTRATO PARCIAL E
      *    APARADO DE VOLTA AS BASES GUARDADAS E O VOO FICA
               STRING '*** EXTRATO INTERROMPIDO DO VOO '
                      DELIMITED BY SIZE
                      WS-CLOSE-FLIGHT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CLOSE-DATE DELIMITED BY SIZE
                      ' APARADO ***' DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           STRING '*** RETOMA DO FECHO INTERROMPIDO DO VOO '
                  DELIMITED BY SIZE
                  WS-CLOSE-FLIGHT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  ' ***' DELIMITED BY SIZE
                  INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           PERFORM 7500-PURGE-BAG-TAGS

           MOVE WS-CLOSE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO FM-FLIGHT-DATE
           DELETE FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 3700-MARK-RECLOSED
           ADD 1 TO WS-FLIGHTS-CLOSED

           MOVE 'C' TO RS-PHASE
           MOVE SPACES TO RS-FLIGHT-NUMBER
           MOVE SPACES TO RS-FLIGHT-DATE
           PERFORM 8500-WRITE-RESTART-RECORD.

       8000-WRITE-CLOSE-TOTALS.
                  INTO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD

           IF WS-REOPEN-SKIPPED > ZERO
               MOVE WS-REOPEN-SKIPPED TO WS-DISP-SKIPPED
               MOVE SPACES TO CLOSE-REPORT-RECORD
               STRING 'VOOS REABERTOS POR FECHAR: ' DELIMITED BY SIZE
                      WS-DISP-SKIPPED DELIMITED BY SIZE
                      INTO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF

           MOVE '=====================================' TO
               CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
                 BAG-TAG-FILE
                 FLIGHT-HISTORY-FILE
                 PASSENGER-HISTORY-FILE
                 FLIGHT-DETAIL-HISTORY-FILE
                 ARCHIVE-CATALOG-FILE
                 CLOSE-REPORT-FILE
           IF B-REOPEN-OPEN
               CLOSE FLIGHT-REOPEN-FILE
           END-IF.
