       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    INTEGCHK - INTEGRIDADE REFERENCIAL ENTRE OS MESTRES
      *    INDEXADOS. CADA MESTRE E MANTIDO POR VARIOS PROGRAMAS E UM
      *    ABEND A MEIO DE UM CANCELAMENTO OU DE UM FECHO DEIXA
      *    REGISTOS A APONTAR PARA O VAZIO, QUE NINGUEM VE ATE UM
      *    BALCAO TROPECAR NELES. O SEATAUD CONFERE OS LUGARES; ESTE
      *    JOB CONFERE AS LIGACOES:
      *    - GRUPOS DE RESERVA (BOOKGRP) CUJA CONTAGEM DE MEMBROS OU
      *      DE MALAS NAO BATE COM OS PASSAGEIROS DA REFERENCIA, GRUPOS
      *      SEM PASSAGEIROS E PASSAGEIROS SEM REGISTO DE GRUPO
      *    - ETIQUETAS DE MALA ATIVAS DE BILHETES QUE JA NAO EXISTEM
      *    - PERNAS DE PERCURSO (ITINRY) DE VOOS JA ARQUIVADOS PELO
      *      DAYCLOSE (FORA DO MESTRE DE VOOS)
      *    - LISTA DE ESPERA DE BILHETES CANCELADOS
      *    - NUMEROS DE FIDELIZACAO INEXISTENTES NO LOYMAST
      *    - BEBES CUJO BILHETE DO ADULTO NAO EXISTE NO VOO
      *    COM O PARAMETRO 'FIX' REPARA OS CASOS SEGUROS: RECONTA OS
      *    TOTAIS DO GRUPO A PARTIR DOS PASSAGEIROS (COMO O PNRSERV) E
      *    ANULA AS ETIQUETAS ORFAS (BT-STATUS 'V', COMO UM
      *    CANCELAMENTO). CADA REPARACAO GRAVA A IMAGEM-ANTES NO
      *    master-journal.txt, E O ROLLBACK.cbl CORRIDO LOGO A SEGUIR
      *    DESFA-LAS. OS OUTROS CASOS PEDEM DECISAO DE ALGUEM E FICAM
      *    SO NO RELATORIO.
      *    RELATORIO EM integrity-report.txt; RC 2 COM QUEBRAS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT OPTIONAL BOOKING-GROUP-FILE ASSIGN TO
               "PASSAGEM/FILE/booking-group.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-FLIGHT-REF-KEY.

           SELECT OPTIONAL BAG-TAG-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-tags.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-TAG-KEY.

           SELECT OPTIONAL ITINERARY-FILE ASSIGN TO
               "PASSAGEM/FILE/itinerary.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-JOURNEY-LEG-KEY.

           SELECT OPTIONAL WAITLIST-FILE ASSIGN TO
               "PASSAGEM/FILE/waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-FLIGHT-CLASS-SEQ-KEY.

           SELECT OPTIONAL LOYALTY-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MEMBER-ID.

           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/master-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL INTEGRITY-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/integrity-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD BOOKING-GROUP-FILE.
           COPY BOOKGRP.

       FD BAG-TAG-FILE.
           COPY BAGTAG.

       FD ITINERARY-FILE.
           COPY ITINRY.

       FD WAITLIST-FILE.
           COPY WAITLST.

       FD LOYALTY-MASTER-FILE.
           COPY LOYMAST.

       FD MASTER-JOURNAL-FILE.
           COPY JOURNAL.

       FD INTEGRITY-REPORT-FILE.
       01 INTEGRITY-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).

       01 WS-RUN-MODE           PIC X(8).
           88 B-FIX-MODE        VALUE 'FIX'.

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-EOF-FLAGS.
           05 WS-BG-EOF         PIC X(1) VALUE 'N'.
               88 B-BG-EOF      VALUE 'Y'.
           05 WS-PM-EOF         PIC X(1) VALUE 'N'.
               88 B-PM-EOF      VALUE 'Y'.
           05 WS-REF-EOF        PIC X(1).
               88 B-REF-EOF     VALUE 'Y'.
           05 WS-BT-EOF         PIC X(1) VALUE 'N'.
               88 B-BT-EOF      VALUE 'Y'.
           05 WS-IT-EOF         PIC X(1) VALUE 'N'.
               88 B-IT-EOF      VALUE 'Y'.
           05 WS-WL-EOF         PIC X(1) VALUE 'N'.
               88 B-WL-EOF      VALUE 'Y'.

      ******************************************************************
      *    RECONTAGEM DE UM GRUPO A PARTIR DOS PASSAGEIROS DA
      *    REFERENCIA NO MESMO VOO+DATA
      ******************************************************************
       01 WS-GROUP-WORK.
           05 WS-GROUP-KEY.
               10 WS-GROUP-FLIGHT   PIC X(6).
               10 WS-GROUP-DATE     PIC X(8).
               10 WS-GROUP-REF      PIC X(6).
           05 WS-RC-MEMBERS     PIC 9(3).
           05 WS-RC-BAGS        PIC 9(4).
           05 WS-RC-PRICE       PIC 9(8)V99.
           05 WS-RC-POOL        PIC S9(4).
           05 WS-OLD-MEMBERS    PIC 9(3).
           05 WS-OLD-BAGS       PIC 9(4).
           05 WS-DISP-OLD-MEM   PIC ZZ9.
           05 WS-DISP-NEW-MEM   PIC ZZ9.
           05 WS-DISP-OLD-BAGS  PIC ZZZ9.
           05 WS-DISP-NEW-BAGS  PIC ZZZ9.

      ******************************************************************
      *    O PASSAGEIRO EM VERIFICACAO: A PROCURA DO ADULTO RELE O
      *    MESTRE E A LEITURA SEQUENCIAL E REPOSTA DEPOIS POR ESTA
      *    CHAVE
      ******************************************************************
       01 WS-PAX-WORK.
           05 WS-PAX-KEY.
               10 WS-PAX-FLIGHT     PIC X(6).
               10 WS-PAX-DATE       PIC X(8).
               10 WS-PAX-TICKET     PIC 9(4).
           05 WS-PAX-ADULT      PIC 9(4).

      ******************************************************************
      *    LINHA DO RELATORIO: TIPO DE QUEBRA, CHAVE E PORMENOR
      ******************************************************************
       01 WS-REPORT-LINE.
           05 WS-RL-TYPE        PIC X(16).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-FLIGHT      PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-DATE        PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-REFERENCE   PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-RL-DETAIL      PIC X(56).

       01 WS-DISP-TICKET        PIC 9(4).
       01 WS-DISP-SEQ           PIC 9(2).

      ******************************************************************
      *    AS REPARACOES NAO TEM POSICAO NO LOTE: 999999 FICA SEMPRE
      *    DEPOIS DE QUALQUER CHECKPOINT, PARA O ROLLBACK AS DESFAZER
      *    COMO ULTIMA EXECUCAO
      ******************************************************************
       01 WS-JOURNAL-WORK.
           05 WS-JRNL-RECORDS       PIC 9(6) VALUE 999999.
           05 WS-JRNL-FILE-ID       PIC X(2).
           05 WS-JRNL-ACTION        PIC X(1).
           05 WS-JRNL-KEY           PIC X(30).
           05 WS-JRNL-BEFORE        PIC X(400).

       01 WS-CHECK-TOTALS.
           05 WS-GROUPS-CHECKED     PIC 9(6) VALUE ZERO.
           05 WS-PAX-CHECKED        PIC 9(6) VALUE ZERO.
           05 WS-TAGS-CHECKED       PIC 9(6) VALUE ZERO.
           05 WS-LEGS-CHECKED       PIC 9(6) VALUE ZERO.
           05 WS-WAITS-CHECKED      PIC 9(6) VALUE ZERO.
           05 WS-GROUP-COUNT-BREAKS PIC 9(5) VALUE ZERO.
           05 WS-GROUP-EMPTY-BREAKS PIC 9(5) VALUE ZERO.
           05 WS-GROUP-MISS-BREAKS  PIC 9(5) VALUE ZERO.
           05 WS-TAG-BREAKS         PIC 9(5) VALUE ZERO.
           05 WS-LEG-BREAKS         PIC 9(5) VALUE ZERO.
           05 WS-WAIT-BREAKS        PIC 9(5) VALUE ZERO.
           05 WS-LOYALTY-BREAKS     PIC 9(5) VALUE ZERO.
           05 WS-INFANT-BREAKS      PIC 9(5) VALUE ZERO.
           05 WS-TOTAL-BREAKS       PIC 9(6) VALUE ZERO.
           05 WS-FIXED-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-DISP-CHECKED       PIC Z(5)9.
           05 WS-DISP-BREAKS        PIC Z(4)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 1000-OPEN-FILES
           PERFORM 2000-CHECK-GROUPS
           PERFORM 3000-CHECK-PASSENGERS
           PERFORM 4000-CHECK-BAG-TAGS
           PERFORM 5000-CHECK-ITINERARY
           PERFORM 6000-CHECK-WAITLIST
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-CLOSE-FILES

           IF WS-TOTAL-BREAKS > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    SO O MODO 'FIX' ABRE OS GRUPOS E AS ETIQUETAS PARA
      *    ESCRITA E ACRESCENTA AO DIARIO DE IMAGENS-ANTES
      ******************************************************************
       1000-OPEN-FILES.
           OPEN INPUT PASSENGER-MASTER-FILE
                INPUT FLIGHT-MASTER-FILE
                INPUT ITINERARY-FILE
                INPUT WAITLIST-FILE
                INPUT LOYALTY-MASTER-FILE
                OUTPUT INTEGRITY-REPORT-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               OR WS-FLIGHT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - PM "
                       WS-PASSENGER-STATUS " FM " WS-FLIGHT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF B-FIX-MODE
               OPEN I-O BOOKING-GROUP-FILE
                    I-O BAG-TAG-FILE
                    EXTEND MASTER-JOURNAL-FILE
           ELSE
               OPEN INPUT BOOKING-GROUP-FILE
                    INPUT BAG-TAG-FILE
           END-IF

           MOVE '===== INTEGRIDADE REFERENCIAL DOS MESTRES =====' TO
               INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           IF B-FIX-MODE
               MOVE 'MODO FIX - REPARACOES NO master-journal.txt' TO
                   INTEGRITY-REPORT-RECORD
           ELSE
               MOVE 'SO VERIFICACAO - NADA FOI ALTERADO' TO
                   INTEGRITY-REPORT-RECORD
           END-IF
           WRITE INTEGRITY-REPORT-RECORD.

      ******************************************************************
      *    CADA GRUPO DE RESERVA CONTRA OS PASSAGEIROS DA SUA
      *    REFERENCIA NO MESMO VOO+DATA
      ******************************************************************
       2000-CHECK-GROUPS.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE '--- GRUPOS DE RESERVA ---' TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE LOW-VALUES TO BG-FLIGHT-REF-KEY
           START BOOKING-GROUP-FILE KEY >= BG-FLIGHT-REF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BG-EOF
           END-START
           PERFORM 2100-CHECK-ONE-GROUP UNTIL B-BG-EOF.

       2100-CHECK-ONE-GROUP.
           READ BOOKING-GROUP-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-BG-EOF
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-GROUPS-CHECKED
           MOVE BG-FLIGHT-REF-KEY TO WS-GROUP-KEY
           MOVE BG-MEMBER-COUNT   TO WS-OLD-MEMBERS
           MOVE BG-TOTAL-BAGS     TO WS-OLD-BAGS
           PERFORM 2200-RECOUNT-GROUP

           IF WS-RC-MEMBERS = ZERO
               ADD 1 TO WS-GROUP-EMPTY-BREAKS
               MOVE SPACES TO WS-RL-DETAIL
               MOVE 'GRUPO SEM NENHUM PASSAGEIRO NO MESTRE' TO
                   WS-RL-DETAIL
               MOVE 'GRUPO-VAZIO' TO WS-RL-TYPE
               PERFORM 2300-REPORT-GROUP
           ELSE
               IF WS-RC-MEMBERS NOT = WS-OLD-MEMBERS
                   OR WS-RC-BAGS NOT = WS-OLD-BAGS
                   ADD 1 TO WS-GROUP-COUNT-BREAKS
                   MOVE WS-OLD-MEMBERS TO WS-DISP-OLD-MEM
                   MOVE WS-RC-MEMBERS  TO WS-DISP-NEW-MEM
                   MOVE WS-OLD-BAGS    TO WS-DISP-OLD-BAGS
                   MOVE WS-RC-BAGS     TO WS-DISP-NEW-BAGS
                   MOVE SPACES TO WS-RL-DETAIL
                   STRING 'MEMBROS ' DELIMITED BY SIZE
                          WS-DISP-OLD-MEM DELIMITED BY SIZE
                          ' REAIS ' DELIMITED BY SIZE
                          WS-DISP-NEW-MEM DELIMITED BY SIZE
                          ' / MALAS ' DELIMITED BY SIZE
                          WS-DISP-OLD-BAGS DELIMITED BY SIZE
                          ' REAIS ' DELIMITED BY SIZE
                          WS-DISP-NEW-BAGS DELIMITED BY SIZE
                          INTO WS-RL-DETAIL
                   MOVE 'GRUPO-CONTAGEM' TO WS-RL-TYPE
                   PERFORM 2300-REPORT-GROUP
               END-IF
           END-IF

      *    A RECONTAGEM E A REPARACAO MEXEM NA POSICAO DO FICHEIRO;
      *    REPOR A LEITURA SEQUENCIAL A SEGUIR AO GRUPO VERIFICADO
           MOVE WS-GROUP-KEY TO BG-FLIGHT-REF-KEY
           START BOOKING-GROUP-FILE KEY > BG-FLIGHT-REF-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BG-EOF
           END-START.

      ******************************************************************
      *    MEMBROS, MALAS E PRECO PELA CHAVE ALTERNATIVA DA REFERENCIA
      *    (A MESMA REFERENCIA PODE EXISTIR NOUTROS VOOS)
      ******************************************************************
       2200-RECOUNT-GROUP.
           MOVE ZERO TO WS-RC-MEMBERS
           MOVE ZERO TO WS-RC-BAGS
           MOVE ZERO TO WS-RC-PRICE
           MOVE 'N' TO WS-REF-EOF
           MOVE WS-GROUP-REF TO PM-BOOKING-REF
           START PASSENGER-MASTER-FILE KEY = PM-BOOKING-REF
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL B-REF-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF PM-BOOKING-REF NOT = WS-GROUP-REF
                           MOVE 'Y' TO WS-REF-EOF
                       ELSE
                           IF PM-FLIGHT-NUMBER = WS-GROUP-FLIGHT
                               AND PM-FLIGHT-DATE = WS-GROUP-DATE
                               ADD 1 TO WS-RC-MEMBERS
                               ADD PM-BAGS TO WS-RC-BAGS
                               ADD PM-TOTAL-PAID TO WS-RC-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2300-REPORT-GROUP.
           MOVE WS-GROUP-FLIGHT TO WS-RL-FLIGHT
           MOVE WS-GROUP-DATE   TO WS-RL-DATE
           MOVE WS-GROUP-REF    TO WS-RL-REFERENCE
           PERFORM 7000-WRITE-BREAK
           IF B-FIX-MODE
               PERFORM 2400-FIX-GROUP
           END-IF.

      ******************************************************************
      *    GRAVAR O GRUPO RECONTADO COMO O PNRSERV: SEM MEMBROS O
      *    REGISTO E APAGADO, SENAO FICA COM AS SOMAS REAIS E A
      *    FRANQUIA RECALCULADA. IMAGEM-ANTES NO DIARIO PRIMEIRO
      ******************************************************************
       2400-FIX-GROUP.
           MOVE WS-GROUP-KEY TO BG-FLIGHT-REF-KEY
           READ BOOKING-GROUP-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 'BG'                 TO WS-JRNL-FILE-ID
           MOVE BG-FLIGHT-REF-KEY    TO WS-JRNL-KEY
           MOVE BOOKING-GROUP-RECORD TO WS-JRNL-BEFORE

           IF WS-RC-MEMBERS = ZERO
               MOVE 'D' TO WS-JRNL-ACTION
               PERFORM 7100-WRITE-JOURNAL
               DELETE BOOKING-GROUP-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-DELETE
               ADD 1 TO WS-FIXED-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RC-POOL = WS-RC-MEMBERS - WS-RC-BAGS
           IF WS-RC-POOL < ZERO
               MOVE ZERO TO WS-RC-POOL
           END-IF
           MOVE 'R' TO WS-JRNL-ACTION
           PERFORM 7100-WRITE-JOURNAL
           MOVE WS-RC-MEMBERS TO BG-MEMBER-COUNT
           MOVE WS-RC-BAGS    TO BG-TOTAL-BAGS
           MOVE WS-RC-PRICE   TO BG-TOTAL-PRICE
           MOVE WS-RC-POOL    TO BG-FREE-BAGS-POOL
           REWRITE BOOKING-GROUP-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-FIXED-COUNT.

      ******************************************************************
      *    CADA PASSAGEIRO: REGISTO DE GRUPO DA SUA REFERENCIA, MEMBRO
      *    DE FIDELIZACAO E, PARA OS BEBES, O BILHETE DO ADULTO
      ******************************************************************
       3000-CHECK-PASSENGERS.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE '--- PASSAGEIROS ---' TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE LOW-VALUES TO PM-FLIGHT-TICKET-KEY
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
           PERFORM 3100-CHECK-ONE-PASSENGER UNTIL B-PM-EOF.

       3100-CHECK-ONE-PASSENGER.
           READ PASSENGER-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PM-EOF
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-PAX-CHECKED
           MOVE PM-FLIGHT-TICKET-KEY TO WS-PAX-KEY
           MOVE PM-TICKET TO WS-DISP-TICKET
           MOVE PM-FLIGHT-NUMBER TO WS-RL-FLIGHT
           MOVE PM-FLIGHT-DATE   TO WS-RL-DATE

           IF PM-BOOKING-REF NOT = SPACES
               MOVE PM-FLIGHT-NUMBER TO BG-FLIGHT-NUMBER
               MOVE PM-FLIGHT-DATE   TO BG-FLIGHT-DATE
               MOVE PM-BOOKING-REF   TO BG-BOOKING-REF
               READ BOOKING-GROUP-FILE
                   INVALID KEY
                       ADD 1 TO WS-GROUP-MISS-BREAKS
                       MOVE 'GRUPO-SEM-REG' TO WS-RL-TYPE
                       MOVE WS-DISP-TICKET TO WS-RL-REFERENCE
                       MOVE SPACES TO WS-RL-DETAIL
                       STRING 'RESERVA ' DELIMITED BY SIZE
                              PM-BOOKING-REF DELIMITED BY SIZE
                              ' SEM REGISTO DE GRUPO NO VOO'
                                  DELIMITED BY SIZE
                              INTO WS-RL-DETAIL
                       PERFORM 7000-WRITE-BREAK
               END-READ
           END-IF

           IF PM-LOYALTY-ID NOT = SPACES
               MOVE PM-LOYALTY-ID TO LM-MEMBER-ID
               READ LOYALTY-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO WS-LOYALTY-BREAKS
                       MOVE 'FIDELIZ-INEXIST' TO WS-RL-TYPE
                       MOVE WS-DISP-TICKET TO WS-RL-REFERENCE
                       MOVE SPACES TO WS-RL-DETAIL
                       STRING 'MEMBRO ' DELIMITED BY SIZE
                              PM-LOYALTY-ID DELIMITED BY SIZE
                              ' NAO EXISTE NO LOYMAST'
                                  DELIMITED BY SIZE
                              INTO WS-RL-DETAIL
                       PERFORM 7000-WRITE-BREAK
               END-READ
           END-IF

           IF B-PM-INFANT
               MOVE PM-ADULT-TICKET TO WS-PAX-ADULT
               PERFORM 3200-CHECK-INFANT-ADULT
      *        A PROCURA DO ADULTO MUDOU A POSICAO NO MESTRE; REPOR A
      *        LEITURA SEQUENCIAL A SEGUIR AO BEBE
               MOVE WS-PAX-KEY TO PM-FLIGHT-TICKET-KEY
               START PASSENGER-MASTER-FILE KEY > PM-FLIGHT-TICKET-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PM-EOF
               END-START
           END-IF.

       3200-CHECK-INFANT-ADULT.
           MOVE WS-PAX-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-PAX-DATE   TO PM-FLIGHT-DATE
           MOVE WS-PAX-ADULT  TO PM-TICKET
           IF WS-PAX-ADULT NOT = ZERO
               READ PASSENGER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           ADD 1 TO WS-INFANT-BREAKS
           MOVE 'BEBE-SEM-ADULTO' TO WS-RL-TYPE
           MOVE WS-PAX-FLIGHT TO WS-RL-FLIGHT
           MOVE WS-PAX-DATE   TO WS-RL-DATE
           MOVE WS-PAX-TICKET TO WS-DISP-TICKET
           MOVE WS-DISP-TICKET TO WS-RL-REFERENCE
           MOVE WS-PAX-ADULT  TO WS-DISP-TICKET
           MOVE SPACES TO WS-RL-DETAIL
           STRING 'BILHETE DO ADULTO ' DELIMITED BY SIZE
                  WS-DISP-TICKET DELIMITED BY SIZE
                  ' NAO EXISTE NO VOO' DELIMITED BY SIZE
                  INTO WS-RL-DETAIL
           PERFORM 7000-WRITE-BREAK.

      ******************************************************************
      *    ETIQUETAS ATIVAS SEM PASSAGEIRO NO MESTRE: A MALA DE UM
      *    BILHETE QUE JA NAO EXISTE CONTINUAVA NO MANIFESTO
      ******************************************************************
       4000-CHECK-BAG-TAGS.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE '--- ETIQUETAS DE MALA ---' TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE LOW-VALUES TO BT-TAG-KEY
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BT-EOF
           END-START
           PERFORM 4100-CHECK-ONE-TAG UNTIL B-BT-EOF.

       4100-CHECK-ONE-TAG.
           READ BAG-TAG-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-BT-EOF
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-BT-ACTIVE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TAGS-CHECKED
           MOVE BT-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE BT-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE BT-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-TAG-BREAKS
           MOVE 'MALA-ORFA' TO WS-RL-TYPE
           MOVE BT-FLIGHT-NUMBER TO WS-RL-FLIGHT
           MOVE BT-FLIGHT-DATE   TO WS-RL-DATE
           MOVE BT-TICKET        TO WS-DISP-TICKET
           MOVE BT-BAG-SEQ       TO WS-DISP-SEQ
           MOVE SPACES TO WS-RL-REFERENCE
           STRING WS-DISP-TICKET DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-DISP-SEQ DELIMITED BY SIZE
                  INTO WS-RL-REFERENCE
           MOVE 'ETIQUETA ATIVA DE BILHETE INEXISTENTE' TO
               WS-RL-DETAIL
           PERFORM 7000-WRITE-BREAK

           IF B-FIX-MODE
               MOVE 'BT'           TO WS-JRNL-FILE-ID
               MOVE 'R'            TO WS-JRNL-ACTION
               MOVE BT-TAG-KEY     TO WS-JRNL-KEY
               MOVE BAG-TAG-RECORD TO WS-JRNL-BEFORE
               PERFORM 7100-WRITE-JOURNAL
               SET B-BT-VOID TO TRUE
               REWRITE BAG-TAG-RECORD
                   INVALID KEY
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO WS-FIXED-COUNT
           END-IF.

      ******************************************************************
      *    PERNAS DE PERCURSO CUJO VOO JA SAIU DO MESTRE DE VOOS
      *    (ARQUIVADO PELO DAYCLOSE) - O PERCURSO FICOU A APONTAR PARA
      *    UM VOO QUE JA NAO SE PODE CONSULTAR NEM CANCELAR
      ******************************************************************
       5000-CHECK-ITINERARY.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE '--- PERCURSOS ---' TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE LOW-VALUES TO IT-JOURNEY-LEG-KEY
           START ITINERARY-FILE KEY >= IT-JOURNEY-LEG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-IT-EOF
           END-START
           PERFORM 5100-CHECK-ONE-LEG UNTIL B-IT-EOF.

       5100-CHECK-ONE-LEG.
           READ ITINERARY-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-IT-EOF
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-LEGS-CHECKED
           MOVE IT-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE IT-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-LEG-BREAKS
                   MOVE 'PERNA-ARQUIVADA' TO WS-RL-TYPE
                   MOVE IT-FLIGHT-NUMBER TO WS-RL-FLIGHT
                   MOVE IT-FLIGHT-DATE   TO WS-RL-DATE
                   MOVE IT-TICKET        TO WS-DISP-TICKET
                   MOVE WS-DISP-TICKET   TO WS-RL-REFERENCE
                   MOVE IT-LEG-SEQ       TO WS-DISP-SEQ
                   MOVE SPACES TO WS-RL-DETAIL
                   STRING 'PERCURSO ' DELIMITED BY SIZE
                          IT-JOURNEY-REF DELIMITED BY SIZE
                          ' PERNA ' DELIMITED BY SIZE
                          WS-DISP-SEQ DELIMITED BY SIZE
                          ' - VOO FORA DO MESTRE' DELIMITED BY SIZE
                          INTO WS-RL-DETAIL
                   PERFORM 7000-WRITE-BREAK
           END-READ.

      ******************************************************************
      *    LISTA DE ESPERA DE BILHETES JA CANCELADOS (O CANCELAMENTO
      *    APAGA O PASSAGEIRO DO MESTRE): A ENTRADA IRIA RECEBER UM
      *    LUGAR QUE NINGUEM VAI OCUPAR
      ******************************************************************
       6000-CHECK-WAITLIST.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE '--- LISTA DE ESPERA ---' TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE LOW-VALUES TO WL-FLIGHT-CLASS-SEQ-KEY
           START WAITLIST-FILE KEY >= WL-FLIGHT-CLASS-SEQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WL-EOF
           END-START
           PERFORM 6100-CHECK-ONE-WAIT UNTIL B-WL-EOF.

       6100-CHECK-ONE-WAIT.
           READ WAITLIST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-WL-EOF
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO WS-WAITS-CHECKED
           MOVE WL-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE WL-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE WL-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-WAIT-BREAKS
                   MOVE 'ESPERA-CANCELADA' TO WS-RL-TYPE
                   MOVE WL-FLIGHT-NUMBER TO WS-RL-FLIGHT
                   MOVE WL-FLIGHT-DATE   TO WS-RL-DATE
                   MOVE WL-TICKET        TO WS-DISP-TICKET
                   MOVE WS-DISP-TICKET   TO WS-RL-REFERENCE
                   MOVE SPACES TO WS-RL-DETAIL
                   STRING 'CLASSE ' DELIMITED BY SIZE
                          WL-SEAT-CLASS DELIMITED BY SIZE
                          ' - BILHETE CANCELADO AINDA EM ESPERA'
                              DELIMITED BY SIZE
                          INTO WS-RL-DETAIL
                   PERFORM 7000-WRITE-BREAK
           END-READ.

       7000-WRITE-BREAK.
           ADD 1 TO WS-TOTAL-BREAKS
           MOVE WS-REPORT-LINE TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD.

       7100-WRITE-JOURNAL.
           MOVE WS-RUN-DATE     TO JN-RUN-DATE
           MOVE WS-RUN-TIME     TO JN-RUN-TIME
           MOVE WS-JRNL-RECORDS TO JN-RECORDS-READ
           MOVE WS-JRNL-FILE-ID TO JN-FILE-ID
           MOVE WS-JRNL-ACTION  TO JN-ACTION
           MOVE WS-JRNL-KEY     TO JN-KEY
           MOVE WS-JRNL-BEFORE  TO JN-BEFORE-IMAGE
           WRITE JOURNAL-RECORD.

      ******************************************************************
      *    TOTAIS POR TIPO DE LIGACAO PARTIDA
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE '--- TOTAIS ---' TO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE WS-GROUPS-CHECKED TO WS-DISP-CHECKED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'GRUPOS VERIFICADOS:           ' DELIMITED BY SIZE
                  WS-DISP-CHECKED DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-PAX-CHECKED TO WS-DISP-CHECKED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'PASSAGEIROS VERIFICADOS:      ' DELIMITED BY SIZE
                  WS-DISP-CHECKED DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-TAGS-CHECKED TO WS-DISP-CHECKED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'ETIQUETAS ATIVAS VERIFICADAS: ' DELIMITED BY SIZE
                  WS-DISP-CHECKED DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-LEGS-CHECKED TO WS-DISP-CHECKED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'PERNAS VERIFICADAS:           ' DELIMITED BY SIZE
                  WS-DISP-CHECKED DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-WAITS-CHECKED TO WS-DISP-CHECKED
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'ENTRADAS EM ESPERA VERIFIC.:  ' DELIMITED BY SIZE
                  WS-DISP-CHECKED DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE WS-GROUP-COUNT-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'GRUPO-CONTAGEM:   ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-GROUP-EMPTY-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'GRUPO-VAZIO:      ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-GROUP-MISS-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'GRUPO-SEM-REG:    ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-TAG-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'MALA-ORFA:        ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-LEG-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'PERNA-ARQUIVADA:  ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-WAIT-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'ESPERA-CANCELADA: ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-LOYALTY-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'FIDELIZ-INEXIST:  ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-INFANT-BREAKS TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'BEBE-SEM-ADULTO:  ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD
           MOVE WS-FIXED-COUNT TO WS-DISP-BREAKS
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           STRING 'REPARADOS:        ' DELIMITED BY SIZE
                  WS-DISP-BREAKS DELIMITED BY SIZE
                  INTO INTEGRITY-REPORT-RECORD
           WRITE INTEGRITY-REPORT-RECORD

           MOVE WS-TOTAL-BREAKS TO WS-DISP-CHECKED
           DISPLAY "INTEGRIDADE DOS MESTRES: " WS-DISP-CHECKED
                   " LIGACAO(OES) PARTIDA(S) - VER "
                   "integrity-report.txt".

       9000-CLOSE-FILES.
           CLOSE PASSENGER-MASTER-FILE
                 FLIGHT-MASTER-FILE
                 BOOKING-GROUP-FILE
                 BAG-TAG-FILE
                 ITINERARY-FILE
                 WAITLIST-FILE
                 LOYALTY-MASTER-FILE
                 INTEGRITY-REPORT-FILE
           IF B-FIX-MODE
               CLOSE MASTER-JOURNAL-FILE
           END-IF.
