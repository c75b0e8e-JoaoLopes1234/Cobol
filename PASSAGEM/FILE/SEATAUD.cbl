      *    MEIO - JA APARECEU UM VOO COM 3 LUGARES LIVRES QUE TINHA
      *    9. O RECON3 CONFERE O DINHEIRO; ESTE UTILITARIO CONFERE OS
      *    LUGARES:
      *    - RECONTA CADA VOO+DATA+CLASSE A PARTIR DO MESTRE DE
      *      PASSAGEIROS (SEM OS QUE ESTAO EM LISTA DE ESPERA, QUE
      *      NUNCA OCUPARAM LUGAR) MAIS A SOBRA POR NOMEAR DOS BLOCOS
      *      CONTRATADOS, E ACUSA CADA DESVIO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY.

           SELECT SEAT-MAP-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-map.dat"
               "PASSAGEM/FILE/seat-audit-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-RECORD       PIC X(100).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       FD AUDIT-FILE.
           COPY AUDITTRL.


       01 WS-RECOUNT-WORK.
           05 WS-CHECK-FLIGHT   PIC X(6).
           05 WS-CHECK-DATE     PIC X(8).
           05 WS-CHECK-CLASS    PIC X(1).
           05 WS-PM-SEATS       PIC 9(5).
           05 WS-WL-SEATS       PIC 9(5).
               NOT AT END
                   ADD 1 TO WS-CLASSES-CHECKED
                   MOVE SI-FLIGHT-NUMBER TO WS-CHECK-FLIGHT
                   MOVE SI-FLIGHT-DATE   TO WS-CHECK-DATE
                   MOVE SI-SEAT-CLASS    TO WS-CHECK-CLASS
                   MOVE SI-SEATS-SOLD    TO WS-OLD-SOLD
                   PERFORM 2200-RECOUNT-CLASS
      *            INVENTARIO; REPOR A POSICAO PARA A LEITURA
      *            SEQUENCIAL CONTINUAR ONDE IA
                   MOVE WS-CHECK-FLIGHT TO SI-FLIGHT-NUMBER
                   MOVE WS-CHECK-DATE   TO SI-FLIGHT-DATE
                   MOVE WS-CHECK-CLASS  TO SI-SEAT-CLASS
                   START SEAT-INVENTORY-FILE KEY >
                       SI-FLIGHT-CLASS-KEY
           MOVE ZERO TO WS-PM-SEATS
           MOVE SPACE TO WS-PM-EOF
           MOVE WS-CHECK-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CHECK-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-CHECK-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-CHECK-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
      *                    O STANDBY DE PESSOAL NUNCA TIROU LUGAR AO
      *                    INVENTARIO (E NO FECHO FICA COM O DE UM
      *                    NO-SHOW), PELO QUE NAO ENTRA NA RECONTAGEM
                           IF PM-SEAT = WS-CHECK-CLASS
                               AND NOT B-PM-INFANT
                               AND NOT B-PM-STAFF
                               ADD 1 TO WS-PM-SEATS
                           END-IF
                       END-IF
           MOVE ZERO TO WS-WL-SEATS
           MOVE SPACE TO WS-WL-EOF
           MOVE WS-CHECK-FLIGHT TO WL-FLIGHT-NUMBER
           MOVE WS-CHECK-DATE   TO WL-FLIGHT-DATE
           MOVE WS-CHECK-CLASS  TO WL-SEAT-CLASS
           MOVE ZERO            TO WL-SEQUENCE
           START WAITLIST-FILE KEY >= WL-FLIGHT-CLASS-SEQ-KEY
                       MOVE 'Y' TO WS-WL-EOF
                   NOT AT END
                       IF WL-FLIGHT-NUMBER NOT = WS-CHECK-FLIGHT
                           OR WL-FLIGHT-DATE NOT = WS-CHECK-DATE
                           OR WL-SEAT-CLASS NOT = WS-CHECK-CLASS
                           MOVE 'Y' TO WS-WL-EOF
                       ELSE
           MOVE ZERO TO WS-AL-REMAINDER
           MOVE SPACE TO WS-AL-EOF
           MOVE WS-CHECK-FLIGHT TO AL-FLIGHT-NUMBER
           MOVE WS-CHECK-DATE   TO AL-FLIGHT-DATE
           MOVE WS-CHECK-CLASS  TO AL-SEAT-CLASS
           MOVE LOW-VALUES      TO AL-CHANNEL-CODE
           START ALLOTMENT-FILE KEY >= AL-FLIGHT-CLASS-CHN-KEY
                       MOVE 'Y' TO WS-AL-EOF
                   NOT AT END
                       IF AL-FLIGHT-NUMBER NOT = WS-CHECK-FLIGHT
                           OR AL-FLIGHT-DATE NOT = WS-CHECK-DATE
                           OR AL-SEAT-CLASS NOT = WS-CHECK-CLASS
                           MOVE 'Y' TO WS-AL-EOF
                       ELSE
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING 'DESVIO - VOO ' DELIMITED BY SIZE
                  WS-CHECK-FLIGHT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHECK-DATE DELIMITED BY SIZE
                  ' CLASSE ' DELIMITED BY SIZE
                  WS-CHECK-CLASS DELIMITED BY SIZE
                  ' INVENTARIO ' DELIMITED BY SIZE
                  ' REAL ' DELIMITED BY SIZE
                  WS-DISP-NEW DELIMITED BY SIZE
                  INTO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE WS-CHECK-FLIGHT TO XF-FLIGHT-NUMBER
           MOVE WS-CHECK-DATE   TO XF-FLIGHT-DATE
           PERFORM 7000-RAISE-EXCEPTION.

      ******************************************************************
      *    REESCREVER O INVENTARIO PARA A CONTAGEM REAL, COM A LINHA
      ******************************************************************
       2400-FIX-INVENTORY.
           MOVE WS-CHECK-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-CHECK-DATE   TO SI-FLIGHT-DATE
           MOVE WS-CHECK-CLASS  TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY

           MOVE ZERO            TO AT-TICKET
           MOVE WS-CHECK-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-CHECK-DATE   TO AT-FLIGHT-DATE
           MOVE 'SEATFX'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
                  ' -> ' DELIMITED BY SIZE
                  WS-DISP-NEW DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
                       MOVE 'Y' TO WS-SA-EOF
                   NOT AT END
                       MOVE SA-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                       MOVE SA-FLIGHT-DATE   TO PM-FLIGHT-DATE
                       MOVE SA-TICKET        TO PM-TICKET
                       READ PASSENGER-MASTER-FILE
                           INVALID KEY
           STRING 'ATRIBUICAO SEM PASSAGEIRO - VOO '
                  DELIMITED BY SIZE
                  SA-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SA-FLIGHT-DATE DELIMITED BY SIZE
                  ' LUGAR ' DELIMITED BY SIZE
                  SA-SEAT-NUMBER DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  SA-TICKET DELIMITED BY SIZE
                  INTO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE SA-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE SA-FLIGHT-DATE   TO XF-FLIGHT-DATE
           MOVE SA-TICKET        TO XF-TICKET
           PERFORM 7000-RAISE-EXCEPTION.

      ******************************************************************
      *    PASSAGEIROS COM LUGAR FISICO DE CLASSE DIFERENTE DA SUA
               NOT AT END
                   IF PM-SEAT-NUMBER NOT = SPACES
                       MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                       MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
                       READ FLIGHT-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO FM-AIRCRAFT-TYPE
           MOVE SPACES TO AUDIT-REPORT-RECORD
           STRING 'LUGAR DE CLASSE ERRADA - VOO ' DELIMITED BY SIZE
                  PM-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-FLIGHT-DATE DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  PM-TICKET DELIMITED BY SIZE
                  ' LUGAR ' DELIMITED BY SIZE
                  PM-SEAT DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE PM-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO XF-FLIGHT-DATE
           MOVE PM-TICKET        TO XF-TICKET
           PERFORM 7000-RAISE-EXCEPTION.

      ******************************************************************
      *    CADA DESVIO SEGUE TAMBEM PARA O REGISTO CENTRAL DE EXCECOES
      *    (EXCFEED), A CARGO DO INVENTARIO - MESMO COM 'FIX', PARA SE
      *    PERCEBER PORQUE DERIVOU. O CHAMADOR PREENCHE VOO, DATA E
      *    BILHETE; A DESCRICAO E A LINHA ACABADA DE GRAVAR
      ******************************************************************
       7000-RAISE-EXCEPTION.
           MOVE 'SEATAUD'           TO XF-SOURCE-JOB
           MOVE AUDIT-REPORT-RECORD TO XF-DESCRIPTION
           MOVE 'INVENTARIO'        TO XF-OWNER-TEAM
           MOVE WS-RUN-DATE         TO XF-RAISED-DATE
           MOVE WS-RUN-TIME         TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

       8000-WRITE-TOTALS.
           MOVE WS-CLASSES-CHECKED   TO WS-DISP-CHECKED
