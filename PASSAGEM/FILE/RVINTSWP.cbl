       IDENTIFICATION DIVISION.
       PROGRAM-ID. RVINTSWP.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    RVINTSWP - VARRIMENTO NOTURNO DE INTEGRIDADE DE RECEITA.
      *    LUGARES PRESOS POR RESERVAS QUE NUNCA VAO VOAR NAO APARECEM
      *    EM NENHUM CONTROLO: O VOO PARECE CHEIO E O LUGAR SO VOLTA
      *    NO NO-SHOW. ESTE JOB PERCORRE O MESTRE DE PASSAGEIROS (SO
      *    RESERVAS VIVAS - B, C, H - DE VOOS DE HOJE EM DIANTE) E O
      *    REGISTO DE OPCOES EXPIRADAS DO HOLDSWP (HOLDEXP, O
      *    COMPLEMENTO DOS REGISTOS HOLDEX DA TRILHA DE AUDITORIA) E
      *    PROCURA:
      *    - D: O MESMO NOME E DOCUMENTO DE VIAGEM DUAS VEZES NO MESMO
      *      VOO E DATA (FICA MARCADA A SEGUNDA RESERVA)
      *    - S: O MESMO PASSAGEIRO EM DOIS VOOS QUE PARTEM NO MESMO
      *      DIA COM MENOS DE WS-SAME-TIME-MINUTES ENTRE AS HORAS DE
      *      PARTIDA DO MESTRE DE VOOS
      *    - F: NOMES FICTICIOS (TABELA WS-FAKE-NAMES)
      *    - H: O MESMO CONTACTO (E-MAIL, OU TELEFONE SEM E-MAIL) COM
      *      WS-CHURN-THRESHOLD OU MAIS OPCOES EXPIRADAS NOS ULTIMOS
      *      WS-CHURN-DAYS DIAS E NENHUMA RESERVA CONFIRMADA NO MESTRE
      *    O MESMO PASSAGEIRO E O MESMO NOME+DOCUMENTO; SEM DOCUMENTO,
      *    O MESMO CLIENTE (PM-CUSTOMER-ID). BEBES E PESSOAL EM
      *    STANDBY FICAM DE FORA (VIAJAM AO COLO / LISTAM-SE EM VARIOS
      *    VOOS POR NATUREZA).
      *    CADA SUSPEITA NOVA VAI PARA A LISTA DE REVISAO (REVINTQ) E
      *    E DECIDIDA PELO ANALISTA NO RVINTREV.cbl; O QUE JA ESTA NA
      *    LISTA, EM QUALQUER ESTADO, NAO E REPETIDO. O REGISTO DE
      *    OPCOES EXPIRADAS E REESCRITO SO COM AS DA JANELA.
      *    PARAMETRO OPCIONAL: DATA DE REFERENCIA AAAAMMDD (POR
      *    OMISSAO, A DATA DE HOJE). RC 2 COM SUSPEITAS NOVAS
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

           SELECT OPTIONAL HOLD-EXPIRY-FILE ASSIGN TO
               "PASSAGEM/FILE/hold-expiry-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPIRY-STATUS.

           SELECT OPTIONAL REVINT-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/revenue-integrity-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO
               "PASSAGEM/FILE/rvintsort.tmp".

       DATA DIVISION.
       FILE SECTION.
       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD HOLD-EXPIRY-FILE.
           COPY HOLDEXP.

       FD REVINT-QUEUE-FILE.
           COPY REVINTQ.

      *    RESERVAS VIVAS ORDENADAS POR PASSAGEIRO E HORA DE PARTIDA:
      *    AS DUPLICADAS E AS SOBREPOSTAS FICAM SEGUIDAS
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-IDENTITY           PIC X(24).
           05 SR-DEP-DATE           PIC X(8).
           05 SR-DEP-TIME           PIC 9(4).
           05 SR-FLIGHT-NUMBER      PIC X(6).
           05 SR-TICKET             PIC 9(4).
           05 SR-TICKET-NUMBER      PIC 9(13).
           05 SR-NAME               PIC X(14).
           05 SR-DOC-NUMBER         PIC X(9).
           05 SR-PHONE              PIC X(15).
           05 SR-EMAIL              PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-EXPIRY-STATUS      PIC X(2).
       01 WS-QUEUE-STATUS       PIC X(2).

       01 WS-REFERENCE-PARM     PIC X(8).
       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).

      ******************************************************************
      *    LIMIARES DO VARRIMENTO
      ******************************************************************
       01 WS-CHURN-DAYS         PIC 9(3) VALUE 90.
       01 WS-CHURN-THRESHOLD    PIC 9(2) VALUE 3.
       01 WS-SAME-TIME-MINUTES  PIC 9(3) VALUE 60.

      ******************************************************************
      *    NOMES FICTICIOS: BASTA O NOME CONTER UM DELES. NOME (14) E
      *    COMPRIMENTO (2) POR ENTRADA
      ******************************************************************
       01 WS-FAKE-NAME-VALUES.
           05 FILLER PIC X(16) VALUE 'TEST          04'.
           05 FILLER PIC X(16) VALUE 'MICKEY MOUSE  12'.
           05 FILLER PIC X(16) VALUE 'DONALD DUCK   11'.
           05 FILLER PIC X(16) VALUE 'DUMMY         05'.
           05 FILLER PIC X(16) VALUE 'FULANO        06'.
           05 FILLER PIC X(16) VALUE 'CICRANO       07'.
           05 FILLER PIC X(16) VALUE 'ASDF          04'.
           05 FILLER PIC X(16) VALUE 'QWERTY        06'.
           05 FILLER PIC X(16) VALUE 'XXX           03'.
       01 WS-FAKE-NAMES REDEFINES WS-FAKE-NAME-VALUES.
           05 WS-FAKE-ENTRY OCCURS 9 TIMES.
               10 WS-FAKE-NAME      PIC X(14).
               10 WS-FAKE-LEN       PIC 9(2).
       01 WS-FAKE-IDX           PIC 9(2).
       01 WS-FAKE-HITS          PIC 9(2).

      ******************************************************************
      *    SUSPEITAS JA NA LISTA (QUALQUER ESTADO), PARA NAO AS REPETIR.
      *    NAS OPCOES EXPIRADAS A CHAVE E O CONTACTO
      ******************************************************************
       01 WS-KNOWN-TABLE.
           05 WS-KNOWN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-KNOWN-ENTRY OCCURS 2000 TIMES.
               10 WS-KN-RULE        PIC X(1).
               10 WS-KN-FLIGHT      PIC X(6).
               10 WS-KN-DATE        PIC X(8).
               10 WS-KN-TICKET      PIC 9(4).
               10 WS-KN-CONTACT     PIC X(40).
           05 WS-KNOWN-IDX          PIC 9(4).
       01 WS-KNOWN-FOUND        PIC X(1).
           88 B-KNOWN-FOUND     VALUE 'Y'.
       01 WS-KNOWN-OVERFLOW     PIC X(1) VALUE 'N'.
           88 B-KNOWN-OVERFLOW  VALUE 'Y'.

      ******************************************************************
      *    OPCOES EXPIRADAS DA JANELA (REESCRITAS NO FIM) E CONTAGEM
      *    POR CONTACTO
      ******************************************************************
       01 WS-EXPIRY-TABLE.
           05 WS-EXP-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-EXP-ENTRY OCCURS 2000 TIMES PIC X(103).
           05 WS-EXP-IDX            PIC 9(4).
       01 WS-EXPIRY-EOF         PIC X(1) VALUE 'N'.
           88 B-EXPIRY-EOF      VALUE 'Y'.
       01 WS-EXPIRY-OVERFLOW    PIC X(1) VALUE 'N'.
           88 B-EXPIRY-OVERFLOW VALUE 'Y'.
       01 WS-EXPIRY-AGE         PIC S9(6).

       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-CONTACT-ENTRY OCCURS 500 TIMES.
               10 WS-CT-KEY         PIC X(40).
               10 WS-CT-PHONE       PIC X(15).
               10 WS-CT-EMAIL       PIC X(40).
               10 WS-CT-EXPIRED     PIC 9(3).
               10 WS-CT-CONFIRMED   PIC X(1).
               10 WS-CT-FLIGHT      PIC X(6).
               10 WS-CT-DATE        PIC X(8).
               10 WS-CT-TICKET      PIC 9(4).
               10 WS-CT-NAME        PIC X(14).
           05 WS-CONTACT-IDX        PIC 9(3).
       01 WS-CONTACT-KEY        PIC X(40).

       01 WS-EOF-FLAGS.
           05 WS-QUEUE-EOF          PIC X(1) VALUE 'N'.
               88 B-QUEUE-EOF       VALUE 'Y'.
           05 WS-PM-EOF             PIC X(1).
               88 B-PM-EOF          VALUE 'Y'.
           05 WS-SORT-EOF           PIC X(1).
               88 B-SORT-EOF        VALUE 'Y'.

      *    ULTIMO VOO LIDO NO MESTRE (O MESTRE DE PASSAGEIROS VEM POR
      *    VOO+DATA, UMA LEITURA POR PARTIDA CHEGA)
       01 WS-FM-CACHE.
           05 WS-FM-CACHE-KEY       PIC X(14) VALUE SPACES.
           05 WS-FM-CACHE-TIME      PIC 9(4) VALUE ZERO.

       01 WS-PREVIOUS.
           05 WS-PREV-IDENTITY      PIC X(24).
           05 WS-PREV-DEP-DATE      PIC X(8).
           05 WS-PREV-DEP-TIME      PIC 9(4).
           05 WS-PREV-FLIGHT        PIC X(6).
           05 WS-PREV-TICKET        PIC 9(4).
       01 WS-MINUTES-WORK.
           05 WS-PREV-MINUTES       PIC 9(4).
           05 WS-CURR-MINUTES       PIC 9(4).
           05 WS-GAP-MINUTES        PIC 9(4).

       01 WS-SWEEP-TOTALS.
           05 WS-SCANNED-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-DUPLICATE-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-SAME-TIME-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-FAKE-COUNT         PIC 9(4) VALUE ZERO.
           05 WS-CHURN-COUNT        PIC 9(4) VALUE ZERO.
           05 WS-NEW-COUNT          PIC 9(4) VALUE ZERO.
           05 WS-DISP-SCANNED       PIC Z(5)9.
           05 WS-DISP-COUNT         PIC Z(3)9.

       01 WS-RETURN-CODE            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-REFERENCE-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           IF WS-REFERENCE-PARM NOT = SPACES
               AND WS-REFERENCE-PARM IS NUMERIC
               MOVE WS-REFERENCE-PARM TO WS-RUN-DATE
           ELSE
               MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           END-IF

           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-KNOWN-ENTRIES
           PERFORM 1200-LOAD-HOLD-EXPIRIES

           OPEN EXTEND REVINT-QUEUE-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-IDENTITY
                                SR-DEP-DATE
                                SR-DEP-TIME
                                SR-FLIGHT-NUMBER
                                SR-TICKET
               INPUT PROCEDURE IS 2000-SORT-INPUT
               OUTPUT PROCEDURE IS 3000-SORT-OUTPUT

           PERFORM 4000-CHURNED-CONTACTS
               VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT

           CLOSE REVINT-QUEUE-FILE
                 PASSENGER-MASTER-FILE
                 FLIGHT-MASTER-FILE

           PERFORM 5000-REWRITE-HOLD-EXPIRIES

           PERFORM 9000-DISPLAY-TOTALS

           IF WS-NEW-COUNT > ZERO
               AND WS-RETURN-CODE < 2
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT PASSENGER-MASTER-FILE
                INPUT FLIGHT-MASTER-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               OR WS-FLIGHT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - PM "
                       WS-PASSENGER-STATUS " FM " WS-FLIGHT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    SUSPEITAS JA LISTADAS EM NOITES ANTERIORES: PENDENTES OU JA
      *    DECIDIDAS, NENHUMA VOLTA A ENTRAR
      ******************************************************************
       1100-LOAD-KNOWN-ENTRIES.
           OPEN INPUT REVINT-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               AND WS-QUEUE-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR A LISTA DE REVISAO: "
                       WS-QUEUE-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL B-QUEUE-EOF
               READ REVINT-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WS-QUEUE-EOF
                   NOT AT END
                       PERFORM 1110-REMEMBER-ENTRY
               END-READ
           END-PERFORM
           CLOSE REVINT-QUEUE-FILE.

       1110-REMEMBER-ENTRY.
           IF WS-KNOWN-COUNT NOT < 2000
               MOVE 'Y' TO WS-KNOWN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KNOWN-COUNT
           MOVE RV-RULE          TO WS-KN-RULE(WS-KNOWN-COUNT)
           MOVE RV-FLIGHT-NUMBER TO WS-KN-FLIGHT(WS-KNOWN-COUNT)
           MOVE RV-FLIGHT-DATE   TO WS-KN-DATE(WS-KNOWN-COUNT)
           MOVE RV-TICKET        TO WS-KN-TICKET(WS-KNOWN-COUNT)
           IF B-RV-HOLD-CHURN
               IF RV-EMAIL NOT = SPACES
                   MOVE RV-EMAIL TO WS-KN-CONTACT(WS-KNOWN-COUNT)
               ELSE
                   MOVE RV-PHONE TO WS-KN-CONTACT(WS-KNOWN-COUNT)
               END-IF
           ELSE
               MOVE SPACES TO WS-KN-CONTACT(WS-KNOWN-COUNT)
           END-IF.

      ******************************************************************
      *    OPCOES EXPIRADAS NOS ULTIMOS WS-CHURN-DAYS DIAS, CONTADAS
      *    POR CONTACTO. AS MAIS ANTIGAS JA NAO CONTAM E SAEM DO
      *    REGISTO NA REESCRITA
      ******************************************************************
       1200-LOAD-HOLD-EXPIRIES.
           OPEN INPUT HOLD-EXPIRY-FILE
           PERFORM UNTIL B-EXPIRY-EOF
               READ HOLD-EXPIRY-FILE
                   AT END
                       MOVE 'Y' TO WS-EXPIRY-EOF
                   NOT AT END
                       PERFORM 1210-KEEP-HOLD-EXPIRY
               END-READ
           END-PERFORM
           CLOSE HOLD-EXPIRY-FILE.

       1210-KEEP-HOLD-EXPIRY.
           IF HX-EXPIRY-DATE NOT NUMERIC
               OR HX-EXPIRY-DATE = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-EXPIRY-AGE =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(HX-EXPIRY-DATE)
           IF WS-EXPIRY-AGE > WS-CHURN-DAYS
               EXIT PARAGRAPH
           END-IF

           IF WS-EXP-COUNT < 2000
               ADD 1 TO WS-EXP-COUNT
               MOVE HOLD-EXPIRY-RECORD TO WS-EXP-ENTRY(WS-EXP-COUNT)
           ELSE
               MOVE 'Y' TO WS-EXPIRY-OVERFLOW
           END-IF

           IF HX-EMAIL NOT = SPACES
               MOVE HX-EMAIL TO WS-CONTACT-KEY
           ELSE
               MOVE HX-PHONE TO WS-CONTACT-KEY
           END-IF
           IF WS-CONTACT-KEY = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
               IF WS-CT-KEY(WS-CONTACT-IDX) = WS-CONTACT-KEY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CONTACT-IDX > WS-CONTACT-COUNT
               IF WS-CONTACT-COUNT NOT < 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONTACT-COUNT
               MOVE WS-CONTACT-COUNT TO WS-CONTACT-IDX
               MOVE WS-CONTACT-KEY TO WS-CT-KEY(WS-CONTACT-IDX)
               MOVE ZERO           TO WS-CT-EXPIRED(WS-CONTACT-IDX)
               MOVE 'N'            TO WS-CT-CONFIRMED(WS-CONTACT-IDX)
           END-IF

           ADD 1 TO WS-CT-EXPIRED(WS-CONTACT-IDX)
           MOVE HX-PHONE         TO WS-CT-PHONE(WS-CONTACT-IDX)
           MOVE HX-EMAIL         TO WS-CT-EMAIL(WS-CONTACT-IDX)
           MOVE HX-FLIGHT-NUMBER TO WS-CT-FLIGHT(WS-CONTACT-IDX)
           MOVE HX-FLIGHT-DATE   TO WS-CT-DATE(WS-CONTACT-IDX)
           MOVE HX-TICKET        TO WS-CT-TICKET(WS-CONTACT-IDX)
           MOVE HX-NAME          TO WS-CT-NAME(WS-CONTACT-IDX).

      ******************************************************************
      *    PERCORRER O MESTRE: CADA RESERVA QUE NAO E OPCAO CONFIRMA O
      *    SEU CONTACTO; AS RESERVAS VIVAS DE VOOS FUTUROS SAO
      *    VERIFICADAS CONTRA OS NOMES FICTICIOS E SEGUEM PARA A
      *    ORDENACAO PELO PASSAGEIRO
      ******************************************************************
       2000-SORT-INPUT.
           MOVE SPACE TO WS-PM-EOF
           MOVE LOW-VALUES TO PM-FLIGHT-TICKET-KEY
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
           PERFORM UNTIL B-PM-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       PERFORM 2100-EXAMINE-BOOKING
               END-READ
           END-PERFORM.

       2100-EXAMINE-BOOKING.
           IF NOT B-PM-HELD-OPT
               AND WS-CONTACT-COUNT > ZERO
               PERFORM 2200-MARK-CONTACT-CONFIRMED
           END-IF

           IF NOT B-PM-BOOKED
               AND NOT B-PM-CHECKED-IN
               AND NOT B-PM-HELD-OPT
               EXIT PARAGRAPH
           END-IF
           IF PM-FLIGHT-DATE < WS-RUN-DATE-X
               EXIT PARAGRAPH
           END-IF
           IF B-PM-INFANT OR B-PM-STAFF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCANNED-COUNT

           PERFORM 2300-CHECK-FAKE-NAME

           MOVE SPACES TO SORT-RECORD
           IF PM-DOC-NUMBER NOT = SPACES
               STRING 'D' DELIMITED BY SIZE
                      PM-NAME DELIMITED BY SIZE
                      PM-DOC-NUMBER DELIMITED BY SIZE
                      INTO SR-IDENTITY
           ELSE
               IF PM-CUSTOMER-ID NUMERIC
                   AND PM-CUSTOMER-ID > ZERO
                   STRING 'C' DELIMITED BY SIZE
                          PM-CUSTOMER-ID DELIMITED BY SIZE
                          INTO SR-IDENTITY
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 2400-DEPARTURE-TIME
           MOVE PM-FLIGHT-DATE   TO SR-DEP-DATE
           MOVE WS-FM-CACHE-TIME TO SR-DEP-TIME
           MOVE PM-FLIGHT-NUMBER TO SR-FLIGHT-NUMBER
           MOVE PM-TICKET        TO SR-TICKET
           MOVE PM-TICKET-NUMBER TO SR-TICKET-NUMBER
           MOVE PM-NAME          TO SR-NAME
           MOVE PM-DOC-NUMBER    TO SR-DOC-NUMBER
           MOVE PM-PHONE         TO SR-PHONE
           MOVE PM-EMAIL         TO SR-EMAIL
           RELEASE SORT-RECORD.

       2200-MARK-CONTACT-CONFIRMED.
           PERFORM VARYING WS-CONTACT-IDX FROM 1 BY 1
               UNTIL WS-CONTACT-IDX > WS-CONTACT-COUNT
               IF (PM-EMAIL NOT = SPACES
                   AND PM-EMAIL = WS-CT-EMAIL(WS-CONTACT-IDX))
                   OR (PM-PHONE NOT = SPACES
                   AND PM-PHONE = WS-CT-PHONE(WS-CONTACT-IDX))
                   MOVE 'Y' TO WS-CT-CONFIRMED(WS-CONTACT-IDX)
               END-IF
           END-PERFORM.

       2300-CHECK-FAKE-NAME.
           PERFORM VARYING WS-FAKE-IDX FROM 1 BY 1
               UNTIL WS-FAKE-IDX > 9
               MOVE ZERO TO WS-FAKE-HITS
               INSPECT PM-NAME TALLYING WS-FAKE-HITS
                   FOR ALL WS-FAKE-NAME(WS-FAKE-IDX)
                               (1:WS-FAKE-LEN(WS-FAKE-IDX))
               IF WS-FAKE-HITS > ZERO
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FAKE-HITS = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REVINT-QUEUE-RECORD
           MOVE SPACES           TO WS-CONTACT-KEY
           MOVE 'F'              TO RV-RULE
           MOVE PM-FLIGHT-NUMBER TO RV-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO RV-FLIGHT-DATE
           MOVE PM-TICKET        TO RV-TICKET
           MOVE PM-TICKET-NUMBER TO RV-TICKET-NUMBER
           MOVE PM-NAME          TO RV-NAME
           MOVE PM-DOC-NUMBER    TO RV-DOC-NUMBER
           MOVE ZERO             TO RV-OTHER-TICKET
           MOVE ZERO             TO RV-COUNT
           MOVE PM-PHONE         TO RV-PHONE
           MOVE PM-EMAIL         TO RV-EMAIL
           PERFORM 6000-ADD-TO-QUEUE
           IF B-KNOWN-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FAKE-COUNT.

      *    HORA DE PARTIDA PREVISTA DO VOO+DATA (ZERO SE O VOO JA NAO
      *    ESTA NO MESTRE OU AINDA NAO TEM HORA)
       2400-DEPARTURE-TIME.
           IF PM-FLIGHT-NUMBER = WS-FM-CACHE-KEY(1:6)
               AND PM-FLIGHT-DATE = WS-FM-CACHE-KEY(7:8)
               EXIT PARAGRAPH
           END-IF
           MOVE PM-FLIGHT-NUMBER TO WS-FM-CACHE-KEY(1:6)
           MOVE PM-FLIGHT-DATE   TO WS-FM-CACHE-KEY(7:8)
           MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-FM-CACHE-TIME
               NOT INVALID KEY
                   IF FM-DEPARTURE-TIME NUMERIC
                       MOVE FM-DEPARTURE-TIME TO WS-FM-CACHE-TIME
                   ELSE
                       MOVE ZERO TO WS-FM-CACHE-TIME
                   END-IF
           END-READ.

      ******************************************************************
      *    RESERVAS DO MESMO PASSAGEIRO SEGUIDAS: MESMO VOO E DATA E
      *    DUPLICADA; OUTRO VOO NO MESMO DIA A MENOS DE
      *    WS-SAME-TIME-MINUTES E SOBREPOSTA (SO COM AS DUAS HORAS
      *    CONHECIDAS). FICA MARCADA A RESERVA QUE VEM DEPOIS
      ******************************************************************
       3000-SORT-OUTPUT.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-PREVIOUS
           PERFORM UNTIL B-SORT-EOF
               RETURN SORT-WORK-FILE INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SR-IDENTITY = WS-PREV-IDENTITY
                           PERFORM 3100-COMPARE-WITH-PREVIOUS
                       END-IF
                       MOVE SR-IDENTITY      TO WS-PREV-IDENTITY
                       MOVE SR-DEP-DATE      TO WS-PREV-DEP-DATE
                       MOVE SR-DEP-TIME      TO WS-PREV-DEP-TIME
                       MOVE SR-FLIGHT-NUMBER TO WS-PREV-FLIGHT
                       MOVE SR-TICKET        TO WS-PREV-TICKET
               END-RETURN
           END-PERFORM.

       3100-COMPARE-WITH-PREVIOUS.
           MOVE SPACES TO REVINT-QUEUE-RECORD
           MOVE SPACES TO WS-CONTACT-KEY
           IF SR-FLIGHT-NUMBER = WS-PREV-FLIGHT
               AND SR-DEP-DATE = WS-PREV-DEP-DATE
               MOVE 'D' TO RV-RULE
           ELSE
               IF SR-DEP-DATE NOT = WS-PREV-DEP-DATE
                   OR SR-DEP-TIME = ZERO
                   OR WS-PREV-DEP-TIME = ZERO
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PREV-MINUTES =
                   (WS-PREV-DEP-TIME / 100) * 60
                   + FUNCTION MOD(WS-PREV-DEP-TIME, 100)
               COMPUTE WS-CURR-MINUTES =
                   (SR-DEP-TIME / 100) * 60
                   + FUNCTION MOD(SR-DEP-TIME, 100)
               COMPUTE WS-GAP-MINUTES =
                   WS-CURR-MINUTES - WS-PREV-MINUTES
               IF WS-GAP-MINUTES NOT < WS-SAME-TIME-MINUTES
                   EXIT PARAGRAPH
               END-IF
               MOVE 'S' TO RV-RULE
           END-IF

           MOVE SR-FLIGHT-NUMBER TO RV-FLIGHT-NUMBER
           MOVE SR-DEP-DATE      TO RV-FLIGHT-DATE
           MOVE SR-TICKET        TO RV-TICKET
           MOVE SR-TICKET-NUMBER TO RV-TICKET-NUMBER
           MOVE SR-NAME          TO RV-NAME
           MOVE SR-DOC-NUMBER    TO RV-DOC-NUMBER
           MOVE WS-PREV-FLIGHT   TO RV-OTHER-FLIGHT
           MOVE WS-PREV-DEP-DATE TO RV-OTHER-DATE
           MOVE WS-PREV-TICKET   TO RV-OTHER-TICKET
           MOVE ZERO             TO RV-COUNT
           MOVE SR-PHONE         TO RV-PHONE
           MOVE SR-EMAIL         TO RV-EMAIL
           PERFORM 6000-ADD-TO-QUEUE
           IF B-KNOWN-FOUND
               EXIT PARAGRAPH
           END-IF
           IF B-RV-DUPLICATE
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               ADD 1 TO WS-SAME-TIME-COUNT
           END-IF.

      ******************************************************************
      *    CONTACTOS QUE SO FAZEM OPCOES: WS-CHURN-THRESHOLD OU MAIS
      *    EXPIRADAS NA JANELA E NENHUMA RESERVA CONFIRMADA NO MESTRE.
      *    O LUGAR JA FOI LIBERTADO PELO HOLDSWP - A LINHA SERVE PARA O
      *    ANALISTA CONHECER O PADRAO, NAO HA NADA A CANCELAR
      ******************************************************************
       4000-CHURNED-CONTACTS.
           IF WS-CT-EXPIRED(WS-CONTACT-IDX) < WS-CHURN-THRESHOLD
               OR WS-CT-CONFIRMED(WS-CONTACT-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REVINT-QUEUE-RECORD
           MOVE 'H'                            TO RV-RULE
           MOVE WS-CT-FLIGHT(WS-CONTACT-IDX)   TO RV-FLIGHT-NUMBER
           MOVE WS-CT-DATE(WS-CONTACT-IDX)     TO RV-FLIGHT-DATE
           MOVE WS-CT-TICKET(WS-CONTACT-IDX)   TO RV-TICKET
           MOVE ZERO                           TO RV-TICKET-NUMBER
           MOVE WS-CT-NAME(WS-CONTACT-IDX)     TO RV-NAME
           MOVE ZERO                           TO RV-OTHER-TICKET
           MOVE WS-CT-EXPIRED(WS-CONTACT-IDX)  TO RV-COUNT
           MOVE WS-CT-PHONE(WS-CONTACT-IDX)    TO RV-PHONE
           MOVE WS-CT-EMAIL(WS-CONTACT-IDX)    TO RV-EMAIL
           MOVE WS-CT-KEY(WS-CONTACT-IDX)      TO WS-CONTACT-KEY
           PERFORM 6000-ADD-TO-QUEUE
           IF B-KNOWN-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHURN-COUNT.

      ******************************************************************
      *    O REGISTO DE OPCOES EXPIRADAS FICA SO COM A JANELA. SE A
      *    JANELA NAO COUBE NA TABELA O FICHEIRO FICA COMO ESTAVA
      ******************************************************************
       5000-REWRITE-HOLD-EXPIRIES.
           IF B-EXPIRY-OVERFLOW
               DISPLAY "REGISTO DE OPCOES EXPIRADAS COM MAIS DE 2000 "
                       "LINHAS NA JANELA - FICHEIRO INTACTO"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HOLD-EXPIRY-FILE
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
               UNTIL WS-EXP-IDX > WS-EXP-COUNT
               MOVE WS-EXP-ENTRY(WS-EXP-IDX) TO HOLD-EXPIRY-RECORD
               WRITE HOLD-EXPIRY-RECORD
           END-PERFORM
           CLOSE HOLD-EXPIRY-FILE.

      ******************************************************************
      *    ACRESCENTAR A SUSPEITA A LISTA, SALVO SE JA LA ESTIVER
      *    (B-KNOWN-FOUND DEVOLVIDO A QUEM CHAMA). NA REGRA H A CHAVE E
      *    O CONTACTO (WS-CONTACT-KEY)
      ******************************************************************
       6000-ADD-TO-QUEUE.
           MOVE 'N' TO WS-KNOWN-FOUND
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
               IF WS-KN-RULE(WS-KNOWN-IDX) = RV-RULE
                   IF B-RV-HOLD-CHURN
                       IF WS-KN-CONTACT(WS-KNOWN-IDX) = WS-CONTACT-KEY
                           MOVE 'Y' TO WS-KNOWN-FOUND
                           EXIT PERFORM
                       END-IF
                   ELSE
                       IF WS-KN-FLIGHT(WS-KNOWN-IDX) = RV-FLIGHT-NUMBER
                           AND WS-KN-DATE(WS-KNOWN-IDX) = RV-FLIGHT-DATE
                           AND WS-KN-TICKET(WS-KNOWN-IDX) = RV-TICKET
                           MOVE 'Y' TO WS-KNOWN-FOUND
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF B-KNOWN-FOUND
               EXIT PARAGRAPH
           END-IF

           MOVE 'P'         TO RV-STATUS
           MOVE ZERO        TO RV-DECISION-DATE
           MOVE SPACES      TO RV-DECISION-OPER
           MOVE WS-RUN-DATE TO RV-RUN-DATE
           WRITE REVINT-QUEUE-RECORD
           ADD 1 TO WS-NEW-COUNT

           IF WS-KNOWN-COUNT < 2000
               ADD 1 TO WS-KNOWN-COUNT
               MOVE RV-RULE          TO WS-KN-RULE(WS-KNOWN-COUNT)
               MOVE RV-FLIGHT-NUMBER TO WS-KN-FLIGHT(WS-KNOWN-COUNT)
               MOVE RV-FLIGHT-DATE   TO WS-KN-DATE(WS-KNOWN-COUNT)
               MOVE RV-TICKET        TO WS-KN-TICKET(WS-KNOWN-COUNT)
               MOVE WS-CONTACT-KEY   TO WS-KN-CONTACT(WS-KNOWN-COUNT)
           END-IF.

       9000-DISPLAY-TOTALS.
           MOVE WS-SCANNED-COUNT TO WS-DISP-SCANNED
           DISPLAY "VARRIMENTO DE INTEGRIDADE DE RECEITA - "
                   WS-DISP-SCANNED " RESERVA(S) VIVA(S) VERIFICADA(S)"
           MOVE WS-DUPLICATE-COUNT TO WS-DISP-COUNT
           DISPLAY "  RESERVAS DUPLICADAS NO MESMO VOO ..... "
                   WS-DISP-COUNT
           MOVE WS-SAME-TIME-COUNT TO WS-DISP-COUNT
           DISPLAY "  PASSAGEIRO EM VOOS A MESMA HORA ..... "
                   WS-DISP-COUNT
           MOVE WS-FAKE-COUNT TO WS-DISP-COUNT
           DISPLAY "  NOMES FICTICIOS ..................... "
                   WS-DISP-COUNT
           MOVE WS-CHURN-COUNT TO WS-DISP-COUNT
           DISPLAY "  CONTACTOS COM OPCOES SEMPRE EXPIRADAS "
                   WS-DISP-COUNT
           MOVE WS-NEW-COUNT TO WS-DISP-COUNT
           DISPLAY "  SUSPEITAS NOVAS NA LISTA DE REVISAO . "
                   WS-DISP-COUNT
           IF B-KNOWN-OVERFLOW
               DISPLAY "LISTA DE REVISAO COM MAIS DE 2000 LINHAS - "
                       "AS MAIS RECENTES PODEM SER REPETIDAS"
               MOVE 2 TO WS-RETURN-CODE
           END-IF.
