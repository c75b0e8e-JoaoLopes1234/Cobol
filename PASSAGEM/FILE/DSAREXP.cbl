      *    - MESTRE DE PASSAGEIROS E ARQUIVO DO DAYCLOSE
      *    - ETIQUETAS DE BAGAGEM, DIARIO DE PAGAMENTOS E TRILHA DE
      *      AUDITORIA DAS RESERVAS ENCONTRADAS (PELAS CONCATENACOES
      *      DE PERIODO PREPARADAS PELO FECHO DO MES - OS EXTRATOS
      *      NOTURNOS SO COBREM A ULTIMA NOITE; COM O ARMAZEM DOS
      *      DIARIOS, journal-store.dat, VAI DIRETO AOS REGISTOS DE
      *      CADA RESERVA E SO SEM ELE LE AS CONCATENACOES)
      *    - MESTRE DE FIDELIZACAO, FILA DE RETIDOS DA SEGURANCA E
      *      EXTRATO DE NOTIFICACOES
      *    - CONSENTIMENTOS ATUAIS E HISTORICO DAS MUDANCAS DOS
      *      EMAILS E TELEFONES DAS RESERVAS ENCONTRADAS (REGISTO DE
      *      CONSENTIMENTOS E O SEU DIARIO)
      *    E PRODUZ UM RELATORIO ESTRUTURADO UNICO (dsar-export.txt),
      *    OU A CONFIRMACAO DE "SEM DADOS" QUANDO NADA EXISTE. CADA
      *    EXPORTACAO FICA ELA PROPRIA NA TRILHA DE AUDITORIA.
               "PASSAGEM/FILE/period-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL JOURNAL-STORE-FILE ASSIGN TO
               "PASSAGEM/FILE/journal-store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-STORE-KEY
               ALTERNATE RECORD KEY IS JS-AUTH-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.

           SELECT OPTIONAL HELD-QUEUE-FILE ASSIGN TO
               "PASSAGEM/FILE/held-review-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               "PASSAGEM/FILE/notification-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONSENT-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-CONSENT-STATUS.

           SELECT OPTIONAL CONSENT-LOG-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/dsar-export.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD LOYALTY-MASTER-FILE.
           COPY LOYMAST.
       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

      *    O REGISTO DA TRILHA TEM 113 BYTES, OS ULTIMOS 27 DO SELO
      *    (VER AUDITTRL); A VISTA PLANA EVITA O CONFLITO DE NOMES COM
      *    O COPY AUDITTRL DO LADO DE ESCRITA (AUDIT-OUT-FILE)
       FD AUDIT-IN-FILE.
       01 AUDIT-IN-RECORD           PIC X(120).

       FD HELD-QUEUE-FILE.
           COPY HELDQ.
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD       PIC X(160).

       FD CONSENT-REGISTER-FILE.
           COPY CONSENT.

       FD CONSENT-LOG-FILE.
           COPY CONSLOG.

       FD EXPORT-FILE.
       01 EXPORT-RECORD             PIC X(160).

       FD AUDIT-OUT-FILE.
           COPY AUDITTRL.

       FD JOURNAL-STORE-FILE.
           COPY JRNSTORE.

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-LOYALTY-STATUS     PIC X(2).
       01 WS-STORE-STATUS       PIC X(2).
       01 WS-CONSENT-STATUS     PIC X(2).

      *    A TRILHA E LIDA COMO TEXTO CORRIDO PARA A PESQUISA; OS
      *    CAMPOS FIXOS DO INICIO (BILHETE+VOO) SAO CORTADOS A MAO.
      *    O SELO NAO E DADO DO TITULAR E NAO SAI NA EXPORTACAO
       01 WS-AUDIT-VIEW.
           05 WS-AV-DATA.
               10 WS-AV-TICKET      PIC X(4).
               10 WS-AV-FLIGHT      PIC X(6).
               10 WS-AV-REST        PIC X(68).
               10 WS-AV-FLIGHT-DATE PIC X(8).
           05 WS-AV-SEAL            PIC X(34).

       01 WS-COMMAND-LINE       PIC X(40).
       01 WS-PARM-1             PIC X(20).
           05 WS-MT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-MT-ENTRY OCCURS 100 TIMES.
               10 WS-MT-FLIGHT      PIC X(6).
               10 WS-MT-DATE        PIC X(8).
               10 WS-MT-TICKET      PIC 9(4).
           05 WS-MT-IDX             PIC 9(3).

      *    EMAILS (E) E TELEFONES (T) DAS RESERVAS ENCONTRADAS, SEM
      *    REPETIDOS, PARA A PASSAGEM PELOS CONSENTIMENTOS
       01 WS-CONTACT-TABLE.
           05 WS-CT-COUNT           PIC 9(2) VALUE ZERO.
           05 WS-CT-ENTRY OCCURS 20 TIMES.
               10 WS-CT-TYPE        PIC X(1).
               10 WS-CT-VALUE       PIC X(40).
           05 WS-CT-IDX             PIC 9(2).
           05 WS-CT-NEW-TYPE        PIC X(1).
           05 WS-CT-NEW-VALUE       PIC X(40).
           05 WS-CT-FOUND           PIC X(1).
               88 B-CT-FOUND        VALUE 'Y'.

       01 WS-CONSENT-WORK.
           05 WS-CN-IDX             PIC 9(1).
           05 WS-CN-NAMES           PIC X(36) VALUE
               'OPERACIONAL FIDELIZACAO MARKETING   '.
           05 WS-CN-NAME-TABLE REDEFINES WS-CN-NAMES.
               10 WS-CN-NAME        PIC X(12) OCCURS 3 TIMES.
           05 WS-CV-EOF             PIC X(1) VALUE 'N'.
               88 B-CV-EOF          VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-PM-EOF             PIC X(1) VALUE 'N'.
               88 B-PM-EOF          VALUE 'Y'.
               88 B-HQ-EOF          VALUE 'Y'.
           05 WS-NT-EOF             PIC X(1) VALUE 'N'.
               88 B-NT-EOF          VALUE 'Y'.
           05 WS-JS-EOF             PIC X(1).
               88 B-JS-EOF          VALUE 'Y'.

      *    REGISTOS DA RESERVA NO ARMAZEM DOS DIARIOS (ZERO = LER AS
      *    CONCATENACOES DE PERIODO)
       01 WS-STORE-WORK.
           05 WS-STORE-OPEN         PIC X(1) VALUE 'N'.
               88 B-STORE-OPEN      VALUE 'Y'.
           05 WS-STORE-HITS         PIC 9(5).
           05 WS-STORE-SOURCE       PIC X(2).

       01 WS-EXPORT-WORK.
           05 WS-HIT-COUNT          PIC 9(2).
           ==PM-FLIGHT-TICKET-KEY== BY ==HP-FLIGHT-TICKET-KEY==
           ==PM-TICKET== BY ==HP-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==HP-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==HP-FLIGHT-DATE==
           ==PM-NAME== BY ==HP-NAME==
           ==PM-AGE== BY ==HP-AGE==
           ==PM-NATIONALITY== BY ==HP-NATIONALITY==
           ==PM-FARE-BRAND== BY ==HP-FARE-BRAND==
           ==PM-PAX-TYPE== BY ==HP-PAX-TYPE==
           ==B-PM-INFANT== BY ==B-HP-INFANT==
           ==B-PM-STAFF== BY ==B-HP-STAFF==
           ==PM-ADULT-TICKET== BY ==HP-ADULT-TICKET==
           ==PM-UM-CONTACT-NAME== BY ==HP-UM-CONTACT-NAME==
           ==PM-UM-CONTACT-PHONE== BY ==HP-UM-CONTACT-PHONE==
           ==PM-DOC-EXPIRY== BY ==HP-DOC-EXPIRY==
           ==PM-DOC-ISSUE-CTRY== BY ==HP-DOC-ISSUE-CTRY==
           ==PM-DISPUTE-FLAG== BY ==HP-DISPUTE-FLAG==
           ==B-PM-DISPUTED== BY ==B-HP-DISPUTED==
           ==PM-TICKET-NUMBER== BY ==HP-TICKET-NUMBER==
           ==PM-STAFF-PRIORITY== BY ==HP-STAFF-PRIORITY==
           ==PM-STAFF-HIRE-DATE== BY ==HP-STAFF-HIRE-DATE==
           ==PM-CUSTOMER-ID== BY ==HP-CUSTOMER-ID==.

       PROCEDURE DIVISION.

           PERFORM 4000-EXPORT-LOYALTY
           PERFORM 5000-EXPORT-HELD-QUEUE
           PERFORM 6000-EXPORT-NOTIFICATIONS
           PERFORM 7000-EXPORT-CONSENTS

           IF NOT B-FOUND-ANY
               MOVE 'NENHUM DADO PESSOAL GUARDADO SOBRE ESTA PESSOA'
           IF WS-MT-COUNT < 100
               ADD 1 TO WS-MT-COUNT
               MOVE PM-FLIGHT-NUMBER TO WS-MT-FLIGHT(WS-MT-COUNT)
               MOVE PM-FLIGHT-DATE   TO WS-MT-DATE(WS-MT-COUNT)
               MOVE PM-TICKET        TO WS-MT-TICKET(WS-MT-COUNT)
           END-IF

           MOVE SPACES TO EXPORT-RECORD
           STRING 'RESERVA EM LINHA: VOO ' DELIMITED BY SIZE
                  PM-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  PM-FLIGHT-DATE DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  PM-TICKET DELIMITED BY SIZE
                  ' NOME ' DELIMITED BY SIZE
                  '  FIDELIZACAO ' DELIMITED BY SIZE
                  PM-LOYALTY-ID DELIMITED BY SIZE
                  INTO EXPORT-RECORD
           WRITE EXPORT-RECORD

           MOVE 'E'      TO WS-CT-NEW-TYPE
           MOVE PM-EMAIL TO WS-CT-NEW-VALUE
           PERFORM 1300-REMEMBER-CONTACT
           MOVE 'T'      TO WS-CT-NEW-TYPE
           MOVE PM-PHONE TO WS-CT-NEW-VALUE
           PERFORM 1300-REMEMBER-CONTACT.

       1300-REMEMBER-CONTACT.
           IF WS-CT-NEW-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT OR B-CT-FOUND
               IF WS-CT-TYPE(WS-CT-IDX) = WS-CT-NEW-TYPE
                   AND WS-CT-VALUE(WS-CT-IDX) = WS-CT-NEW-VALUE
                   MOVE 'Y' TO WS-CT-FOUND
               END-IF
           END-PERFORM
           IF NOT B-CT-FOUND AND WS-CT-COUNT < 20
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-NEW-TYPE  TO WS-CT-TYPE(WS-CT-COUNT)
               MOVE WS-CT-NEW-VALUE TO WS-CT-VALUE(WS-CT-COUNT)
           END-IF.

       2000-EXPORT-ARCHIVES.
           OPEN INPUT PASSENGER-HISTORY-FILE
                           ADD 1 TO WS-MT-COUNT
                           MOVE HP-FLIGHT-NUMBER TO
                               WS-MT-FLIGHT(WS-MT-COUNT)
                           MOVE HP-FLIGHT-DATE TO
                               WS-MT-DATE(WS-MT-COUNT)
                           MOVE HP-TICKET TO
                               WS-MT-TICKET(WS-MT-COUNT)
                       END-IF
                              PH-CLOSE-DATE DELIMITED BY SIZE
                              '): VOO ' DELIMITED BY SIZE
                              HP-FLIGHT-NUMBER DELIMITED BY SIZE
                              ' DE ' DELIMITED BY SIZE
                              HP-FLIGHT-DATE DELIMITED BY SIZE
                              ' BILHETE ' DELIMITED BY SIZE
                              HP-TICKET DELIMITED BY SIZE
                              ' NOME ' DELIMITED BY SIZE
                              HP-STATUS DELIMITED BY SIZE
                              INTO EXPORT-RECORD
                       WRITE EXPORT-RECORD
                       MOVE 'E'      TO WS-CT-NEW-TYPE
                       MOVE HP-EMAIL TO WS-CT-NEW-VALUE
                       PERFORM 1300-REMEMBER-CONTACT
                       MOVE 'T'      TO WS-CT-NEW-TYPE
                       MOVE HP-PHONE TO WS-CT-NEW-VALUE
                       PERFORM 1300-REMEMBER-CONTACT
                   END-IF
           END-READ.

      *    PAGAMENTOS E REGISTOS DE AUDITORIA
      ******************************************************************
       3000-EXPORT-BOOKING-TRAILS.
           OPEN INPUT JOURNAL-STORE-FILE
           IF WS-STORE-STATUS = '00'
               MOVE 'Y' TO WS-STORE-OPEN
           END-IF
           PERFORM 3100-EXPORT-ONE-TRAIL
               VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
           IF B-STORE-OPEN
               CLOSE JOURNAL-STORE-FILE
           END-IF.

       3100-EXPORT-ONE-TRAIL.
           OPEN INPUT BAG-TAG-FILE
           MOVE SPACE TO WS-BT-EOF
           MOVE WS-MT-FLIGHT(WS-MT-IDX) TO BT-FLIGHT-NUMBER
           MOVE WS-MT-DATE(WS-MT-IDX)   TO BT-FLIGHT-DATE
           MOVE WS-MT-TICKET(WS-MT-IDX) TO BT-TICKET
           MOVE ZERO TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT =
                           WS-MT-FLIGHT(WS-MT-IDX)
                           OR BT-FLIGHT-DATE NOT =
                               WS-MT-DATE(WS-MT-IDX)
                           OR BT-TICKET NOT =
                               WS-MT-TICKET(WS-MT-IDX)
                           MOVE 'Y' TO WS-BT-EOF
           END-PERFORM
           CLOSE BAG-TAG-FILE

           MOVE ZERO TO WS-STORE-HITS
           IF B-STORE-OPEN
               MOVE 'PJ' TO WS-STORE-SOURCE
               PERFORM 3200-TRAIL-FROM-STORE
               MOVE 'AT' TO WS-STORE-SOURCE
               PERFORM 3200-TRAIL-FROM-STORE
           END-IF
           IF WS-STORE-HITS = ZERO
               PERFORM 3300-TRAIL-FROM-PERIOD-FILES
           END-IF.

      ******************************************************************
      *    PAGAMENTOS E DEPOIS AUDITORIA DA RESERVA, DIRETO DO
      *    ARMAZEM (UMA PASSAGEM POR ORIGEM, PARA O RELATORIO SAIR
      *    AGRUPADO COMO SEMPRE)
      ******************************************************************
       3200-TRAIL-FROM-STORE.
           MOVE 'N' TO WS-JS-EOF
           MOVE WS-MT-FLIGHT(WS-MT-IDX) TO JS-FLIGHT-NUMBER
           MOVE WS-MT-TICKET(WS-MT-IDX) TO JS-TICKET
           MOVE ZERO       TO JS-EVENT-DATE
           MOVE ZERO       TO JS-EVENT-TIME
           MOVE LOW-VALUES TO JS-SOURCE
           MOVE ZERO       TO JS-BUSINESS-DATE
           MOVE ZERO       TO JS-SOURCE-SEQ
           START JOURNAL-STORE-FILE KEY >= JS-STORE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JS-EOF
           END-START
           PERFORM UNTIL B-JS-EOF
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-JS-EOF
                   NOT AT END
                       IF JS-FLIGHT-NUMBER NOT =
                           WS-MT-FLIGHT(WS-MT-IDX)
                           OR JS-TICKET NOT = WS-MT-TICKET(WS-MT-IDX)
                           MOVE 'Y' TO WS-JS-EOF
                       ELSE
                           ADD 1 TO WS-STORE-HITS
                           IF JS-SOURCE = WS-STORE-SOURCE
                               AND (JS-FLIGHT-DATE = SPACES
                               OR JS-FLIGHT-DATE =
                                   WS-MT-DATE(WS-MT-IDX))
                               PERFORM 3210-EXPORT-STORE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3210-EXPORT-STORE-RECORD.
           MOVE SPACES TO EXPORT-RECORD
           IF B-JS-PAYMENT
               MOVE JS-DATA TO PAYMENT-JOURNAL-RECORD
               MOVE PJ-AMOUNT TO WS-DISP-PAID
               STRING '  PAGAMENTO ' DELIMITED BY SIZE
                      PJ-RUN-DATE DELIMITED BY SIZE
                      ' MEIO ' DELIMITED BY SIZE
                      PJ-PAY-METHOD DELIMITED BY SIZE
                      ' VALOR ' DELIMITED BY SIZE
                      WS-DISP-PAID DELIMITED BY SIZE
                      INTO EXPORT-RECORD
           ELSE
               MOVE JS-DATA TO WS-AUDIT-VIEW
               STRING '  AUDITORIA: ' DELIMITED BY SIZE
                      WS-AV-DATA DELIMITED BY SIZE
                      INTO EXPORT-RECORD
           END-IF
           WRITE EXPORT-RECORD.

      ******************************************************************
      *    SEM ARMAZEM (OU SEM REGISTOS DA RESERVA NELE): AS
      *    CONCATENACOES DE PERIODO DE PONTA A PONTA
      ******************************************************************
       3300-TRAIL-FROM-PERIOD-FILES.
           MOVE 'N' TO WS-PJ-EOF
           OPEN INPUT PAYMENT-JOURNAL-FILE
           PERFORM UNTIL B-PJ-EOF
                       IF PJ-FLIGHT-NUMBER =
                           WS-MT-FLIGHT(WS-MT-IDX)
                           AND PJ-TICKET = WS-MT-TICKET(WS-MT-IDX)
                           AND (PJ-FLIGHT-DATE = SPACES
                           OR PJ-FLIGHT-DATE = WS-MT-DATE(WS-MT-IDX))
                           MOVE PJ-AMOUNT TO WS-DISP-PAID
                           MOVE SPACES TO EXPORT-RECORD
                           STRING '  PAGAMENTO ' DELIMITED BY SIZE
                   AT END
                       MOVE 'Y' TO WS-AUD-EOF
                   NOT AT END
                       MOVE AUDIT-IN-RECORD TO WS-AUDIT-VIEW
                       IF WS-AV-TICKET = WS-MT-TICKET(WS-MT-IDX)
                           AND WS-AV-FLIGHT =
                               WS-MT-FLIGHT(WS-MT-IDX)
                           AND (WS-AV-FLIGHT-DATE = SPACES
                           OR WS-AV-FLIGHT-DATE =
                               WS-MT-DATE(WS-MT-IDX))
                           MOVE SPACES TO EXPORT-RECORD
                           STRING '  AUDITORIA: ' DELIMITED BY SIZE
                                  WS-AV-DATA DELIMITED BY SIZE
                                  INTO EXPORT-RECORD
                           WRITE EXPORT-RECORD
                       END-IF
           END-PERFORM
           CLOSE NOTIFICATION-FILE.

      ******************************************************************
      *    CONSENTIMENTOS DOS CONTACTOS DO TITULAR: A AUTORIZACAO
      *    ATUAL DE CADA FINALIDADE NO REGISTO E TODAS AS MUDANCAS
      *    GUARDADAS NO DIARIO DE CONSENTIMENTOS
      ******************************************************************
       7000-EXPORT-CONSENTS.
           IF WS-CT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONSENT-REGISTER-FILE
           IF WS-CONSENT-STATUS = '00'
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                   MOVE WS-CT-TYPE(WS-CT-IDX)  TO CN-CONTACT-TYPE
                   MOVE WS-CT-VALUE(WS-CT-IDX) TO CN-CONTACT-VALUE
                   READ CONSENT-REGISTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 7100-EXPORT-CONSENT-RECORD
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CONSENT-REGISTER-FILE

           OPEN INPUT CONSENT-LOG-FILE
           PERFORM UNTIL B-CV-EOF
               READ CONSENT-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-CV-EOF
                   NOT AT END
                       PERFORM 7200-EXPORT-CONSENT-CHANGE
               END-READ
           END-PERFORM
           CLOSE CONSENT-LOG-FILE.

       7100-EXPORT-CONSENT-RECORD.
           MOVE 'Y' TO WS-FOUND-ANY
           MOVE SPACES TO EXPORT-RECORD
           STRING 'CONSENTIMENTOS DE ' DELIMITED BY SIZE
                  CN-CONTACT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CN-CONTACT-VALUE DELIMITED BY SIZE
                  ' (REGISTADO DESDE ' DELIMITED BY SIZE
                  CN-FIRST-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO EXPORT-RECORD
           WRITE EXPORT-RECORD
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1 UNTIL WS-CN-IDX > 3
               MOVE SPACES TO EXPORT-RECORD
               STRING '  ' DELIMITED BY SIZE
                      WS-CN-NAME(WS-CN-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CN-FLAG(WS-CN-IDX) DELIMITED BY SIZE
                      ' EM ' DELIMITED BY SIZE
                      CN-FLAG-DATE(WS-CN-IDX) DELIMITED BY SIZE
                      ' ORIGEM ' DELIMITED BY SIZE
                      CN-FLAG-SOURCE(WS-CN-IDX) DELIMITED BY SIZE
                      INTO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-PERFORM.

       7200-EXPORT-CONSENT-CHANGE.
           MOVE 'N' TO WS-CT-FOUND
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT OR B-CT-FOUND
               IF WS-CT-TYPE(WS-CT-IDX) = CV-CONTACT-TYPE
                   AND WS-CT-VALUE(WS-CT-IDX) = CV-CONTACT-VALUE
                   MOVE 'Y' TO WS-CT-FOUND
               END-IF
           END-PERFORM
           IF NOT B-CT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FOUND-ANY
           MOVE SPACES TO EXPORT-RECORD
           STRING 'MUDANCA DE CONSENTIMENTO ' DELIMITED BY SIZE
                  CV-LOG-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CV-LOG-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CV-CONTACT-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CV-CONTACT-VALUE DELIMITED BY SIZE
                  ' FINALIDADE ' DELIMITED BY SIZE
                  CV-PURPOSE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CV-OLD-FLAG DELIMITED BY SIZE
                  '->' DELIMITED BY SIZE
                  CV-NEW-FLAG DELIMITED BY SIZE
                  ' ORIGEM ' DELIMITED BY SIZE
                  CV-SOURCE DELIMITED BY SIZE
                  ' REF ' DELIMITED BY SIZE
                  CV-REFERENCE DELIMITED BY SIZE
                  INTO EXPORT-RECORD
           WRITE EXPORT-RECORD.

      ******************************************************************
      *    A PROPRIA EXPORTACAO FICA NA TRILHA DE AUDITORIA: QUEM E
      *    QUANDO EXPORTOU OS DADOS DE QUEM
           OPEN EXTEND AUDIT-OUT-FILE
           MOVE ZERO           TO AT-TICKET
           MOVE SPACES         TO AT-FLIGHT-NUMBER
           MOVE SPACES         TO AT-FLIGHT-DATE
           MOVE 'DSAR'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           STRING 'EXPORTACAO DE ' DELIMITED BY SIZE
                  WS-SEARCH-NAME DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-OUT-FILE.
