      *    PELO DAYCLOSE.cbl, PARA RESPONDER A PERGUNTAS COMO "QUANTO
      *    PAGOU O BILHETE 0300 EM MARCO" SEM RESTAURAR FICHEIROS.
      *    PARAMETRO: NUMERO DO BILHETE (E OPCIONALMENTE O VOO, PARA
      *    DESAMBIGUAR BILHETES REUTILIZADOS EM VOOS DIFERENTES, E A
      *    DATA DO VOO AAAAMMDD, PARA AS VARIAS DATAS DO MESMO VOO).
      *    APENAS LEITURA - NAO TOCA EM NENHUM MESTRE.
      *    COM O CATALOGO DO ARQUIVO (archive-catalog.dat, MANTIDO
      *    PELO DAYCLOSE) A CONSULTA VAI DIRETA AS POSICOES DO
      *    BILHETE EM VEZ DE VARRER O HISTORICO INTEIRO - QUE JA
      *    LEVAVA MINUTOS E PIORAVA TODOS OS DIAS. SEM CATALOGO (OU
      *    SEM ENTRADAS PARA O BILHETE, ARQUIVOS ANTERIORES AO
      *    CATALOGO) VALE O VARRIMENTO COMPLETO DE SEMPRE.
      *    CADA REGISTO ENCONTRADO SAI COM OS PAGAMENTOS DO BILHETE
      *    GUARDADOS NO ARMAZEM DOS DIARIOS (journal-store.dat), COM A
      *    MARCA DE CHARGEBACK - SEM ARMAZEM SAI SO O REGISTO
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS AC-TICKET-FLIGHT-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPTIONAL JOURNAL-STORE-FILE ASSIGN TO
               "PASSAGEM/FILE/journal-store.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JS-STORE-KEY
               ALTERNATE RECORD KEY IS JS-AUTH-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PASSENGER-HISTORY-FILE.
       01 PASSENGER-HISTORY-RECORD.
           05 PH-CLOSE-DATE         PIC 9(8).
           05 PH-PASSENGER-DATA     PIC X(400).

       FD ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD JOURNAL-STORE-FILE.
           COPY JRNSTORE.

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS     PIC X(2).
       01 WS-CATALOG-STATUS     PIC X(2).
       01 WS-STORE-STATUS       PIC X(2).
       01 WS-STORE-EOF          PIC X(1).
           88 B-STORE-EOF       VALUE 'Y'.

      *    PAGAMENTO DESDOBRADO DA IMAGEM GUARDADA NO ARMAZEM
           COPY PAYJRNL.

      ******************************************************************
      *    POSICOES DO BILHETE NO HISTORICO, VINDAS DO CATALOGO, PARA
           ==PASSENGER-MASTER-RECORD== BY ==HIST-PASSENGER==
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

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-INQ-TICKET         PIC X(4).
       01 WS-INQ-FLIGHT         PIC X(6).
       01 WS-INQ-DATE           PIC X(8).

       01 WS-HISTORY-EOF        PIC X(1) VALUE 'N'.
           88 B-HISTORY-EOF     VALUE 'Y'.
       01 WS-MATCH-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-DISP-MATCHES       PIC Z(3)9.
       01 WS-DISP-PAID          PIC Z(5)9,99.
       01 WS-DISPUTE-TEXT       PIC X(11).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.


       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-INQ-FLIGHT WS-INQ-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-INQ-TICKET WS-INQ-FLIGHT WS-INQ-DATE

           IF WS-INQ-TICKET = SPACES
               DISPLAY "FALTA O NUMERO DO BILHETE NA LINHA DE COMANDO"
               STOP RUN
           END-IF

           OPEN INPUT JOURNAL-STORE-FILE

      *    PRIMEIRO O CATALOGO: COM ENTRADAS PARA O BILHETE, A
      *    PASSAGEM PELO HISTORICO SO PARA NAS POSICOES CERTAS
           PERFORM 1500-LOOKUP-CATALOG
               PERFORM 2000-SCAN-ONE-RECORD UNTIL B-HISTORY-EOF
           END-IF
           CLOSE PASSENGER-HISTORY-FILE
           IF WS-STORE-STATUS = '00'
               CLOSE JOURNAL-STORE-FILE
           END-IF

           MOVE WS-MATCH-COUNT TO WS-DISP-MATCHES
           DISPLAY "REGISTOS ENCONTRADOS NO HISTORICO: "
           MOVE SPACE TO WS-CAT-EOF
           MOVE WS-INQ-TICKET TO AC-TICKET
           MOVE LOW-VALUES    TO AC-FLIGHT-NUMBER
           MOVE LOW-VALUES    TO AC-FLIGHT-DATE
           MOVE ZERO          TO AC-CLOSE-DATE
           START ARCHIVE-CATALOG-FILE KEY >= AC-TICKET-FLIGHT-KEY
               INVALID KEY
                       ELSE
                           IF (WS-INQ-FLIGHT = SPACES
                               OR AC-FLIGHT-NUMBER = WS-INQ-FLIGHT)
                               AND (WS-INQ-DATE = SPACES
                               OR AC-FLIGHT-DATE = WS-INQ-DATE)
                               AND WS-CH-COUNT < 100
                               ADD 1 TO WS-CH-COUNT
                               MOVE AC-SEQUENCE TO
                   IF HP-TICKET = WS-INQ-TICKET
                       AND (WS-INQ-FLIGHT = SPACES
                           OR HP-FLIGHT-NUMBER = WS-INQ-FLIGHT)
                       AND (WS-INQ-DATE = SPACES
                           OR HP-FLIGHT-DATE = WS-INQ-DATE)
                       PERFORM 2100-DISPLAY-MATCH
                   END-IF
           END-READ.
           MOVE HP-TOTAL-PAID TO WS-DISP-PAID
           DISPLAY "FECHO " PH-CLOSE-DATE
                   " VOO " HP-FLIGHT-NUMBER
                   " DE " HP-FLIGHT-DATE
                   " BILHETE " HP-TICKET
                   " " HP-NAME
                   " PAGOU " WS-DISP-PAID " EUROS"
           IF WS-STORE-STATUS = '00'
               PERFORM 2200-SHOW-STORE-PAYMENTS
           END-IF.

      ******************************************************************
      *    PAGAMENTOS DESTE VOO+DATA+BILHETE NO ARMAZEM DOS DIARIOS
      ******************************************************************
       2200-SHOW-STORE-PAYMENTS.
           MOVE 'N' TO WS-STORE-EOF
           MOVE HP-FLIGHT-NUMBER TO JS-FLIGHT-NUMBER
           MOVE HP-TICKET        TO JS-TICKET
           MOVE ZERO             TO JS-EVENT-DATE
           MOVE ZERO             TO JS-EVENT-TIME
           MOVE LOW-VALUES       TO JS-SOURCE
           MOVE ZERO             TO JS-BUSINESS-DATE
           MOVE ZERO             TO JS-SOURCE-SEQ
           START JOURNAL-STORE-FILE KEY >= JS-STORE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STORE-EOF
           END-START
           PERFORM UNTIL B-STORE-EOF
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF JS-FLIGHT-NUMBER NOT = HP-FLIGHT-NUMBER
                           OR JS-TICKET NOT = HP-TICKET
                           MOVE 'Y' TO WS-STORE-EOF
                       ELSE
                           IF B-JS-PAYMENT
                               AND JS-FLIGHT-DATE = HP-FLIGHT-DATE
                               MOVE JS-DATA TO PAYMENT-JOURNAL-RECORD
                               MOVE PJ-AMOUNT TO WS-DISP-PAID
                               MOVE SPACES TO WS-DISPUTE-TEXT
                               IF B-PJ-DISPUTED
                                   MOVE 'CONTESTADO' TO WS-DISPUTE-TEXT
                               END-IF
                               DISPLAY "    PAGAMENTO " PJ-RUN-DATE
                                       " MEIO " PJ-PAY-METHOD
                                       " AUT " PJ-AUTH-REF
                                       " VALOR " WS-DISP-PAID " "
                                       WS-DISPUTE-TEXT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
