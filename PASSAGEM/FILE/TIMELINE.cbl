      *    - OS MOVIMENTOS FINANCEIROS DO EXTRATO DIARIO (SEM
      *      CARIMBO PROPRIO, DAI SAIREM EM SECCAO A PARTE)
      *    LE AS CONCATENACOES DE PERIODO (PERIOD-AUDIT.TXT, ...)
      *    PREPARADAS PELO FECHO DO MES, COMO OS OUTROS RELATORIOS DE
      *    PERIODO - OS EXTRATOS NOTURNOS SAO LIMPOS A CADA NOITE E
      *    SO CONTAM A ULTIMA NOITE DA VIDA DO BILHETE.
      *    COM O ARMAZEM DOS DIARIOS (journal-store.dat, CARREGADO
      *    PELO JRNLOAD NA CADEIA NOTURNA) A CONSULTA VAI DIRETA AOS
      *    REGISTOS DO BILHETE, JA POR ORDEM DE DATA/HORA, E APANHA
      *    TAMBEM O PERIODO AINDA ABERTO; SEM ARMAZEM (OU SEM
      *    ENTRADAS PARA O BILHETE) VALE A LEITURA DAS CONCATENACOES.
      *    PARAMETROS: <VOO> <BILHETE> [<DATA>]. SEM DATA (AAAAMMDD)
      *    JUNTA O BILHETE EM TODAS AS DATAS DO VOO. APENAS LEITURA
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/period-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD AUDIT-FILE.
       FD DAILY-SALES-FILE.
           COPY DAILYSAL.

       FD JOURNAL-STORE-FILE.
           COPY JRNSTORE.

       WORKING-STORAGE SECTION.
       01 WS-STORE-STATUS       PIC X(2).
       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-INQ-FLIGHT         PIC X(6).
       01 WS-INQ-TICKET         PIC X(4).
       01 WS-INQ-DATE           PIC X(8).

      ******************************************************************
      *    EVENTOS RECOLHIDOS DAS VARIAS FONTES, ORDENADOS NO FIM
               88 B-JOURNAL-EOF     VALUE 'Y'.
           05 WS-SALES-EOF          PIC X(1) VALUE 'N'.
               88 B-SALES-EOF       VALUE 'Y'.
           05 WS-STORE-EOF          PIC X(1).
               88 B-STORE-EOF       VALUE 'Y'.

      *    REGISTOS DO BILHETE ENCONTRADOS NO ARMAZEM (ZERO = LER AS
      *    CONCATENACOES DE PERIODO)
       01 WS-STORE-HITS         PIC 9(5) VALUE ZERO.

       01 WS-DISPLAY-WORK.
           05 WS-DISP-AMOUNT        PIC Z(5)9,99.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-INQ-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-INQ-FLIGHT WS-INQ-TICKET WS-INQ-DATE

           IF WS-INQ-FLIGHT = SPACES OR WS-INQ-TICKET = SPACES
               DISPLAY "PARAMETROS: <VOO> <BILHETE> [<DATA>]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0500-COLLECT-FROM-STORE
           IF WS-STORE-HITS = ZERO
               PERFORM 1000-COLLECT-AUDIT-EVENTS
               PERFORM 2000-COLLECT-PAYMENT-EVENTS
               PERFORM 3000-COLLECT-JOURNAL-EVENTS
           END-IF

           IF B-EV-OVERFLOW
               DISPLAY "MAIS DE 200 EVENTOS - CRONOLOGIA TRUNCADA"
           END-IF

           DISPLAY "===== CRONOLOGIA DO BILHETE " WS-INQ-TICKET
                   " NO VOO " WS-INQ-FLIGHT " " WS-INQ-DATE " ====="
           PERFORM 4000-PRINT-SORTED-EVENTS
           PERFORM 5000-PRINT-SALES-MOVEMENTS
           IF WS-STORE-STATUS = '00'
               CLOSE JOURNAL-STORE-FILE
           END-IF
           STOP RUN.

      ******************************************************************
      *    PRIMEIRO O ARMAZEM: OS REGISTOS DO VOO+BILHETE SEGUIDOS,
      *    CADA UM DESDOBRADO NO LAYOUT DA SUA ORIGEM E GUARDADO PELOS
      *    MESMOS PARAGRAFOS DA LEITURA DOS FICHEIROS. AS VENDAS FICAM
      *    PARA A SECCAO DO EXTRATO
      ******************************************************************
       0500-COLLECT-FROM-STORE.
           OPEN INPUT JOURNAL-STORE-FILE
           IF WS-STORE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 0600-START-STORE
           PERFORM UNTIL B-STORE-EOF
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF JS-FLIGHT-NUMBER NOT = WS-INQ-FLIGHT
                           OR JS-TICKET NOT = WS-INQ-TICKET
                           MOVE 'Y' TO WS-STORE-EOF
                       ELSE
                           ADD 1 TO WS-STORE-HITS
                           IF WS-INQ-DATE = SPACES
                               OR JS-FLIGHT-DATE = WS-INQ-DATE
                               EVALUATE TRUE
                                   WHEN B-JS-AUDIT
                                       MOVE JS-DATA TO
                                           AUDIT-TRAIL-RECORD
                                       PERFORM 1100-STORE-AUDIT-EVENT
                                   WHEN B-JS-PAYMENT
                                       MOVE JS-DATA TO
                                           PAYMENT-JOURNAL-RECORD
                                       PERFORM
                                           2100-STORE-PAYMENT-EVENT
                                   WHEN B-JS-JOURNAL
                                       MOVE JS-DATA TO JOURNAL-RECORD
                                       PERFORM
                                           3100-STORE-JOURNAL-EVENT
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0600-START-STORE.
           MOVE 'N' TO WS-STORE-EOF
           MOVE WS-INQ-FLIGHT TO JS-FLIGHT-NUMBER
           MOVE WS-INQ-TICKET TO JS-TICKET
           MOVE ZERO          TO JS-EVENT-DATE
           MOVE ZERO          TO JS-EVENT-TIME
           MOVE LOW-VALUES    TO JS-SOURCE
           MOVE ZERO          TO JS-BUSINESS-DATE
           MOVE ZERO          TO JS-SOURCE-SEQ
           START JOURNAL-STORE-FILE KEY >= JS-STORE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STORE-EOF
           END-START.

       1000-COLLECT-AUDIT-EVENTS.
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL B-AUDIT-EOF
                   NOT AT END
                       IF AT-FLIGHT-NUMBER = WS-INQ-FLIGHT
                           AND AT-TICKET = WS-INQ-TICKET
                           AND (WS-INQ-DATE = SPACES
                                OR AT-FLIGHT-DATE = WS-INQ-DATE)
                           PERFORM 1100-STORE-AUDIT-EVENT
                       END-IF
               END-READ
                   NOT AT END
                       IF PJ-FLIGHT-NUMBER = WS-INQ-FLIGHT
                           AND PJ-TICKET = WS-INQ-TICKET
                           AND (WS-INQ-DATE = SPACES
                                OR PJ-FLIGHT-DATE = WS-INQ-DATE)
                           PERFORM 2100-STORE-PAYMENT-EVENT
                       END-IF
               END-READ
                   NOT AT END
                       IF JN-FILE-ID = 'PM'
                           AND JN-KEY(1:6) = WS-INQ-FLIGHT
                           AND JN-KEY(15:4) = WS-INQ-TICKET
                           AND (WS-INQ-DATE = SPACES
                                OR JN-KEY(7:8) = WS-INQ-DATE)
                           PERFORM 3100-STORE-JOURNAL-EVENT
                       END-IF
               END-READ
      ******************************************************************
       5000-PRINT-SALES-MOVEMENTS.
           DISPLAY "----- MOVIMENTOS DO EXTRATO DIARIO -----"
           IF WS-STORE-HITS > ZERO
               PERFORM 5100-SALES-FROM-STORE
               IF WS-SALES-LINES = ZERO
                   DISPLAY "SEM MOVIMENTOS NO EXTRATO"
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DAILY-SALES-FILE
           PERFORM UNTIL B-SALES-EOF
               READ DAILY-SALES-FILE
                   NOT AT END
                       IF DS-FLIGHT-NUMBER = WS-INQ-FLIGHT
                           AND DS-TICKET = WS-INQ-TICKET
                           AND (WS-INQ-DATE = SPACES
                                OR DS-FLIGHT-DATE = WS-INQ-DATE)
                           ADD 1 TO WS-SALES-LINES
                           MOVE DS-TICKET-TOTAL TO WS-DISP-AMOUNT
                           DISPLAY "MOVIMENTO " DS-TXN-CODE
           IF WS-SALES-LINES = ZERO
               DISPLAY "SEM MOVIMENTOS NO EXTRATO DESTA NOITE"
           END-IF.

      *    NO ARMAZEM AS VENDAS ESTAO NA DATA DE NEGOCIO DA NOITE QUE
      *    AS GRAVOU, PELA ORDEM DO EXTRATO
       5100-SALES-FROM-STORE.
           PERFORM 0600-START-STORE
           PERFORM UNTIL B-STORE-EOF
               READ JOURNAL-STORE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-STORE-EOF
                   NOT AT END
                       IF JS-FLIGHT-NUMBER NOT = WS-INQ-FLIGHT
                           OR JS-TICKET NOT = WS-INQ-TICKET
                           MOVE 'Y' TO WS-STORE-EOF
                       ELSE
                           IF B-JS-SALES
                               AND (WS-INQ-DATE = SPACES
                                    OR JS-FLIGHT-DATE = WS-INQ-DATE)
                               MOVE JS-DATA TO DAILY-SALES-RECORD
                               ADD 1 TO WS-SALES-LINES
                               MOVE DS-TICKET-TOTAL TO WS-DISP-AMOUNT
                               DISPLAY "MOVIMENTO " DS-TXN-CODE
                                       "  VALOR " WS-DISP-AMOUNT
                                       "  CANAL " DS-CHANNEL-CODE
                                       "  NOITE " JS-BUSINESS-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
