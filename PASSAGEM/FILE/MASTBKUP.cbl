       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTBKUP.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    MASTBKUP - MANIFESTO E VERIFICACAO DOS BACKUPS DOS MESTRES
      *    INDEXADOS. O ROLLBACK SO DESFAZ A ULTIMA EXECUCAO A PARTIR
      *    DO DIARIO DE IMAGENS-ANTES; PARA TUDO O RESTO A SAIDA E
      *    REPOR O CONJUNTO DE BACKUP TIRADO NO INICIO DA NOITE PELO
      *    run-passjob.sh. ESTE PROGRAMA PERCORRE CADA MESTRE PELA
      *    CHAVE PRIMARIA E TIRA O NUMERO DE REGISTOS E A PRIMEIRA E A
      *    ULTIMA CHAVE:
      *      MANIFEST <DIR-MESTRES> <DIR-CONJUNTO>
      *        GRAVA <DIR-CONJUNTO>/backup-manifest.txt COM OS
      *        MESTRES EM <DIR-MESTRES> (ANTES DE OS COPIAR)
      *      VERIFY <DIR-MESTRES> <DIR-CONJUNTO>
      *        CONFERE OS MESTRES EM <DIR-MESTRES> CONTRA O MANIFESTO
      *        DO CONJUNTO - A COPIA ACABADA DE TIRAR, O CONJUNTO
      *        ANTES DE SER REPOSTO OU OS MESTRES DEPOIS DA REPOSICAO
      *    A COPIA DOS FICHEIROS E FEITA PELOS SCRIPTS; A LISTA DE
      *    MESTRES E A DESTE PROGRAMA (O MANIFESTO DIZ AOS SCRIPTS O
      *    QUE COPIAR). UM MESTRE NOVO TEM DE SER ACRESCENTADO AQUI.
      *    RC 0 = TUDO CONFERE; RC 8 = MESTRE ILEGIVEL OU DIFERENTE DO
      *    MANIFESTO (O BACKUP NAO SERVE / O CONJUNTO NAO SE REPOE);
      *    RC 1 = PARAMETROS OU MANIFESTO EM FALTA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN USING WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      ******************************************************************
      *    OS MESTRES SAO ABERTOS UM DE CADA VEZ, TODOS PELO MESMO
      *    CAMINHO (DIRETORIO + NOME DO FICHEIRO)
      ******************************************************************
           SELECT FLIGHT-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT SEAT-ASSIGNMENT-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-FLIGHT-SEAT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT BOOKING-GROUP-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-FLIGHT-REF-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT BAG-TAG-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-TAG-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT BAG-IRREG-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BI-TAG-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT ITINERARY-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-JOURNEY-LEG-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT WAITLIST-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-FLIGHT-CLASS-SEQ-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT ALLOTMENT-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-FLIGHT-CLASS-CHN-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT LOYALTY-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MEMBER-ID
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CHANNEL-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHANNEL-CODE
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT TICKET-STOCK-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-CHANNEL-CODE
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT COUNTRY-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-NATIONALITY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT VISA-RULE-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VS-NAT-DEST-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT SEAT-MAP-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-TYPE-SEAT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT AIRPORT-TAX-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-AIRPORT-SEQ-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT ROUTE-DISTANCE-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-ROUTE-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT PROMO-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CODE
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT VOUCHER-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CORP-ACCOUNT-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CORP-LEDGER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT FRAUD-LINK-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-LINK-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT PAYOUT-QUEUE-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-PAYOUT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-DOC-NUMBER
               ALTERNATE RECORD KEY IS IV-TICKET-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT INVOICE-SERIES-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SERIES-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT ARCHIVE-CATALOG-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-TICKET-FLIGHT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT EXCEPTION-REGISTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-ID
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EX-OWNER-TEAM
                   WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT OPERATING-COST-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-COST-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT BUDGET-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-BUDGET-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT FLIGHT-REOPEN-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RO-FLIGHT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT UPGRADE-BID-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UB-BID-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CARGO-BOOKING-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-FLIGHT-AWB-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CUSTOMER-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CU-MATCH-DOC-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-MATCH-EMAIL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-LOYALTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CONSENT-REGISTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT COMPLAINT-CASE-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-ID
               ALTERNATE RECORD KEY IS CS-TICKET-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CS-ASSIGNED-OPER
                   WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT COMPLAINT-NOTE-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-NOTE-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT ANCILLARY-CATALOGUE-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CATALOGUE-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT ANCILLARY-SALES-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-DOC-NUMBER
               ALTERNATE RECORD KEY IS AS-TICKET-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT PARTNER-CARRIER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CARRIER-CODE
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT LOYALTY-PARTNER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PARTNER-CODE
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT GROUP-REQUEST-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GQ-GROUP-REF
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT DISTRIBUTION-MASTER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT HOTEL-BLOCK-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT HOTEL-NIGHT-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HN-KEY
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT CARE-VOUCHER-FILE ASSIGN USING WS-SCAN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-VOUCHER-NUMBER
               FILE STATUS IS WS-SCAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MANIFEST-FILE.
           COPY BKMANIF.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD SEAT-ASSIGNMENT-FILE.
           COPY SEATASGN.

       FD BOOKING-GROUP-FILE.
           COPY BOOKGRP.

       FD BAG-TAG-FILE.
           COPY BAGTAG.

       FD BAG-IRREG-FILE.
           COPY BAGIRREG.

       FD ITINERARY-FILE.
           COPY ITINRY.

       FD WAITLIST-FILE.
           COPY WAITLST.

       FD ALLOTMENT-FILE.
           COPY ALLOTMNT.

       FD LOYALTY-MASTER-FILE.
           COPY LOYMAST.

       FD CHANNEL-MASTER-FILE.
           COPY CHANMAST.

       FD TICKET-STOCK-FILE.
           COPY TKTSTOCK.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD COUNTRY-MASTER-FILE.
           COPY CTRYMAST.

       FD VISA-RULE-FILE.
           COPY VISATBL.

       FD SEAT-MAP-FILE.
           COPY SEATMAP.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD AIRPORT-TAX-FILE.
           COPY TAXTBL.

       FD ROUTE-DISTANCE-FILE.
           COPY ROUTDIST.

       FD PROMO-MASTER-FILE.
           COPY PROMO.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       FD CORP-ACCOUNT-FILE.
           COPY CORPACCT.

       FD CORP-LEDGER-FILE.
           COPY CORPLEDG.

       FD FRAUD-LINK-FILE.
           COPY FRAUDLNK.

       FD PAYOUT-QUEUE-FILE.
           COPY PAYOUTQ.

       FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

       FD INVOICE-SERIES-FILE.
           COPY INVSER.

       FD ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       FD OPERATING-COST-FILE.
           COPY OPCOST.

       FD BUDGET-FILE.
           COPY BUDGET.

       FD FLIGHT-REOPEN-FILE.
           COPY REOPEN.

       FD UPGRADE-BID-FILE.
           COPY UPGBID.

       FD CARGO-BOOKING-FILE.
           COPY CARGO.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD CONSENT-REGISTER-FILE.
           COPY CONSENT.

       FD COMPLAINT-CASE-FILE.
           COPY COMPCASE.

       FD COMPLAINT-NOTE-FILE.
           COPY COMPNOTE.

       FD ANCILLARY-CATALOGUE-FILE.
           COPY ANCCAT.

       FD ANCILLARY-SALES-FILE.
           COPY ANCSALE.

       FD PARTNER-CARRIER-FILE.
           COPY PARTNER.

       FD LOYALTY-PARTNER-FILE.
           COPY LOYPART.

       FD GROUP-REQUEST-FILE.
           COPY GRPREQ.

       FD DISTRIBUTION-MASTER-FILE.
           COPY DISTMAST.

       FD HOTEL-BLOCK-FILE.
           COPY HOTELBLK.

       FD HOTEL-NIGHT-FILE.
           COPY HOTLNGT.

       FD CARE-VOUCHER-FILE.
           COPY CAREVCH.

       WORKING-STORAGE SECTION.
       01 WS-MANIFEST-STATUS    PIC X(2).
       01 WS-SCAN-STATUS        PIC X(2).

       01 WS-COMMAND-LINE       PIC X(256).
       01 WS-PARAMETERS.
           05 WS-RUN-MODE       PIC X(8).
               88 B-MANIFEST-MODE VALUE 'MANIFEST'.
               88 B-VERIFY-MODE   VALUE 'VERIFY'.
           05 WS-SCAN-DIR       PIC X(120).
           05 WS-SET-DIR        PIC X(120).

       01 WS-MANIFEST-PATH      PIC X(160).
       01 WS-SCAN-PATH          PIC X(160).

       01 WS-SET-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-SET-DATE       PIC 9(8).
           05 WS-SET-TIME       PIC 9(6).

      ******************************************************************
      *    RESULTADO DA LEITURA DE UM MESTRE
      ******************************************************************
       01 WS-SCAN-WORK.
           05 WS-SCAN-NAME      PIC X(24).
           05 WS-SCAN-STATE     PIC X(1).
           05 WS-SCAN-COUNT     PIC 9(9).
           05 WS-SCAN-KEY       PIC X(44).
           05 WS-SCAN-FIRST     PIC X(44).
           05 WS-SCAN-LAST      PIC X(44).
           05 WS-SCAN-EOF       PIC X(1).
               88 B-SCAN-EOF    VALUE 'Y'.
           05 WS-SCAN-ERROR     PIC X(1).
               88 B-SCAN-ERROR  VALUE 'Y'.
           05 WS-DISP-COUNT     PIC Z(8)9.

      ******************************************************************
      *    MANIFESTO EM MEMORIA PARA A VERIFICACAO
      ******************************************************************
       01 WS-MANIFEST-TABLE.
           05 WS-MT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-MT-ENTRY OCCURS 60 TIMES.
               10 WS-MT-NAME        PIC X(24).
               10 WS-MT-STATE       PIC X(1).
               10 WS-MT-RECORDS     PIC 9(9).
               10 WS-MT-FIRST       PIC X(44).
               10 WS-MT-LAST        PIC X(44).
               10 WS-MT-SEEN        PIC X(1).
           05 WS-MT-IDX             PIC 9(3).
           05 WS-MT-FOUND           PIC 9(3).

       01 WS-MANIFEST-EOF       PIC X(1) VALUE 'N'.
           88 B-MANIFEST-EOF    VALUE 'Y'.

       01 WS-BACKUP-TOTALS.
           05 WS-FILES-SCANNED  PIC 9(3) VALUE ZERO.
           05 WS-FILES-FAILED   PIC 9(3) VALUE ZERO.
           05 WS-DISP-SCANNED   PIC ZZ9.
           05 WS-DISP-FAILED    PIC ZZ9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-PARAMETERS
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-SCAN-DIR WS-SET-DIR
           END-UNSTRING
           IF NOT B-MANIFEST-MODE AND NOT B-VERIFY-MODE
               OR WS-SCAN-DIR = SPACES OR WS-SET-DIR = SPACES
               DISPLAY "USO: MASTBKUP MANIFEST|VERIFY <DIR-MESTRES> "
                       "<DIR-CONJUNTO>"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-SET-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-SET-TIME

           MOVE SPACES TO WS-MANIFEST-PATH
           STRING WS-SET-DIR DELIMITED BY SPACE
                  '/backup-manifest.txt' DELIMITED BY SIZE
                  INTO WS-MANIFEST-PATH

           IF B-MANIFEST-MODE
               OPEN OUTPUT MANIFEST-FILE
           ELSE
               PERFORM 1000-LOAD-MANIFEST
           END-IF
           IF WS-MANIFEST-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MANIFESTO "
                       WS-MANIFEST-PATH(1:60) " - " WS-MANIFEST-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 3000-SCAN-MASTERS

           IF B-MANIFEST-MODE
               CLOSE MANIFEST-FILE
           ELSE
               PERFORM 4000-CHECK-UNSEEN-ENTRIES
           END-IF

           MOVE WS-FILES-SCANNED TO WS-DISP-SCANNED
           MOVE WS-FILES-FAILED  TO WS-DISP-FAILED
           IF B-MANIFEST-MODE
               DISPLAY "MANIFESTO DO BACKUP: " WS-DISP-SCANNED
                       " MESTRE(S), " WS-DISP-FAILED " ILEGIVEL(EIS)"
           ELSE
               DISPLAY "VERIFICACAO DO CONJUNTO: " WS-DISP-SCANNED
                       " MESTRE(S), " WS-DISP-FAILED
                       " DIFERENTE(S) DO MANIFESTO"
           END-IF
           IF WS-FILES-FAILED > ZERO
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-MANIFEST-EOF
               READ MANIFEST-FILE
                   AT END
                       MOVE 'Y' TO WS-MANIFEST-EOF
                   NOT AT END
                       IF WS-MT-COUNT < 60
                           ADD 1 TO WS-MT-COUNT
                           MOVE BM-FILE-NAME TO
                               WS-MT-NAME(WS-MT-COUNT)
                           MOVE BM-FILE-STATE TO
                               WS-MT-STATE(WS-MT-COUNT)
                           MOVE BM-RECORD-COUNT TO
                               WS-MT-RECORDS(WS-MT-COUNT)
                           MOVE BM-FIRST-KEY TO
                               WS-MT-FIRST(WS-MT-COUNT)
                           MOVE BM-LAST-KEY TO
                               WS-MT-LAST(WS-MT-COUNT)
                           MOVE 'N' TO WS-MT-SEEN(WS-MT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           MOVE '00' TO WS-MANIFEST-STATUS.

       2100-START-SCAN.
           MOVE SPACES TO WS-SCAN-PATH
           STRING WS-SCAN-DIR DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  WS-SCAN-NAME DELIMITED BY SPACE
                  INTO WS-SCAN-PATH
           MOVE 'P'    TO WS-SCAN-STATE
           MOVE ZERO   TO WS-SCAN-COUNT
           MOVE SPACES TO WS-SCAN-FIRST
           MOVE SPACES TO WS-SCAN-LAST
           MOVE 'N'    TO WS-SCAN-EOF
           MOVE 'N'    TO WS-SCAN-ERROR
           ADD 1 TO WS-FILES-SCANNED.

      ******************************************************************
      *    '35' = O FICHEIRO NAO EXISTE (MESTRE OPCIONAL AINDA NUNCA
      *    CRIADO): FICA NO MANIFESTO COMO AUSENTE. QUALQUER OUTRO
      *    ESTADO E UM MESTRE QUE NAO SE CONSEGUE LER
      ******************************************************************
       2200-SCAN-NOT-OPENED.
           IF WS-SCAN-STATUS = '35'
               MOVE 'A' TO WS-SCAN-STATE
           ELSE
               DISPLAY "MESTRE " WS-SCAN-NAME " NAO ABRE - ESTADO "
                       WS-SCAN-STATUS
               MOVE 'Y' TO WS-SCAN-ERROR
           END-IF
           PERFORM 2400-END-SCAN.

       2300-COUNT-RECORD.
           ADD 1 TO WS-SCAN-COUNT
           IF WS-SCAN-COUNT = 1
               MOVE WS-SCAN-KEY TO WS-SCAN-FIRST
           END-IF
           MOVE WS-SCAN-KEY TO WS-SCAN-LAST.

       2350-CHECK-READ-STATUS.
           IF WS-SCAN-STATUS NOT = '00' AND NOT = '02'
               AND NOT = '10'
               DISPLAY "MESTRE " WS-SCAN-NAME " ERRO DE LEITURA - "
                       "ESTADO " WS-SCAN-STATUS
               MOVE 'Y' TO WS-SCAN-ERROR
               MOVE 'Y' TO WS-SCAN-EOF
           END-IF.

      ******************************************************************
      *    FIM DE UM MESTRE: NO MODO MANIFEST GRAVA A LINHA, NO MODO
      *    VERIFY CONFERE-A CONTRA A LINHA DO MANIFESTO
      ******************************************************************
       2400-END-SCAN.
           IF B-SCAN-ERROR
               ADD 1 TO WS-FILES-FAILED
               EXIT PARAGRAPH
           END-IF

           IF B-MANIFEST-MODE
               MOVE SPACES          TO BACKUP-MANIFEST-RECORD
               MOVE WS-SCAN-NAME    TO BM-FILE-NAME
               MOVE WS-SCAN-STATE   TO BM-FILE-STATE
               MOVE WS-SCAN-COUNT   TO BM-RECORD-COUNT
               MOVE WS-SCAN-FIRST   TO BM-FIRST-KEY
               MOVE WS-SCAN-LAST    TO BM-LAST-KEY
               MOVE WS-SET-DATE     TO BM-SET-DATE
               MOVE WS-SET-TIME     TO BM-SET-TIME
               WRITE BACKUP-MANIFEST-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-MT-FOUND
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT OR WS-MT-FOUND > ZERO
               IF WS-MT-NAME(WS-MT-IDX) = WS-SCAN-NAME
                   MOVE WS-MT-IDX TO WS-MT-FOUND
               END-IF
           END-PERFORM
           IF WS-MT-FOUND = ZERO
               DISPLAY "MESTRE " WS-SCAN-NAME " NAO CONSTA DO "
                       "MANIFESTO"
               ADD 1 TO WS-FILES-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-MT-SEEN(WS-MT-FOUND)
           MOVE WS-SCAN-COUNT TO WS-DISP-COUNT
           IF WS-SCAN-STATE NOT = WS-MT-STATE(WS-MT-FOUND)
               OR WS-SCAN-COUNT NOT = WS-MT-RECORDS(WS-MT-FOUND)
               OR WS-SCAN-FIRST NOT = WS-MT-FIRST(WS-MT-FOUND)
               OR WS-SCAN-LAST NOT = WS-MT-LAST(WS-MT-FOUND)
               DISPLAY "MESTRE " WS-SCAN-NAME " DIFERENTE DO "
                       "MANIFESTO - " WS-DISP-COUNT " REGISTO(S)"
               ADD 1 TO WS-FILES-FAILED
           ELSE
               DISPLAY "MESTRE " WS-SCAN-NAME " OK - "
                       WS-DISP-COUNT " REGISTO(S)"
           END-IF.

      ******************************************************************
      *    CADA MESTRE PELA CHAVE PRIMARIA, DO PRIMEIRO AO ULTIMO
      ******************************************************************
       3000-SCAN-MASTERS.
           PERFORM 3010-SCAN-FLIGHT-MASTER
           PERFORM 3020-SCAN-PASSENGER-MASTER
           PERFORM 3030-SCAN-SEAT-INVENTORY
           PERFORM 3040-SCAN-SEAT-ASSIGNMENT
           PERFORM 3050-SCAN-BOOKING-GROUP
           PERFORM 3060-SCAN-BAG-TAG
           PERFORM 3070-SCAN-BAG-IRREG
           PERFORM 3080-SCAN-ITINERARY
           PERFORM 3090-SCAN-WAITLIST
           PERFORM 3100-SCAN-ALLOTMENT
           PERFORM 3110-SCAN-LOYALTY-MASTER
           PERFORM 3120-SCAN-CHANNEL-MASTER
           PERFORM 3130-SCAN-TICKET-STOCK
           PERFORM 3140-SCAN-OPERATOR-MASTER
           PERFORM 3150-SCAN-COUNTRY-MASTER
           PERFORM 3160-SCAN-VISA-RULE
           PERFORM 3170-SCAN-SEAT-MAP
           PERFORM 3180-SCAN-AIRPORT-MASTER
           PERFORM 3190-SCAN-AIRPORT-TAX
           PERFORM 3200-SCAN-ROUTE-DISTANCE
           PERFORM 3210-SCAN-PROMO-MASTER
           PERFORM 3220-SCAN-VOUCHER-MASTER
           PERFORM 3230-SCAN-CORP-ACCOUNT
           PERFORM 3240-SCAN-CORP-LEDGER
           PERFORM 3250-SCAN-FRAUD-LINK
           PERFORM 3260-SCAN-PAYOUT-QUEUE
           PERFORM 3270-SCAN-INVOICE-REGISTER
           PERFORM 3280-SCAN-INVOICE-SERIES
           PERFORM 3290-SCAN-ARCHIVE-CATALOG
           PERFORM 3300-SCAN-EXCEPTION-REGISTER
           PERFORM 3310-SCAN-OPERATING-COST
           PERFORM 3320-SCAN-BUDGET
           PERFORM 3330-SCAN-FLIGHT-REOPEN
           PERFORM 3340-SCAN-UPGRADE-BID
           PERFORM 3350-SCAN-CARGO-BOOKING
           PERFORM 3360-SCAN-CUSTOMER-MASTER
           PERFORM 3370-SCAN-CONSENT-REGISTER
           PERFORM 3380-SCAN-COMPLAINT-CASES
           PERFORM 3390-SCAN-COMPLAINT-NOTES
           PERFORM 3400-SCAN-ANCILLARY-CATALOGUE
           PERFORM 3410-SCAN-ANCILLARY-SALES
           PERFORM 3420-SCAN-PARTNER-CARRIERS
           PERFORM 3430-SCAN-LOYALTY-PARTNERS
           PERFORM 3440-SCAN-GROUP-REQUESTS
           PERFORM 3450-SCAN-DISTRIBUTION-MASTER
           PERFORM 3460-SCAN-HOTEL-BLOCKS
           PERFORM 3470-SCAN-HOTEL-NIGHTS
           PERFORM 3480-SCAN-CARE-VOUCHERS.
       3010-SCAN-FLIGHT-MASTER.
           MOVE 'flight-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT FLIGHT-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ FLIGHT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE FM-FLIGHT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE FLIGHT-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3020-SCAN-PASSENGER-MASTER.
           MOVE 'passenger-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT PASSENGER-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PM-FLIGHT-TICKET-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE PASSENGER-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3030-SCAN-SEAT-INVENTORY.
           MOVE 'seat-inventory.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT SEAT-INVENTORY-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ SEAT-INVENTORY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SI-FLIGHT-CLASS-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE SEAT-INVENTORY-FILE
           PERFORM 2400-END-SCAN.

       3040-SCAN-SEAT-ASSIGNMENT.
           MOVE 'seat-assignment.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT SEAT-ASSIGNMENT-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ SEAT-ASSIGNMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SA-FLIGHT-SEAT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE SEAT-ASSIGNMENT-FILE
           PERFORM 2400-END-SCAN.

       3050-SCAN-BOOKING-GROUP.
           MOVE 'booking-group.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT BOOKING-GROUP-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ BOOKING-GROUP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE BG-FLIGHT-REF-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE BOOKING-GROUP-FILE
           PERFORM 2400-END-SCAN.

       3060-SCAN-BAG-TAG.
           MOVE 'bag-tags.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT BAG-TAG-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ BAG-TAG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE BT-TAG-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE BAG-TAG-FILE
           PERFORM 2400-END-SCAN.

       3070-SCAN-BAG-IRREG.
           MOVE 'bag-irregularities.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT BAG-IRREG-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ BAG-IRREG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE BI-TAG-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE BAG-IRREG-FILE
           PERFORM 2400-END-SCAN.

       3080-SCAN-ITINERARY.
           MOVE 'itinerary.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT ITINERARY-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ ITINERARY-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE IT-JOURNEY-LEG-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE ITINERARY-FILE
           PERFORM 2400-END-SCAN.

       3090-SCAN-WAITLIST.
           MOVE 'waitlist.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT WAITLIST-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ WAITLIST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE WL-FLIGHT-CLASS-SEQ-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE WAITLIST-FILE
           PERFORM 2400-END-SCAN.

       3100-SCAN-ALLOTMENT.
           MOVE 'allotments.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT ALLOTMENT-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ ALLOTMENT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE AL-FLIGHT-CLASS-CHN-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE ALLOTMENT-FILE
           PERFORM 2400-END-SCAN.

       3110-SCAN-LOYALTY-MASTER.
           MOVE 'loyalty-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT LOYALTY-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ LOYALTY-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE LM-MEMBER-ID TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE LOYALTY-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3120-SCAN-CHANNEL-MASTER.
           MOVE 'channel-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CHANNEL-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CHANNEL-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CH-CHANNEL-CODE TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CHANNEL-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3130-SCAN-TICKET-STOCK.
           MOVE 'ticket-stock.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT TICKET-STOCK-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ TICKET-STOCK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE TK-CHANNEL-CODE TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE TICKET-STOCK-FILE
           PERFORM 2400-END-SCAN.

       3140-SCAN-OPERATOR-MASTER.
           MOVE 'operator-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ OPERATOR-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE OP-OPERATOR-ID TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3150-SCAN-COUNTRY-MASTER.
           MOVE 'country-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT COUNTRY-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ COUNTRY-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CT-NATIONALITY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE COUNTRY-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3160-SCAN-VISA-RULE.
           MOVE 'visa-rules.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT VISA-RULE-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ VISA-RULE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE VS-NAT-DEST-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE VISA-RULE-FILE
           PERFORM 2400-END-SCAN.

       3170-SCAN-SEAT-MAP.
           MOVE 'seat-map.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT SEAT-MAP-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ SEAT-MAP-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE SM-TYPE-SEAT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE SEAT-MAP-FILE
           PERFORM 2400-END-SCAN.

       3180-SCAN-AIRPORT-MASTER.
           MOVE 'airport-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ AIRPORT-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE AR-AIRPORT-CODE TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE AIRPORT-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3190-SCAN-AIRPORT-TAX.
           MOVE 'airport-taxes.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT AIRPORT-TAX-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ AIRPORT-TAX-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE TX-AIRPORT-SEQ-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE AIRPORT-TAX-FILE
           PERFORM 2400-END-SCAN.

       3200-SCAN-ROUTE-DISTANCE.
           MOVE 'route-distances.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT ROUTE-DISTANCE-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ ROUTE-DISTANCE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE RD-ROUTE-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE ROUTE-DISTANCE-FILE
           PERFORM 2400-END-SCAN.

       3210-SCAN-PROMO-MASTER.
           MOVE 'promo-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT PROMO-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ PROMO-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PR-CODE TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE PROMO-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3220-SCAN-VOUCHER-MASTER.
           MOVE 'voucher-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT VOUCHER-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ VOUCHER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE VC-VOUCHER-NUMBER TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE VOUCHER-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3230-SCAN-CORP-ACCOUNT.
           MOVE 'corp-account.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CORP-ACCOUNT-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CORP-ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CA-ACCOUNT-NUMBER TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CORP-ACCOUNT-FILE
           PERFORM 2400-END-SCAN.

       3240-SCAN-CORP-LEDGER.
           MOVE 'corp-ledger.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CORP-LEDGER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CORP-LEDGER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CL-LEDGER-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CORP-LEDGER-FILE
           PERFORM 2400-END-SCAN.

       3250-SCAN-FRAUD-LINK.
           MOVE 'fraud-links.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT FRAUD-LINK-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ FRAUD-LINK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE FL-LINK-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE FRAUD-LINK-FILE
           PERFORM 2400-END-SCAN.

       3260-SCAN-PAYOUT-QUEUE.
           MOVE 'payout-queue.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT PAYOUT-QUEUE-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ PAYOUT-QUEUE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PQ-PAYOUT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE PAYOUT-QUEUE-FILE
           PERFORM 2400-END-SCAN.

       3270-SCAN-INVOICE-REGISTER.
           MOVE 'invoice-register.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ INVOICE-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE IV-DOC-NUMBER TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE
           PERFORM 2400-END-SCAN.

       3280-SCAN-INVOICE-SERIES.
           MOVE 'invoice-series.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT INVOICE-SERIES-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ INVOICE-SERIES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE IS-SERIES-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE INVOICE-SERIES-FILE
           PERFORM 2400-END-SCAN.

       3290-SCAN-ARCHIVE-CATALOG.
           MOVE 'archive-catalog.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ ARCHIVE-CATALOG-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE AC-TICKET-FLIGHT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE ARCHIVE-CATALOG-FILE
           PERFORM 2400-END-SCAN.

       3300-SCAN-EXCEPTION-REGISTER.
           MOVE 'exceptions.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT EXCEPTION-REGISTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ EXCEPTION-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE EX-EXCEPTION-ID TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE EXCEPTION-REGISTER-FILE
           PERFORM 2400-END-SCAN.

       3310-SCAN-OPERATING-COST.
           MOVE 'operating-cost.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT OPERATING-COST-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ OPERATING-COST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE OC-COST-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE OPERATING-COST-FILE
           PERFORM 2400-END-SCAN.

       3320-SCAN-BUDGET.
           MOVE 'budget.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT BUDGET-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ BUDGET-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE BU-BUDGET-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE BUDGET-FILE
           PERFORM 2400-END-SCAN.

       3330-SCAN-FLIGHT-REOPEN.
           MOVE 'flight-reopen.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT FLIGHT-REOPEN-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ FLIGHT-REOPEN-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE RO-FLIGHT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE FLIGHT-REOPEN-FILE
           PERFORM 2400-END-SCAN.

       3340-SCAN-UPGRADE-BID.
           MOVE 'upgrade-bids.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT UPGRADE-BID-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ UPGRADE-BID-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE UB-BID-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE UPGRADE-BID-FILE
           PERFORM 2400-END-SCAN.

       3350-SCAN-CARGO-BOOKING.
           MOVE 'cargo-bookings.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CARGO-BOOKING-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CARGO-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CG-FLIGHT-AWB-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CARGO-BOOKING-FILE
           PERFORM 2400-END-SCAN.

       3360-SCAN-CUSTOMER-MASTER.
           MOVE 'customer-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CUSTOMER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CU-CUSTOMER-ID TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3370-SCAN-CONSENT-REGISTER.
           MOVE 'consent-register.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CONSENT-REGISTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CONSENT-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CN-CONTACT-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CONSENT-REGISTER-FILE
           PERFORM 2400-END-SCAN.

       3380-SCAN-COMPLAINT-CASES.
           MOVE 'complaint-cases.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ COMPLAINT-CASE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CS-CASE-ID TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE COMPLAINT-CASE-FILE
           PERFORM 2400-END-SCAN.

       3390-SCAN-COMPLAINT-NOTES.
           MOVE 'complaint-notes.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT COMPLAINT-NOTE-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ COMPLAINT-NOTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CK-NOTE-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE COMPLAINT-NOTE-FILE
           PERFORM 2400-END-SCAN.

       3400-SCAN-ANCILLARY-CATALOGUE.
           MOVE 'ancillary-catalogue.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT ANCILLARY-CATALOGUE-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ ANCILLARY-CATALOGUE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE AX-CATALOGUE-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE ANCILLARY-CATALOGUE-FILE
           PERFORM 2400-END-SCAN.

       3410-SCAN-ANCILLARY-SALES.
           MOVE 'ancillary-sales.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT ANCILLARY-SALES-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ ANCILLARY-SALES-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE AS-DOC-NUMBER TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE ANCILLARY-SALES-FILE
           PERFORM 2400-END-SCAN.

       3420-SCAN-PARTNER-CARRIERS.
           MOVE 'partner-carriers.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT PARTNER-CARRIER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ PARTNER-CARRIER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE PC-CARRIER-CODE TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE PARTNER-CARRIER-FILE
           PERFORM 2400-END-SCAN.

       3430-SCAN-LOYALTY-PARTNERS.
           MOVE 'loyalty-partners.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT LOYALTY-PARTNER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ LOYALTY-PARTNER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE LP-PARTNER-CODE TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE LOYALTY-PARTNER-FILE
           PERFORM 2400-END-SCAN.

       3440-SCAN-GROUP-REQUESTS.
           MOVE 'group-requests.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT GROUP-REQUEST-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ GROUP-REQUEST-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE GQ-GROUP-REF TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE GROUP-REQUEST-FILE
           PERFORM 2400-END-SCAN.

       3450-SCAN-DISTRIBUTION-MASTER.
           MOVE 'distribution-master.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT DISTRIBUTION-MASTER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ DISTRIBUTION-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE DM-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE DISTRIBUTION-MASTER-FILE
           PERFORM 2400-END-SCAN.

       3460-SCAN-HOTEL-BLOCKS.
           MOVE 'hotel-blocks.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT HOTEL-BLOCK-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ HOTEL-BLOCK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE HB-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE HOTEL-BLOCK-FILE
           PERFORM 2400-END-SCAN.

       3470-SCAN-HOTEL-NIGHTS.
           MOVE 'hotel-nights.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT HOTEL-NIGHT-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ HOTEL-NIGHT-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE HN-KEY TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE HOTEL-NIGHT-FILE
           PERFORM 2400-END-SCAN.

       3480-SCAN-CARE-VOUCHERS.
           MOVE 'care-vouchers.dat' TO WS-SCAN-NAME
           PERFORM 2100-START-SCAN
           OPEN INPUT CARE-VOUCHER-FILE
           IF WS-SCAN-STATUS NOT = '00'
               PERFORM 2200-SCAN-NOT-OPENED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL B-SCAN-EOF
               READ CARE-VOUCHER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       MOVE CV-VOUCHER-NUMBER TO WS-SCAN-KEY
                       PERFORM 2300-COUNT-RECORD
               END-READ
               PERFORM 2350-CHECK-READ-STATUS
           END-PERFORM
           CLOSE CARE-VOUCHER-FILE
           PERFORM 2400-END-SCAN.

      ******************************************************************
      *    LINHAS DO MANIFESTO QUE NENHUM MESTRE DESTE PROGRAMA
      *    CONFERIU: O CONJUNTO FOI TIRADO COM OUTRA LISTA DE MESTRES
      ******************************************************************
       4000-CHECK-UNSEEN-ENTRIES.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
               UNTIL WS-MT-IDX > WS-MT-COUNT
               IF WS-MT-SEEN(WS-MT-IDX) = 'N'
                   DISPLAY "MANIFESTO COM O MESTRE "
                           WS-MT-NAME(WS-MT-IDX)
                           " QUE ESTE PROGRAMA NAO CONHECE"
                   ADD 1 TO WS-FILES-FAILED
               END-IF
           END-PERFORM.
