      ******************************************************************
      *    APISGEN - EXTRATO DE INFORMACAO ANTECIPADA DE PASSAGEIROS
      *    (APIS) DE UM VOO, NO LAYOUT FIXO EXIGIDO PELAS AUTORIDADES
      *    DO DESTINO: REGISTO DE CABECALHO COM O VOO/ROTA/DATA (E AS
      *    CIDADES DA ROTA, DO MESTRE DE AEROPORTOS), UM
      *    REGISTO POR PASSAGEIRO COM O NOME, A NACIONALIDADE E O
      *    DOCUMENTO DE VIAGEM CAPTADO NA VENDA, E TRAILER COM A
      *    CONTAGEM PARA A AUTORIDADE CONFERIR A TRANSMISSAO.
      *    PASSAGEIROS SEM DOCUMENTO CAPTADO SAEM NO RELATORIO DE
      *    EXCECOES DO ECRA E O PASSO TERMINA COM RC=2 - A AUTORIDADE
      *    NAO ACEITA EXTRATOS INCOMPLETOS.
      *    PARAMETROS: <VOO> [<DATA AAAAMMDD>] (SEM DATA, A PROXIMA
      *    PARTIDA DO VOO). SAIDA EM apis-extract.txt
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE.

           SELECT APIS-FILE ASSIGN TO
               "PASSAGEM/FILE/apis-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT FIXO EXIGIDO PELA AUTORIDADE: HDR/PAX/TRL NA
      *    PRIMEIRA COLUNA, CONTAGENS NO CABECALHO E NO TRAILER
      ******************************************************************
       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       FD APIS-FILE.
       01 APIS-RECORD               PIC X(80).
       01 APIS-HEADER-RECORD.
           05 AH-DESTINATION        PIC X(3).
           05 AH-FLIGHT-DATE        PIC X(8).
           05 AH-PAX-COUNT          PIC 9(4).
           05 AH-ORIGIN-CITY        PIC X(20).
           05 AH-DEST-CITY          PIC X(20).
           05 FILLER                PIC X(13).
       01 APIS-PAX-RECORD.
           05 AP-RECORD-TYPE        PIC X(3).
           05 AP-NAME               PIC X(14).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-APIS-FLIGHT        PIC X(6).
       01 WS-APIS-DATE          PIC X(8).
       01 WS-ORIGIN-CITY        PIC X(20).
       01 WS-DEST-CITY          PIC X(20).
       01 WS-TODAY              PIC X(8).
       01 WS-CURRENT-DATE-TIME  PIC X(21).
       01 WS-RESOLVE-EOF        PIC X(1).
       01 WS-MASTER-EOF         PIC X(1) VALUE 'N'.
           88 B-MASTER-EOF      VALUE 'Y'.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-APIS-FLIGHT WS-APIS-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-APIS-FLIGHT WS-APIS-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-APIS-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE

           CLOSE FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 AIRPORT-MASTER-FILE
                 APIS-FILE

           MOVE WS-PAX-COUNT     TO WS-DISP-PAX
       1000-OPEN-FILES.
           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT PASSENGER-MASTER-FILE
                INPUT AIRPORT-MASTER-FILE
                OUTPUT APIS-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
               STOP RUN
           END-IF

           IF WS-APIS-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-APIS-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-APIS-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-APIS-FLIGHT " NAO EXISTE NO "
                   MOVE 1 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
           END-READ

      *    CIDADES DA ROTA (MESTRE DE AEROPORTOS)
           MOVE SPACES TO WS-ORIGIN-CITY
           MOVE SPACES TO WS-DEST-CITY
           MOVE FM-ORIGIN TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-ORIGIN-CITY
           END-READ
           MOVE FM-DESTINATION TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-CITY-NAME TO WS-DEST-CITY
           END-READ.

      *    A CONTAGEM DO CABECALHO SO E CONHECIDA NO FIM; O CABECALHO
           MOVE WS-APIS-FLIGHT  TO AH-FLIGHT-NUMBER
           MOVE FM-ORIGIN       TO AH-ORIGIN
           MOVE FM-DESTINATION  TO AH-DESTINATION
           MOVE WS-ORIGIN-CITY  TO AH-ORIGIN-CITY
           MOVE WS-DEST-CITY    TO AH-DEST-CITY
           MOVE FM-FLIGHT-DATE  TO AH-FLIGHT-DATE
           MOVE ZERO            TO AH-PAX-COUNT
           WRITE APIS-HEADER-RECORD.

       3000-SCAN-FLIGHT.
           MOVE WS-APIS-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-APIS-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = WS-APIS-FLIGHT
                       OR PM-FLIGHT-DATE NOT = WS-APIS-DATE
                       MOVE 'Y' TO WS-MASTER-EOF
                   ELSE
      *                OPCOES AINDA NAO CONFIRMADAS NAO EMBARCAM E
               IF WS-QUIET-PASS NOT = 'Y'
                   DISPLAY "SEM DOCUMENTO CAPTADO - BILHETE "
                           PM-TICKET " " PM-NAME
                   PERFORM 3300-RAISE-MISSING-DOC
               END-IF
           END-IF

           END-IF
           WRITE APIS-PAX-RECORD.

      ******************************************************************
      *    O PASSAGEIRO SEM DOCUMENTO SEGUE TAMBEM PARA O REGISTO
      *    CENTRAL DE EXCECOES (EXCFEED), A CARGO DO AEROPORTO - SO NA
      *    PRIMEIRA PASSAGEM, A SEGUNDA SO REFAZ O CABECALHO
      ******************************************************************
       3300-RAISE-MISSING-DOC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES           TO EXCEPTION-FEED-RECORD
           MOVE 'APISGEN'        TO XF-SOURCE-JOB
           MOVE PM-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO XF-FLIGHT-DATE
           MOVE PM-TICKET        TO XF-TICKET
           STRING 'SEM DOCUMENTO CAPTADO PARA O APIS - BILHETE '
                  DELIMITED BY SIZE
                  PM-TICKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-NAME DELIMITED BY SIZE
                  INTO XF-DESCRIPTION
           MOVE 'AEROPORTO'      TO XF-OWNER-TEAM
           MOVE WS-CURRENT-DATE-TIME(1:8) TO XF-RAISED-DATE
           MOVE WS-CURRENT-DATE-TIME(9:6) TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

       4000-WRITE-TRAILER.
           MOVE SPACES         TO APIS-TRAILER-RECORD
           MOVE 'TRL'          TO AT-RECORD-TYPE
           MOVE WS-APIS-FLIGHT  TO AH-FLIGHT-NUMBER
           MOVE FM-ORIGIN       TO AH-ORIGIN
           MOVE FM-DESTINATION  TO AH-DESTINATION
           MOVE WS-ORIGIN-CITY  TO AH-ORIGIN-CITY
           MOVE WS-DEST-CITY    TO AH-DEST-CITY
           MOVE FM-FLIGHT-DATE  TO AH-FLIGHT-DATE
           MOVE WS-PAX-COUNT    TO AH-PAX-COUNT
           WRITE APIS-HEADER-RECORD
           MOVE ZERO TO WS-MISSING-COUNT
           PERFORM 3000-SCAN-FLIGHT
           PERFORM 4000-WRITE-TRAILER.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-APIS-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-TODAY TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
               NOT INVALID KEY
                   READ FLIGHT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
                   END-READ
           END-START
           IF FM-FLIGHT-NUMBER = WS-APIS-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-APIS-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APIS-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE LOW-VALUES TO FM-FLIGHT-DATE
           MOVE 'N' TO WS-RESOLVE-EOF
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RESOLVE-EOF
           END-START
           PERFORM UNTIL WS-RESOLVE-EOF = 'Y'
               READ FLIGHT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RESOLVE-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-APIS-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-APIS-DATE
                       END-IF
               END-READ
           END-PERFORM.
