      *    CODIGOS COM DESCRICAO COMPLETA, BLOCO DE ASSINATURAS NO
      *    FIM - E UMA PAGINA "NIL NOTOC" QUANDO NADA FOI DECLARADO,
      *    PARA A TRIPULACAO SABER QUE A VERIFICACAO CORREU.
      *    A CARGA RESERVADA COMO MERCADORIA PERIGOSA (CODIGO DGR NO
      *    cargo-bookings.dat, MANTIDO PELO CARGOMNT.cbl) SEGUE
      *    LOGO A SEGUIR AS DECLARACOES DOS PASSAGEIROS, COM A CARTA
      *    DE PORTE, O NUMERO ONU, A CLASSE, VOLUMES E PESO; OS
      *    EMBARQUES DESCARREGADOS NAO SAO DECLARADOS.
      *    PARAMETROS: <VOO> [<DATA AAAAMMDD>] (SEM DATA, A PROXIMA
      *    PARTIDA DO VOO). SAIDA EM notoc.txt
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

           SELECT OPTIONAL CARGO-BOOKING-FILE ASSIGN TO
               "PASSAGEM/FILE/cargo-bookings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-FLIGHT-AWB-KEY.

           SELECT OPTIONAL NOTOC-FILE ASSIGN TO
               "PASSAGEM/FILE/notoc.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD CARGO-BOOKING-FILE.
           COPY CARGO.

       FD NOTOC-FILE.
       01 NOTOC-RECORD              PIC X(80).

       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-NOTOC-FLIGHT       PIC X(6).
       01 WS-NOTOC-DATE         PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).

       01 WS-PM-EOF             PIC X(1) VALUE 'N'.
           88 B-PM-EOF          VALUE 'Y'.
       01 WS-CG-EOF             PIC X(1) VALUE 'N'.
           88 B-CG-EOF          VALUE 'Y'.
       01 WS-DG-PIECES          PIC Z(3)9.
       01 WS-DG-WEIGHT          PIC Z(5)9.

      ******************************************************************
      *    DESCRICOES COMPLETAS DOS CODIGOS DE OBJETOS PERIGOSOS
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-NOTOC-FLIGHT WS-NOTOC-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-NOTOC-FLIGHT WS-NOTOC-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-NOTOC-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE

           OPEN INPUT FLIGHT-MASTER-FILE
                INPUT PASSENGER-MASTER-FILE
                INPUT CARGO-BOOKING-FILE
                EXTEND NOTOC-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               OR WS-PASSENGER-STATUS NOT = '00'
               STOP RUN
           END-IF

           IF WS-NOTOC-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-NOTOC-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-NOTOC-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FM-ORIGIN
                   MOVE "DESCONHECIDO" TO FM-DESTINATION
                   MOVE WS-NOTOC-DATE TO FM-FLIGHT-DATE
           END-READ

           PERFORM 1000-WRITE-HEADING
           PERFORM 2000-LIST-DECLARATIONS
           PERFORM 2500-LIST-DG-CARGO
           PERFORM 3000-WRITE-FOOTER

           CLOSE FLIGHT-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 CARGO-BOOKING-FILE
                 NOTOC-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-LIST-DECLARATIONS.
           MOVE WS-NOTOC-FLIGHT  TO PM-FLIGHT-NUMBER
           MOVE WS-NOTOC-DATE    TO PM-FLIGHT-DATE
           MOVE ZERO             TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = WS-NOTOC-FLIGHT
                       OR PM-FLIGHT-DATE NOT = WS-NOTOC-DATE
                       MOVE 'Y' TO WS-PM-EOF
                   ELSE
                       IF PM-OBJDANGER NOT = SPACES
               END-IF
           END-PERFORM.

      ******************************************************************
      *    MERCADORIAS PERIGOSAS NA CARGA DO VOO: UMA LINHA POR CARTA
      *    DE PORTE RESERVADA COM O CODIGO DGR E OUTRA COM A
      *    DESIGNACAO OFICIAL; CADA UMA CONTA COMO UM ITEM DECLARADO
      ******************************************************************
       2500-LIST-DG-CARGO.
           MOVE WS-NOTOC-FLIGHT  TO CG-FLIGHT-NUMBER
           MOVE WS-NOTOC-DATE    TO CG-FLIGHT-DATE
           MOVE LOW-VALUES       TO CG-AWB-NUMBER
           START CARGO-BOOKING-FILE KEY >= CG-FLIGHT-AWB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CG-EOF
           END-START
           PERFORM UNTIL B-CG-EOF
               READ CARGO-BOOKING-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CG-EOF
                   NOT AT END
                       IF CG-FLIGHT-NUMBER NOT = WS-NOTOC-FLIGHT
                           OR CG-FLIGHT-DATE NOT = WS-NOTOC-DATE
                           MOVE 'Y' TO WS-CG-EOF
                       ELSE
                           IF B-CG-BOOKED AND B-CG-DANGEROUS
                               PERFORM 2550-WRITE-DG-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2550-WRITE-DG-CARGO.
           ADD 1 TO WS-ITEM-COUNT
           MOVE CG-PIECES TO WS-DG-PIECES
           MOVE CG-WEIGHT TO WS-DG-WEIGHT
           MOVE SPACES TO NOTOC-RECORD
           STRING 'CARGA AWB ' DELIMITED BY SIZE
                  CG-AWB-NUMBER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  CG-DG-UN-NUMBER DELIMITED BY SIZE
                  ' CLASSE ' DELIMITED BY SIZE
                  CG-DG-CLASS DELIMITED BY SIZE
                  ' VOLUMES ' DELIMITED BY SIZE
                  WS-DG-PIECES DELIMITED BY SIZE
                  ' PESO ' DELIMITED BY SIZE
                  WS-DG-WEIGHT DELIMITED BY SIZE
                  'KG' DELIMITED BY SIZE
                  INTO NOTOC-RECORD
           WRITE NOTOC-RECORD
           MOVE SPACES TO NOTOC-RECORD
           STRING '     ' DELIMITED BY SIZE
                  CG-DG-DESC DELIMITED BY SIZE
                  INTO NOTOC-RECORD
           WRITE NOTOC-RECORD.

       3000-WRITE-FOOTER.
           IF WS-ITEM-COUNT = ZERO
      *        A PAGINA "NIL" PROVA A TRIPULACAO QUE A VERIFICACAO
           MOVE WS-ITEM-COUNT TO WS-DISP-ITEMS
           DISPLAY "NOTOC DO VOO " WS-NOTOC-FLIGHT " EMITIDO - "
                   WS-DISP-ITEMS " ITEM(NS) DECLARADO(S)".

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-NOTOC-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-NOTOC-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-NOTOC-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NOTOC-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-NOTOC-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-NOTOC-DATE
                       END-IF
               END-READ
           END-PERFORM.
