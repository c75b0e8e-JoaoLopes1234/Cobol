      *    NO DESTINO E O BLOCO DE ASSINATURAS DA ENTREGA, AO ESTILO
      *    DO NOTOC.cbl. ATE AGORA A PORTA DE EMBARQUE SO DESCOBRIA
      *    AS CRIANCAS SOZINHAS QUANDO ELAS APARECIAM.
      *    PARAMETROS: NUMERO DO VOO E, OPCIONALMENTE, A DATA DE
      *    PARTIDA (AAAAMMDD; SEM DATA, A PROXIMA PARTIDA DO VOO).
      *    SAIDA EM um-handover.txt
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-UM-FLIGHT          PIC X(6).
       01 WS-UM-DATE            PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).
       01 WS-MASTER-EOF         PIC X(1) VALUE 'N'.
           88 B-MASTER-EOF      VALUE 'Y'.
       01 WS-SSR-HIT-COUNT      PIC 9(2).
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-UM-FLIGHT WS-UM-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-UM-FLIGHT WS-UM-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-UM-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE
               STOP RUN
           END-IF

           IF WS-UM-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-UM-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-UM-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE "DESCONHECIDO" TO FM-DESTINATION
                   MOVE WS-UM-DATE TO FM-FLIGHT-DATE
           END-READ.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-UM-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-UM-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-UM-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-UM-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-UM-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-UM-DATE
                       END-IF
               END-READ
           END-PERFORM.

       2000-PRINT-HEADER.
           MOVE SPACES TO UM-DOCUMENT-RECORD
           STRING '===== ENTREGA DE MENORES DESACOMPANHADOS - VOO '

       3000-SCAN-FLIGHT.
           MOVE WS-UM-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-UM-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO         TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = WS-UM-FLIGHT
                       OR PM-FLIGHT-DATE NOT = WS-UM-DATE
                       MOVE 'Y' TO WS-MASTER-EOF
                   ELSE
                       MOVE ZERO TO WS-SSR-HIT-COUNT
