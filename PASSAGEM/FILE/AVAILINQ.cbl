      *    CAPACIDADE, VENDIDOS, LUGARES LIVRES E FATOR DE OCUPACAO,
      *    ALEM DA RECEITA ACUMULADA CONTRA O TETO DO VOO.
      *    APENAS LEITURA - SEGURO DE CORRER FORA DA JANELA DO LOTE.
      *    PARAMETROS: NUMERO DO VOO E, OPCIONALMENTE, A DATA DE
      *    PARTIDA (AAAAMMDD); SEM DATA, A PROXIMA PARTIDA DO VOO.
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-INQ-FLIGHT         PIC X(6).
       01 WS-INQ-DATE           PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).

       01 WS-CLASS-TABLE        PIC X(3) VALUE 'EJP'.
       01 WS-CLASS-REDEF REDEFINES WS-CLASS-TABLE.
       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-INQ-FLIGHT WS-INQ-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-INQ-FLIGHT WS-INQ-DATE
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-INQ-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NA LINHA DE COMANDO"
               MOVE 1 TO WS-RETURN-CODE
               STOP RUN
           END-IF

           IF WS-INQ-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           PERFORM 1000-SHOW-FLIGHT
           PERFORM 2000-SHOW-ONE-CLASS
               VARYING WS-CLASS-IDX FROM 1 BY 1

       1000-SHOW-FLIGHT.
           MOVE WS-INQ-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-INQ-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-INQ-FLIGHT " " WS-INQ-DATE
                           " NAO EXISTE NO MESTRE DE VOOS"
                   MOVE 1 TO WS-RETURN-CODE
                   CLOSE FLIGHT-MASTER-FILE
                         SEAT-INVENTORY-FILE
           DISPLAY "RECEITA ACUMULADA: " WS-DISP-BOOKED
                   "  TETO: " WS-DISP-CAP.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-INQ-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-INQ-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-INQ-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INQ-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-INQ-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-INQ-DATE
                       END-IF
               END-READ
           END-PERFORM.

       2000-SHOW-ONE-CLASS.
           MOVE WS-INQ-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-INQ-DATE   TO SI-FLIGHT-DATE
           MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
