      *    REEMISSAO DOS CARTOES JA IMPRESSOS DESSE VOO (UMA LINHA POR
      *    PASSAGEIRO, COM A PORTA ANTIGA E A NOVA) PARA O BALCAO
      *    REIMPRIMIR OU AVISAR OS PASSAGEIROS.
      *    PARAMETROS: <VOO> <PORTA NOVA> [<DATA AAAAMMDD>] - SEM
      *    DATA, A PROXIMA PARTIDA DO VOO
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-CHANGE-FLIGHT      PIC X(6).
       01 WS-CHANGE-DATE        PIC X(8).
       01 WS-TODAY              PIC X(8).
       01 WS-RESOLVE-EOF        PIC X(1).
       01 WS-NEW-GATE           PIC X(3).
       01 WS-OLD-GATE           PIC X(3).


       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CHANGE-DATE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CHANGE-FLIGHT WS-NEW-GATE WS-CHANGE-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           IF WS-CHANGE-FLIGHT = SPACES OR WS-NEW-GATE = SPACES
               DISPLAY "PARAMETROS: <VOO> <PORTA NOVA> [<AAAAMMDD>]"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           STOP RUN.

       1000-CHANGE-GATE.
           IF WS-CHANGE-DATE = SPACES
               PERFORM 1100-RESOLVE-FLIGHT-DATE
           END-IF
           MOVE WS-CHANGE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-CHANGE-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO " WS-CHANGE-FLIGHT " NAO EXISTE NO "
           MOVE SPACES TO REISSUE-RECORD
           STRING 'MUDANCA DE PORTA - VOO ' DELIMITED BY SIZE
                  WS-CHANGE-FLIGHT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CHANGE-DATE DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-OLD-GATE DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
           WRITE REISSUE-RECORD

           MOVE WS-CHANGE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CHANGE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO             TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = WS-CHANGE-FLIGHT
                       OR PM-FLIGHT-DATE NOT = WS-CHANGE-DATE
                       MOVE 'Y' TO WS-MASTER-EOF
                   ELSE
                       ADD 1 TO WS-REISSUE-COUNT
                       WRITE REISSUE-RECORD
                   END-IF
           END-READ.

      ******************************************************************
      *    VOO PEDIDO SEM DATA DE PARTIDA: FICA A PROXIMA PARTIDA DO
      *    VOO A PARTIR DE HOJE OU, SE JA NAO HOUVER NENHUMA, A ULTIMA
      *    QUE EXISTIR NO MESTRE DE VOOS
      ******************************************************************
       1100-RESOLVE-FLIGHT-DATE.
           MOVE WS-CHANGE-FLIGHT TO FM-FLIGHT-NUMBER
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
           IF FM-FLIGHT-NUMBER = WS-CHANGE-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-CHANGE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHANGE-FLIGHT TO FM-FLIGHT-NUMBER
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
                       IF FM-FLIGHT-NUMBER NOT = WS-CHANGE-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-CHANGE-DATE
                       END-IF
               END-READ
           END-PERFORM.
