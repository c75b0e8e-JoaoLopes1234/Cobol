               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO

       COPY FLIGHTREC REPLACING
           ==FLIGHT-MASTER-RECORD== BY ==HIST-FLIGHT==
           ==FM-FLIGHT-KEY== BY ==HF-FLIGHT-KEY==
           ==FM-FLIGHT-NUMBER== BY ==HF-FLIGHT-NUMBER==
           ==FM-FLIGHT-DATE== BY ==HF-FLIGHT-DATE==
           ==FM-ORIGIN== BY ==HF-ORIGIN==
           ==FM-AIRCRAFT-TYPE== BY ==HF-AIRCRAFT-TYPE==
           ==FM-MAX-PAYLOAD== BY ==HF-MAX-PAYLOAD==
           ==FM-ACTUAL-DEP-DATE== BY ==HF-ACTUAL-DEP-DATE==
           ==FM-ACTUAL-DEP-TIME== BY ==HF-ACTUAL-DEP-TIME==
           ==FM-MARKETING-CARRIER== BY ==HF-MARKETING-CARRIER==
           ==FM-OPERATING-CARRIER== BY ==HF-OPERATING-CARRIER==.

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-PARM-1             PIC X(6).
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO FM-FLIGHT-KEY
           START FLIGHT-MASTER-FILE KEY >= FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-FM-EOF
           END-START
           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
               UNTIL WS-CLASS-IDX > 3
               MOVE FM-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
               MOVE FM-FLIGHT-DATE   TO SI-FLIGHT-DATE
               MOVE WS-CLASS-ENTRY(WS-CLASS-IDX) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                   END-IF
           END-READ.

      *    O MESMO NUMERO DE VOO REPETE-SE ENTRE DATAS (INSTANCIAS EM
      *    LINHA E INSTANCIAS JA FECHADAS NO ARQUIVO): A TRILHA TRAZ A
      *    DATA DE PARTIDA E O EVENTO VAI A ESSA INSTANCIA. OS
      *    REGISTOS ANTIGOS, SEM DATA, SAO CREDITADOS A INSTANCIA CUJA
      *    DATA DE PARTIDA DA O MENOR NUMERO NAO-NEGATIVO DE DIAS
      *    ANTES DA PARTIDA - A PARTIDA SEGUINTE A VENDA
       2200-APPLY-EVENT.
           IF AT-RUN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               IF AT-FLIGHT-NUMBER = WS-FL-FLIGHT(WS-FL-IDX)
                   AND (AT-FLIGHT-DATE IS NOT NUMERIC
                        OR AT-FLIGHT-DATE = WS-FL-DATE(WS-FL-IDX))
                   COMPUTE WS-DAYS-BEFORE =
                       FUNCTION INTEGER-OF-DATE
                           (WS-FL-DATE(WS-FL-IDX))
               CURVE-REPORT-RECORD
           WRITE CURVE-REPORT-RECORD

           MOVE 'VOO    DATA      61+   31-60 15-30 8-14  4-7   ' &
                '0-3   ACUM. / CAPACIDADE' TO CURVE-REPORT-RECORD
           WRITE CURVE-REPORT-RECORD

           PERFORM 3100-WRITE-ONE-FLIGHT

           MOVE SPACES TO CURVE-REPORT-RECORD
           STRING WS-FL-FLIGHT(WS-FL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FL-DATE(WS-FL-IDX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-B(1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
           END-PERFORM

           MOVE SPACES TO CURVE-REPORT-RECORD
           STRING 'MEDIA           ' DELIMITED BY SIZE
                  WS-DISP-B(1) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-B(2) DELIMITED BY SIZE
