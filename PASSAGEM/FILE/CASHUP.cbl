           OPEN EXTEND AUDIT-FILE
           MOVE ZERO           TO AT-TICKET
           MOVE SPACES         TO AT-FLIGHT-NUMBER
           MOVE SPACES         TO AT-FLIGHT-DATE
           MOVE 'CASHUP'       TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
      *    A DIFERENCA VAI A FRENTE: O AT-DETAIL SO TEM 40 POSICOES E
      *    E POR ELA (POSICOES 5-16) QUE O OPERACT SOMA AS SOBRAS E
      *    FALTAS DE CADA OPERADOR. O TOTAL DO DIARIO REFAZ-SE A
      *    PARTIR DO DIARIO DE PAGAMENTOS
           MOVE SPACES         TO AT-DETAIL
           STRING 'DIF ' DELIMITED BY SIZE
                  WS-DISP-VARIANCE DELIMITED BY SIZE
                  ' DECLARADO ' DELIMITED BY SIZE
                  WS-DISP-DECLARED DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD
           CLOSE AUDIT-FILE

