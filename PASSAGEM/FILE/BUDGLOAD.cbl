       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    BUDGLOAD - CARGA DO MESTRE DE ORCAMENTO COMERCIAL
      *    (budget.dat) A PARTIR DA FOLHA DO DEPARTAMENTO COMERCIAL
      *    EXPORTADA PARA budget.txt (MESMO LAYOUT DO REGISTO BUDGET,
      *    RECEITA COM DUAS DECIMAIS E FATOR DE OCUPACAO COM UMA,
      *    IMPLICITAS). O MESTRE E RECONSTRUIDO POR COMPLETO EM CADA
      *    CARGA, COMO O RDISTLOD.cbl FAZ COM AS DISTANCIAS. LINHAS
      *    COM ORIGEM OU DESTINO FORA DO MESTRE DE AEROPORTOS, MES
      *    INVALIDO, VALORES NAO NUMERICOS OU FATOR DE OCUPACAO ACIMA
      *    DE 100 SAO REJEITADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/budget.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT BUDGET-FILE ASSIGN TO
               "PASSAGEM/FILE/budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BU-BUDGET-KEY
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUDGET-FEED-FILE.
       01 BUDGET-FEED-RECORD.
           05 BV-ORIGIN             PIC X(3).
           05 BV-DESTINATION        PIC X(3).
           05 BV-MONTH              PIC X(6).
           05 BV-PASSENGERS         PIC 9(7).
           05 BV-REVENUE            PIC 9(10)V99.
           05 BV-LOAD-FACTOR        PIC 9(3)V9.

       FD BUDGET-FILE.
           COPY BUDGET.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-BUDGET-STATUS      PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).
       01 WS-AIRPORT-FOUND      PIC X(1).
           88 B-AIRPORT-FOUND   VALUE 'Y'.

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-LOAD-TOTALS.
           05 WS-LINES-READ      PIC 9(5) VALUE ZERO.
           05 WS-LINES-LOADED    PIC 9(5) VALUE ZERO.
           05 WS-LINES-REJECTED  PIC 9(5) VALUE ZERO.
           05 WS-DISP-READ       PIC Z(4)9.
           05 WS-DISP-LOADED     PIC Z(4)9.
           05 WS-DISP-REJECTED   PIC Z(4)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE AEROPORTOS ("
                       WS-AIRPORT-STATUS ") - CORRER PRIMEIRO O "
                       "AIRPLOAD"
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT BUDGET-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR budget.txt: "
                       WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE ORCAMENTO: "
                       WS-BUDGET-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE BUDGET-FEED-FILE
                     AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-BUDGET UNTIL B-FEED-EOF

           CLOSE BUDGET-FEED-FILE
                 BUDGET-FILE
                 AIRPORT-MASTER-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DO ORCAMENTO TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-BUDGET.
           READ BUDGET-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   IF BV-ORIGIN = SPACES
                       OR BV-DESTINATION = SPACES
                       OR BV-MONTH IS NOT NUMERIC
                       OR BV-MONTH(5:2) < '01'
                       OR BV-MONTH(5:2) > '12'
                       OR BV-PASSENGERS IS NOT NUMERIC
                       OR BV-REVENUE IS NOT NUMERIC
                       OR BV-LOAD-FACTOR IS NOT NUMERIC
                       OR BV-LOAD-FACTOR > 100
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "ORCAMENTO REJEITADO: "
                               BUDGET-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-AIRPORT-FOUND
                   MOVE BV-ORIGIN TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-AIRPORT-FOUND
                   END-READ
                   MOVE BV-DESTINATION TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-AIRPORT-FOUND
                   END-READ
                   IF NOT B-AIRPORT-FOUND
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "ORCAMENTO REJEITADO - AEROPORTO "
                               "DESCONHECIDO: " BUDGET-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE BV-ORIGIN      TO BU-ORIGIN
                   MOVE BV-DESTINATION TO BU-DESTINATION
                   MOVE BV-MONTH       TO BU-MONTH
                   MOVE BV-PASSENGERS  TO BU-PASSENGERS
                   MOVE BV-REVENUE     TO BU-REVENUE
                   MOVE BV-LOAD-FACTOR TO BU-LOAD-FACTOR
                   WRITE BUDGET-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "ORCAMENTO DUPLICADO: "
                                   BUDGET-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                   END-WRITE
           END-READ.
