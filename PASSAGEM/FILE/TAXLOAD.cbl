      *    (airport-taxes.dat) A PARTIR DO FICHEIRO DA AUTORIDADE
      *    (airport-taxes.txt, MESMO LAYOUT DO REGISTO TAXTBL).
      *    A TABELA E RECONSTRUIDA POR COMPLETO EM CADA CARGA, PARA
      *    TAXAS RETIRADAS PELA AUTORIDADE NAO FICAREM PENDURADAS.
      *    TAXAS DE UM AEROPORTO FORA DO MESTRE DE AEROPORTOS
      *    (AIRPLOAD.cbl) SAO REJEITADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS TX-AIRPORT-SEQ-KEY
               FILE STATUS IS WS-TAX-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TAX-FEED-FILE.
       FD AIRPORT-TAX-FILE.
           COPY TAXTBL.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-TAX-STATUS         PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.
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

           OPEN INPUT TAX-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DA AUTORIDADE: "
                       WS-TAX-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE TAX-FEED-FILE
                     AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE TAX-FEED-FILE
                 AIRPORT-TAX-FILE
                 AIRPORT-MASTER-FILE

           MOVE WS-TAXES-READ     TO WS-DISP-READ
           MOVE WS-TAXES-LOADED   TO WS-DISP-LOADED
                       OR TF-CHARGE-AMOUNT IS NOT NUMERIC
                       ADD 1 TO WS-TAXES-REJECTED
                       DISPLAY "TAXA REJEITADA: " TAX-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE TF-AIRPORT-CODE TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-TAXES-REJECTED
                           DISPLAY "TAXA REJEITADA - AEROPORTO "
                                   "DESCONHECIDO: " TAX-FEED-RECORD
                           EXIT PARAGRAPH
                   END-READ
                   MOVE TF-AIRPORT-CODE  TO TX-AIRPORT-CODE
                   MOVE TF-CHARGE-SEQ    TO TX-CHARGE-SEQ
                   MOVE TF-CHARGE-NAME   TO TX-CHARGE-NAME
                   MOVE TF-CHARGE-AMOUNT TO TX-CHARGE-AMOUNT
                   WRITE AIRPORT-TAX-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TAXES-REJECTED
                           DISPLAY "TAXA DUPLICADA: "
                                   TAX-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-TAXES-LOADED
                   END-WRITE
           END-READ.
