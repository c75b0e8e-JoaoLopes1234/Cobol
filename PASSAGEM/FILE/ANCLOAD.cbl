       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    ANCLOAD - CARGA DO CATALOGO DE PRODUTOS AUXILIARES
      *    (ancillary-catalogue.dat) A PARTIR DO FICHEIRO MANTIDO PELO
      *    COMERCIAL (ancillary-catalogue.txt, MESMO LAYOUT DO REGISTO
      *    ANCCAT). O CATALOGO E RECONSTRUIDO POR COMPLETO EM CADA
      *    CARGA, COMO A TABELA DE TAXAS: AS VENDAS JA FEITAS GUARDAM
      *    O SEU PRECO E REGRA NO REGISTO DE VENDAS (ANCSALE).
      *    SAO REJEITADAS AS LINHAS SEM PRODUTO, COM PRECO, IVA OU
      *    TAXA DE REEMBOLSO NAO NUMERICOS, REGRA DE REEMBOLSO
      *    DESCONHECIDA, SEM CONTA DE RECEITA, OU COM UM AEROPORTO DA
      *    ROTA FORA DO MESTRE DE AEROPORTOS (AIRPLOAD.cbl)
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/ancillary-catalogue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT ANCILLARY-CATALOGUE-FILE ASSIGN TO
               "PASSAGEM/FILE/ancillary-catalogue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CATALOGUE-KEY
               FILE STATUS IS WS-CATALOGUE-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FEED-FILE.
       01 CATALOGUE-FEED-RECORD.
           05 CF-PRODUCT-CODE       PIC X(3).
           05 CF-ORIGIN             PIC X(3).
           05 CF-DESTINATION        PIC X(3).
           05 CF-FARE-BRAND         PIC X(1).
           05 CF-DESCRIPTION        PIC X(30).
           05 CF-PASS-TEXT          PIC X(12).
           05 CF-PRICE              PIC 9(5)V99.
           05 CF-VAT-RATE           PIC 9V9(4).
           05 CF-REFUND-RULE        PIC X(1).
           05 CF-REFUND-FEE         PIC 9(5)V99.
           05 CF-GL-ACCOUNT         PIC X(8).
           05 CF-STATUS             PIC X(1).

       FD ANCILLARY-CATALOGUE-FILE.
           COPY ANCCAT.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-CATALOGUE-STATUS   PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-REFUND-RULE        PIC X(1).
           88 B-RULE-VALID      VALUES 'F' 'N' 'P'.
       01 WS-AIRPORT-OK         PIC X(1).
           88 B-AIRPORT-OK      VALUE 'Y'.

       01 WS-LOAD-TOTALS.
           05 WS-LINES-READ     PIC 9(4) VALUE ZERO.
           05 WS-LINES-LOADED   PIC 9(4) VALUE ZERO.
           05 WS-LINES-REJECTED PIC 9(4) VALUE ZERO.
           05 WS-DISP-READ      PIC Z(3)9.
           05 WS-DISP-LOADED    PIC Z(3)9.
           05 WS-DISP-REJECTED  PIC Z(3)9.

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

           OPEN INPUT CATALOGUE-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DO CATALOGO: "
                       WS-FEED-STATUS
               CLOSE AIRPORT-MASTER-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ANCILLARY-CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O CATALOGO DE AUXILIARES: "
                       WS-CATALOGUE-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE CATALOGUE-FEED-FILE
                     AIRPORT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-PRODUCT UNTIL B-FEED-EOF

           CLOSE CATALOGUE-FEED-FILE
                 ANCILLARY-CATALOGUE-FILE
                 AIRPORT-MASTER-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DO CATALOGO DE AUXILIARES TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-PRODUCT.
           READ CATALOGUE-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE CF-REFUND-RULE TO WS-REFUND-RULE
                   IF CF-PRODUCT-CODE = SPACES
                       OR CF-PRICE IS NOT NUMERIC
                       OR CF-VAT-RATE IS NOT NUMERIC
                       OR CF-REFUND-FEE IS NOT NUMERIC
                       OR NOT B-RULE-VALID
                       OR CF-GL-ACCOUNT = SPACES
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "PRODUTO REJEITADO: "
                               CATALOGUE-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'Y' TO WS-AIRPORT-OK
                   IF CF-ORIGIN NOT = SPACES
                       MOVE CF-ORIGIN TO AR-AIRPORT-CODE
                       PERFORM 1100-CHECK-AIRPORT
                   END-IF
                   IF CF-DESTINATION NOT = SPACES
                       MOVE CF-DESTINATION TO AR-AIRPORT-CODE
                       PERFORM 1100-CHECK-AIRPORT
                   END-IF
                   IF NOT B-AIRPORT-OK
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "PRODUTO REJEITADO - AEROPORTO "
                               "DESCONHECIDO: " CATALOGUE-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE CF-PRODUCT-CODE TO AX-PRODUCT-CODE
                   MOVE CF-ORIGIN       TO AX-ORIGIN
                   MOVE CF-DESTINATION  TO AX-DESTINATION
                   MOVE CF-FARE-BRAND   TO AX-FARE-BRAND
                   MOVE CF-DESCRIPTION  TO AX-DESCRIPTION
                   MOVE CF-PASS-TEXT    TO AX-PASS-TEXT
                   MOVE CF-PRICE        TO AX-PRICE
                   MOVE CF-VAT-RATE     TO AX-VAT-RATE
                   MOVE CF-REFUND-RULE  TO AX-REFUND-RULE
                   MOVE CF-REFUND-FEE   TO AX-REFUND-FEE
                   MOVE CF-GL-ACCOUNT   TO AX-GL-ACCOUNT
      *            SEM ESTADO NO FICHEIRO O PRODUTO FICA ATIVO
                   IF CF-STATUS = 'R'
                       SET B-AX-WITHDRAWN TO TRUE
                   ELSE
                       SET B-AX-ACTIVE TO TRUE
                   END-IF
                   WRITE ANCILLARY-CATALOGUE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "PRODUTO DUPLICADO: "
                                   CATALOGUE-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                   END-WRITE
           END-READ.

       1100-CHECK-AIRPORT.
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AIRPORT-OK
           END-READ.
