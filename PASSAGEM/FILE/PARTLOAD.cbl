       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    PARTLOAD - CARGA DO MESTRE DE COMPANHIAS PARCEIRAS
      *    (partner-carriers.dat) A PARTIR DO FICHEIRO MANTIDO PELA
      *    DIRECAO DE ALIANCAS (partner-carriers.txt, MESMO LAYOUT DO
      *    REGISTO PARTNER). O MESTRE E RECONSTRUIDO POR COMPLETO EM
      *    CADA CARGA, COMO O CATALOGO DE AUXILIARES: UMA PARCEIRA QUE
      *    DEIXA DE TER ACORDO PASSA A 'R' EM VEZ DE SAIR DO FICHEIRO,
      *    PARA OS VOOS JA MARCADOS COM ELA CONTINUAREM A LIQUIDAR.
      *    SAO REJEITADAS AS LINHAS SEM CODIGO, SEM NOME, COM O CODIGO
      *    DA PROPRIA COMPANHIA OU COM TIPO DE ACORDO DESCONHECIDO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/partner-carriers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT PARTNER-CARRIER-FILE ASSIGN TO
               "PASSAGEM/FILE/partner-carriers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CARRIER-CODE
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARTNER-FEED-FILE.
       01 PARTNER-FEED-RECORD.
           05 PF-CARRIER-CODE       PIC X(2).
           05 PF-NAME               PIC X(30).
           05 PF-AGREEMENT-TYPE     PIC X(1).
           05 PF-STATUS             PIC X(1).

       FD PARTNER-CARRIER-FILE.
           COPY PARTNER.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-PARTNER-STATUS     PIC X(2).

       COPY SITEPARM.

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-AGREEMENT-TYPE     PIC X(1).
           88 B-AGREEMENT-VALID VALUES 'C' 'I'.

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
           PERFORM 0050-LOAD-SITE-PARAMS

           OPEN INPUT PARTNER-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE PARCEIRAS: "
                       WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PARTNER-CARRIER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE PARCEIRAS: "
                       WS-PARTNER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE PARTNER-FEED-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-PARTNER UNTIL B-FEED-EOF

           CLOSE PARTNER-FEED-FILE
                 PARTNER-CARRIER-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DO MESTRE DE PARCEIRAS TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    CODIGO DA PROPRIA COMPANHIA (OWN-CARRIER), QUE NAO PODE
      *    APARECER COMO PARCEIRA
      ******************************************************************
       0050-LOAD-SITE-PARAMS.
           OPEN INPUT SITE-PARAM-FILE
           MOVE SPACE TO SP-PARAM-EOF
           PERFORM UNTIL B-SP-PARAM-EOF
               READ SITE-PARAM-FILE
                   AT END
                       MOVE 'Y' TO SP-PARAM-EOF
                   NOT AT END
                       IF SITE-PARAM-RECORD(1:1) NOT = '*'
                           AND SITE-PARAM-RECORD NOT = SPACES
                           MOVE SPACES TO SP-LINE-KEY
                           MOVE SPACES TO SP-LINE-VALUE
                           UNSTRING SITE-PARAM-RECORD
                               DELIMITED BY '='
                               INTO SP-LINE-KEY SP-LINE-VALUE
                           IF SP-LINE-KEY = 'OWN-CARRIER'
                               MOVE SP-LINE-VALUE TO SP-OWN-CARRIER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

       1000-LOAD-ONE-PARTNER.
           READ PARTNER-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE PF-AGREEMENT-TYPE TO WS-AGREEMENT-TYPE
                   IF PF-CARRIER-CODE = SPACES
                       OR PF-NAME = SPACES
                       OR PF-CARRIER-CODE = SP-OWN-CARRIER
                       OR NOT B-AGREEMENT-VALID
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "PARCEIRA REJEITADA: "
                               PARTNER-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PF-CARRIER-CODE   TO PC-CARRIER-CODE
                   MOVE PF-NAME           TO PC-NAME
                   MOVE PF-AGREEMENT-TYPE TO PC-AGREEMENT-TYPE
      *            SEM ESTADO NO FICHEIRO A PARCEIRA FICA ATIVA
                   IF PF-STATUS = 'R'
                       SET B-PC-WITHDRAWN TO TRUE
                   ELSE
                       SET B-PC-ACTIVE TO TRUE
                   END-IF
                   WRITE PARTNER-CARRIER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "PARCEIRA DUPLICADA: "
                                   PARTNER-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                   END-WRITE
           END-READ.
