       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    DISTLOAD - CARGA DO MESTRE DE DISTRIBUICAO DOS DOCUMENTOS DE
      *    VOO (distribution-master.dat) A PARTIR DO FICHEIRO MANTIDO
      *    PELAS OPERACOES (distribution-master.txt, MESMO LAYOUT DO
      *    REGISTO DISTMAST). O MESTRE E RECONSTRUIDO POR COMPLETO EM
      *    CADA CARGA, COMO O DOS PARCEIROS. SAO REJEITADAS AS LINHAS
      *    COM DOCUMENTO DESCONHECIDO, AMBITO INVALIDO OU QUE NAO BATE
      *    COM O CODIGO (ROTA 'LIS-OPO', ESTACAO 'LIS', '*' EM BRANCO),
      *    SEM AREA OU COM AREA QUE NAO SERVE DE NOME DE DIRETORIO,
      *    SEM DESTINATARIO, COM MEIO DESCONHECIDO, E AS DE CORREIO OU
      *    SITA SEM ENDERECO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/distribution-master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT DISTRIBUTION-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/distribution-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DIST-FEED-FILE.
       01 DIST-FEED-RECORD          PIC X(112).

       FD DISTRIBUTION-MASTER-FILE.
           COPY DISTMAST.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-MASTER-STATUS      PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-LINE-OK            PIC X(1).
           88 B-LINE-OK         VALUE 'Y'.

      *    VERIFICACAO DA AREA, CARACTER A CARACTER: SO LETRAS
      *    MAIUSCULAS, DIGITOS E '-', SEM ESPACOS PELO MEIO
       01 WS-AREA-CHECK.
           05 WS-AREA-IDX       PIC 9(2).
           05 WS-AREA-CHAR      PIC X(1).
               88 B-AREA-CHAR-OK VALUES 'A' THRU 'Z' '0' THRU '9' '-'.
           05 WS-AREA-END       PIC X(1).
               88 B-AREA-END    VALUE 'Y'.

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
           OPEN INPUT DIST-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE DISTRIBUICAO: "
                       WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT DISTRIBUTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE DISTRIBUICAO: "
                       WS-MASTER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE DIST-FEED-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-LINE UNTIL B-FEED-EOF

           CLOSE DIST-FEED-FILE
                 DISTRIBUTION-MASTER-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DO MESTRE DE DISTRIBUICAO TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-LINE.
           READ DIST-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE DIST-FEED-RECORD TO DISTRIBUTION-MASTER-RECORD
                   PERFORM 2000-VALIDATE-LINE
                   IF NOT B-LINE-OK
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "LINHA REJEITADA: " DIST-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
      *            SEM ESTADO NO FICHEIRO A LINHA FICA ATIVA
                   IF DM-STATUS NOT = 'I'
                       SET B-DM-ACTIVE TO TRUE
                   END-IF
                   WRITE DISTRIBUTION-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "LINHA DUPLICADA: "
                                   DIST-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                   END-WRITE
           END-READ.

       2000-VALIDATE-LINE.
           MOVE 'N' TO WS-LINE-OK
           IF NOT B-DM-DOC-VALID
               OR DM-RECIPIENT-SEQ IS NOT NUMERIC
               OR DM-RECIPIENT-NAME = SPACES
               OR NOT B-DM-METHOD-VALID
               EXIT PARAGRAPH
           END-IF
           IF B-DM-NEEDS-ADDRESS AND DM-ADDRESS = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN B-DM-SCOPE-ROUTE
                   IF DM-SCOPE-CODE(4:1) NOT = '-'
                       OR DM-SCOPE-CODE(1:3) = SPACES
                       OR DM-SCOPE-CODE(5:3) = SPACES
                       EXIT PARAGRAPH
                   END-IF
               WHEN B-DM-SCOPE-DEP
               WHEN B-DM-SCOPE-ARR
                   IF DM-SCOPE-CODE(1:3) = SPACES
                       OR DM-SCOPE-CODE(4:4) NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               WHEN B-DM-SCOPE-ALL
                   IF DM-SCOPE-CODE NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF DM-RECIPIENT-AREA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-AREA-END
           PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
               UNTIL WS-AREA-IDX > 12
               MOVE DM-RECIPIENT-AREA(WS-AREA-IDX:1) TO WS-AREA-CHAR
               IF WS-AREA-CHAR = SPACE
                   MOVE 'Y' TO WS-AREA-END
               ELSE
                   IF B-AREA-END OR NOT B-AREA-CHAR-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-LINE-OK.
