       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTLLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    HOTLLOAD - CARGA DO MESTRE DOS BLOCOS DE QUARTOS CONTRATADOS
      *    COM HOTEIS (hotel-blocks.dat) A PARTIR DO FICHEIRO MANTIDO
      *    PELAS COMPRAS (hotel-blocks.txt, MESMO LAYOUT DO REGISTO
      *    HOTELBLK). O MESTRE E RECONSTRUIDO POR COMPLETO EM CADA
      *    CARGA, COMO O DE DISTRIBUICAO; OS QUARTOS JA DADOS (HOTLNGT)
      *    NAO SAO TOCADOS. SAO REJEITADAS AS LINHAS SEM ESTACAO, COM
      *    ORDEM DE PREFERENCIA NAO NUMERICA, SEM CODIGO OU NOME DE
      *    HOTEL, SEM QUARTOS OU SEM PRECO, COM VIGENCIA INVALIDA E COM
      *    ESTADO DESCONHECIDO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOTEL-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-blocks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT HOTEL-BLOCK-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-blocks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOTEL-FEED-FILE.
       01 HOTEL-FEED-RECORD         PIC X(77).

       FD HOTEL-BLOCK-FILE.
           COPY HOTELBLK.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-MASTER-STATUS      PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-LINE-OK            PIC X(1).
           88 B-LINE-OK         VALUE 'Y'.

       01 WS-LOAD-TOTALS.
           05 WS-LINES-READ     PIC 9(4) VALUE ZERO.
           05 WS-LINES-LOADED   PIC 9(4) VALUE ZERO.
           05 WS-LINES-REJECTED PIC 9(4) VALUE ZERO.
           05 WS-ROOMS-LOADED   PIC 9(6) VALUE ZERO.
           05 WS-DISP-READ      PIC Z(3)9.
           05 WS-DISP-LOADED    PIC Z(3)9.
           05 WS-DISP-REJECTED  PIC Z(3)9.
           05 WS-DISP-ROOMS     PIC Z(5)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT HOTEL-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE HOTEIS: "
                       WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HOTEL-BLOCK-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE HOTEIS: "
                       WS-MASTER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE HOTEL-FEED-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-LINE UNTIL B-FEED-EOF

           CLOSE HOTEL-FEED-FILE
                 HOTEL-BLOCK-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           MOVE WS-ROOMS-LOADED   TO WS-DISP-ROOMS
           DISPLAY "CARGA DO MESTRE DE HOTEIS TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED
           DISPLAY "Quartos por noite: " WS-DISP-ROOMS

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-LINE.
           READ HOTEL-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE HOTEL-FEED-RECORD TO HOTEL-BLOCK-RECORD
                   PERFORM 2000-VALIDATE-LINE
                   IF NOT B-LINE-OK
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "LINHA REJEITADA: " HOTEL-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
      *            SEM ESTADO NO FICHEIRO O CONTRATO FICA ATIVO
                   IF HB-STATUS = SPACE
                       SET B-HB-ACTIVE TO TRUE
                   END-IF
                   WRITE HOTEL-BLOCK-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "LINHA DUPLICADA: "
                                   HOTEL-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                           IF B-HB-ACTIVE
                               ADD HB-ROOMS-PER-NIGHT
                                   TO WS-ROOMS-LOADED
                           END-IF
                   END-WRITE
           END-READ.

       2000-VALIDATE-LINE.
           MOVE 'N' TO WS-LINE-OK
           IF HB-STATION = SPACES
               OR HB-PREF-SEQ IS NOT NUMERIC
               OR HB-HOTEL-CODE = SPACES
               OR HB-HOTEL-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HB-ROOMS-PER-NIGHT IS NOT NUMERIC
               OR HB-ROOMS-PER-NIGHT = ZERO
               OR HB-ROOM-RATE IS NOT NUMERIC
               OR HB-ROOM-RATE = ZERO
               EXIT PARAGRAPH
           END-IF
           IF HB-VALID-FROM IS NOT NUMERIC
               OR HB-VALID-TO IS NOT NUMERIC
               OR HB-VALID-FROM = ZERO
               OR HB-VALID-TO < HB-VALID-FROM
               EXIT PARAGRAPH
           END-IF
           IF HB-STATUS NOT = SPACE
               AND NOT B-HB-ACTIVE
               AND NOT B-HB-INACTIVE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-LINE-OK.
