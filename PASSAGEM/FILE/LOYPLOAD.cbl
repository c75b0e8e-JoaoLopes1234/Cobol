       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYPLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    LOYPLOAD - CARGA DO MESTRE DE PARCEIROS DE FIDELIZACAO
      *    (loyalty-partners.dat) A PARTIR DO FICHEIRO MANTIDO PELO
      *    PROGRAMA DE FIDELIZACAO (loyalty-partners.txt, MESMO LAYOUT
      *    DO REGISTO LOYPART, COM O PRECO POR PONTO EM 5 DIGITOS COM
      *    4 DECIMAIS IMPLICITAS). O MESTRE E RECONSTRUIDO POR
      *    COMPLETO EM CADA CARGA, COMO O DAS COMPANHIAS PARCEIRAS: UM
      *    PARCEIRO QUE DEIXA DE TER CONTRATO PASSA A 'R' EM VEZ DE
      *    SAIR DO FICHEIRO, PARA O EXTRATO DO ULTIMO MES AINDA SAIR.
      *    SAO REJEITADAS AS LINHAS SEM CODIGO, SEM NOME, COM TIPO
      *    DESCONHECIDO OU SEM PRECO POR PONTO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partners.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT LOYALTY-PARTNER-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PARTNER-CODE
               FILE STATUS IS WS-PARTNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTNER-FEED-FILE.
       01 PARTNER-FEED-RECORD.
           05 PF-PARTNER-CODE       PIC X(8).
           05 PF-NAME               PIC X(30).
           05 PF-PARTNER-TYPE       PIC X(1).
           05 PF-PRICE-PER-POINT    PIC X(5).
           05 PF-PRICE-PER-POINT-N REDEFINES PF-PRICE-PER-POINT
                                    PIC 9(1)V9(4).
           05 PF-STATUS             PIC X(1).

       FD LOYALTY-PARTNER-FILE.
           COPY LOYPART.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-PARTNER-STATUS     PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-PARTNER-TYPE       PIC X(1).
           88 B-TYPE-VALID      VALUES 'H' 'C'.

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
           OPEN INPUT PARTNER-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE PARCEIROS DE "
                       "FIDELIZACAO: " WS-FEED-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LOYALTY-PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               DISPLAY "ERRO A CRIAR O MESTRE DE PARCEIROS DE "
                       "FIDELIZACAO: " WS-PARTNER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE PARTNER-FEED-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-LOAD-ONE-PARTNER UNTIL B-FEED-EOF

           CLOSE PARTNER-FEED-FILE
                 LOYALTY-PARTNER-FILE

           MOVE WS-LINES-READ     TO WS-DISP-READ
           MOVE WS-LINES-LOADED   TO WS-DISP-LOADED
           MOVE WS-LINES-REJECTED TO WS-DISP-REJECTED
           DISPLAY "CARGA DO MESTRE DE PARCEIROS DE FIDELIZACAO "
                   "TERMINADA"
           DISPLAY "Linhas lidas:      " WS-DISP-READ
           DISPLAY "Linhas carregadas: " WS-DISP-LOADED
           DISPLAY "Linhas rejeitadas: " WS-DISP-REJECTED

           IF WS-LINES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-LOAD-ONE-PARTNER.
           READ PARTNER-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE PF-PARTNER-TYPE TO WS-PARTNER-TYPE
                   IF PF-PARTNER-CODE = SPACES
                       OR PF-NAME = SPACES
                       OR NOT B-TYPE-VALID
                       OR PF-PRICE-PER-POINT IS NOT NUMERIC
                       OR PF-PRICE-PER-POINT = '00000'
                       ADD 1 TO WS-LINES-REJECTED
                       DISPLAY "PARCEIRO REJEITADO: "
                               PARTNER-FEED-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PF-PARTNER-CODE TO LP-PARTNER-CODE
                   MOVE PF-NAME         TO LP-NAME
                   MOVE PF-PARTNER-TYPE TO LP-PARTNER-TYPE
                   MOVE PF-PRICE-PER-POINT-N TO LP-PRICE-PER-POINT
      *            SEM ESTADO NO FICHEIRO O PARCEIRO FICA ATIVO
                   IF PF-STATUS = 'R'
                       SET B-LP-WITHDRAWN TO TRUE
                   ELSE
                       SET B-LP-ACTIVE TO TRUE
                   END-IF
                   WRITE LOYALTY-PARTNER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-LINES-REJECTED
                           DISPLAY "PARCEIRO DUPLICADO: "
                                   PARTNER-FEED-RECORD
                       NOT INVALID KEY
                           ADD 1 TO WS-LINES-LOADED
                   END-WRITE
           END-READ.
