       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKRPT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    STOCKRPT - RELATORIO DO STOCK DE NUMEROS DE BILHETE POR
      *    CANAL DE VENDA (TKTSTOCK): GAMA ATRIBUIDA, NUMEROS USADOS E
      *    RESTANTES E A ULTIMA SERIE EMITIDA, COM O NOME DO CANAL DO
      *    MESTRE DE CANAIS. ASSINALA OS CANAIS COM MENOS DE 10% DA
      *    GAMA POR USAR E OS ESGOTADOS, PARA A GAMA SEGUINTE SER
      *    ATRIBUIDA NO CHANMNT ANTES DE AS VENDAS SEREM RECUSADAS.
      *    RELATORIO EM ticket-stock-report.txt; RETURN-CODE 2 QUANDO
      *    HA CANAIS ESGOTADOS OU EM BAIXO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TICKET-STOCK-FILE ASSIGN TO
               "PASSAGEM/FILE/ticket-stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-CHANNEL-CODE
               FILE STATUS IS WS-STOCK-STATUS.

           SELECT OPTIONAL CHANNEL-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/channel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHANNEL-CODE
               FILE STATUS IS WS-CHANNEL-STATUS.

           SELECT STOCK-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/ticket-stock-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TICKET-STOCK-FILE.
           COPY TKTSTOCK.

       FD CHANNEL-MASTER-FILE.
           COPY CHANMAST.

       FD STOCK-REPORT-FILE.
       01 STOCK-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STOCK-STATUS       PIC X(2).
       01 WS-CHANNEL-STATUS     PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-STOCK-EOF          PIC X(1) VALUE 'N'.
           88 B-STOCK-EOF       VALUE 'Y'.

       01 WS-TODAY              PIC X(21).

       01 WS-STOCK-WORK.
           05 WS-ALLOCATED      PIC 9(10).
           05 WS-REMAINING      PIC 9(10).
           05 WS-LOW-MARK       PIC 9(10).

       01 WS-STOCK-TOTALS.
           05 WS-CHANNEL-COUNT  PIC 9(4) VALUE ZERO.
           05 WS-LOW-COUNT      PIC 9(4) VALUE ZERO.
           05 WS-EMPTY-COUNT    PIC 9(4) VALUE ZERO.
           05 WS-TOTAL-ALLOC    PIC 9(11) VALUE ZERO.
           05 WS-TOTAL-USED     PIC 9(11) VALUE ZERO.
           05 WS-TOTAL-LEFT     PIC 9(11) VALUE ZERO.
           05 WS-DISP-CHANNELS  PIC Z(3)9.
           05 WS-DISP-LOW       PIC Z(3)9.
           05 WS-DISP-EMPTY     PIC Z(3)9.
           05 WS-DISP-ALLOC     PIC Z(10)9.
           05 WS-DISP-USED      PIC Z(10)9.
           05 WS-DISP-LEFT      PIC Z(10)9.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(4)  VALUE 'CAN '.
           05 FILLER            PIC X(21) VALUE 'NOME'.
           05 FILLER            PIC X(5)  VALUE 'PFX'.
           05 FILLER            PIC X(20) VALUE 'GAMA DE SERIES'.
           05 FILLER            PIC X(11) VALUE ' ATRIBUIDOS'.
           05 FILLER            PIC X(11) VALUE '     USADOS'.
           05 FILLER            PIC X(11) VALUE '  RESTANTES'.
           05 FILLER            PIC X(11) VALUE ' ULT.SERIE'.
           05 FILLER            PIC X(9)  VALUE ' ATRIB.'.

       01 WS-DETAIL-LINE.
           05 WS-DET-CHANNEL    PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-NAME       PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-PREFIX     PIC 9(3).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-FROM       PIC 9(9).
           05 FILLER            PIC X(1) VALUE '-'.
           05 WS-DET-TO         PIC 9(9).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-ALLOC      PIC Z(9)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-USED       PIC Z(9)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-LEFT       PIC Z(9)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-LAST       PIC Z(8)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-DATE       PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG       PIC X(14).

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN INPUT TICKET-STOCK-FILE
           IF WS-STOCK-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O STOCK DE BILHETES: "
                       WS-STOCK-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CHANNEL-MASTER-FILE
           OPEN OUTPUT STOCK-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING '===== STOCK DE BILHETES POR CANAL - '
                  DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE WS-HEADER-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           PERFORM 2000-REPORT-ONE-CHANNEL UNTIL B-STOCK-EOF
           PERFORM 3000-WRITE-TOTALS

           CLOSE TICKET-STOCK-FILE
                 CHANNEL-MASTER-FILE
                 STOCK-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       2000-REPORT-ONE-CHANNEL.
           READ TICKET-STOCK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STOCK-EOF
               NOT AT END
                   PERFORM 2100-WRITE-DETAIL
           END-READ.

       2100-WRITE-DETAIL.
           ADD 1 TO WS-CHANNEL-COUNT
           COMPUTE WS-ALLOCATED = TK-SERIAL-TO - TK-SERIAL-FROM + 1
           IF TK-USED-COUNT < WS-ALLOCATED
               COMPUTE WS-REMAINING = WS-ALLOCATED - TK-USED-COUNT
           ELSE
               MOVE ZERO TO WS-REMAINING
           END-IF
           ADD WS-ALLOCATED  TO WS-TOTAL-ALLOC
           ADD TK-USED-COUNT TO WS-TOTAL-USED
           ADD WS-REMAINING  TO WS-TOTAL-LEFT

      *    A EMISSAO AUTOMATICA AVANCA PELA SERIE MAIS ALTA: QUANDO A
      *    ULTIMA SERIE CHEGA AO FIM DA GAMA O CANAL JA NAO EMITE,
      *    AINDA QUE HAJA NUMEROS SOLTOS POR USAR NO MEIO
           COMPUTE WS-LOW-MARK = WS-ALLOCATED / 10
           EVALUATE TRUE
               WHEN WS-REMAINING = ZERO
               WHEN TK-LAST-SERIAL >= TK-SERIAL-TO
                   MOVE '** ESGOTADO **' TO WS-DET-FLAG
                   ADD 1 TO WS-EMPTY-COUNT
                   MOVE 2 TO WS-RETURN-CODE
               WHEN WS-REMAINING < WS-LOW-MARK
                   MOVE '** BAIXO **' TO WS-DET-FLAG
                   ADD 1 TO WS-LOW-COUNT
                   MOVE 2 TO WS-RETURN-CODE
               WHEN OTHER
                   MOVE SPACES TO WS-DET-FLAG
           END-EVALUATE

           MOVE TK-CHANNEL-CODE TO CH-CHANNEL-CODE
           READ CHANNEL-MASTER-FILE
               INVALID KEY
                   IF TK-CHANNEL-CODE = 'DIR'
                       MOVE 'VENDA DIRETA' TO CH-NAME
                   ELSE
                       MOVE '(SEM CANAL)' TO CH-NAME
                   END-IF
           END-READ

           MOVE TK-CHANNEL-CODE   TO WS-DET-CHANNEL
           MOVE CH-NAME           TO WS-DET-NAME
           MOVE TK-AIRLINE-PREFIX TO WS-DET-PREFIX
           MOVE TK-SERIAL-FROM    TO WS-DET-FROM
           MOVE TK-SERIAL-TO      TO WS-DET-TO
           MOVE WS-ALLOCATED      TO WS-DET-ALLOC
           MOVE TK-USED-COUNT     TO WS-DET-USED
           MOVE WS-REMAINING      TO WS-DET-LEFT
           MOVE TK-LAST-SERIAL    TO WS-DET-LAST
           MOVE TK-ALLOC-DATE     TO WS-DET-DATE
           MOVE WS-DETAIL-LINE TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD.

       3000-WRITE-TOTALS.
           MOVE WS-CHANNEL-COUNT TO WS-DISP-CHANNELS
           MOVE WS-LOW-COUNT     TO WS-DISP-LOW
           MOVE WS-EMPTY-COUNT   TO WS-DISP-EMPTY
           MOVE WS-TOTAL-ALLOC   TO WS-DISP-ALLOC
           MOVE WS-TOTAL-USED    TO WS-DISP-USED
           MOVE WS-TOTAL-LEFT    TO WS-DISP-LEFT

           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING 'CANAIS: ' DELIMITED BY SIZE
                  WS-DISP-CHANNELS DELIMITED BY SIZE
                  '  ATRIBUIDOS: ' DELIMITED BY SIZE
                  WS-DISP-ALLOC DELIMITED BY SIZE
                  '  USADOS: ' DELIMITED BY SIZE
                  WS-DISP-USED DELIMITED BY SIZE
                  '  RESTANTES: ' DELIMITED BY SIZE
                  WS-DISP-LEFT DELIMITED BY SIZE
                  INTO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING 'CANAIS EM BAIXO: ' DELIMITED BY SIZE
                  WS-DISP-LOW DELIMITED BY SIZE
                  '  ESGOTADOS: ' DELIMITED BY SIZE
                  WS-DISP-EMPTY DELIMITED BY SIZE
                  INTO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           DISPLAY "RELATORIO DO STOCK DE BILHETES EMITIDO - "
                   WS-DISP-CHANNELS " CANAL(IS), " WS-DISP-LOW
                   " EM BAIXO, " WS-DISP-EMPTY " ESGOTADO(S)".
