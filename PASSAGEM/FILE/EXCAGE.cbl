       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCAGE.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    EXCAGE - ENVELHECIMENTO DAS EXCECOES EM ABERTO DO REGISTO
      *    CENTRAL (exceptions.dat, VER EXCREG), TODOS OS DIAS DEPOIS
      *    DA CARGA DO EXCLOAD. POR EQUIPA DONA, UMA LINHA POR EXCECAO
      *    AINDA ABERTA OU SO RECONHECIDA, COM OS DIAS EM ABERTO DESDE
      *    QUE FOI LEVANTADA, E O TOTAL DA EQUIPA POR ESCALAO DE DIAS
      *    (0-1, 2-7, 8-30, MAIS DE 30). NO FIM O TOTAL GERAL POR
      *    ESCALAO. RELATORIO EM exception-aging.txt. RETURN-CODE 1
      *    QUANDO O REGISTO NAO ABRE; 2 QUANDO HA EXCECOES COM MAIS DE
      *    30 DIAS AINDA POR FECHAR
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-ID
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EX-OWNER-TEAM
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/exception-aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS    PIC X(2).

       01 WS-REGISTER-EOF       PIC X(1) VALUE 'N'.
           88 B-REGISTER-EOF    VALUE 'Y'.

       01 WS-TODAY              PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-DAYS-OPEN          PIC 9(5).
       01 WS-CURRENT-TEAM       PIC X(10).

      ******************************************************************
      *    CONTAGENS POR ESCALAO DE DIAS EM ABERTO: (1) 0-1 DIAS,
      *    (2) 2-7, (3) 8-30, (4) MAIS DE 30 - DA EQUIPA E GERAIS
      ******************************************************************
       01 WS-AGING-TOTALS.
           05 WS-TEAM-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-TEAM-BUCKET        PIC 9(5) OCCURS 4 TIMES.
           05 WS-GRAND-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-GRAND-BUCKET       PIC 9(5) OCCURS 4 TIMES.
           05 WS-TEAMS-LISTED       PIC 9(3) VALUE ZERO.
           05 WS-BUCKET-IDX         PIC 9(1).

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(9)  VALUE 'NUMERO'.
           05 FILLER            PIC X(6)  VALUE '  DIAS'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(12) VALUE 'ESTADO'.
           05 FILLER            PIC X(9)  VALUE 'ORIGEM'.
           05 FILLER            PIC X(7)  VALUE 'VOO'.
           05 FILLER            PIC X(9)  VALUE 'DATA'.
           05 FILLER            PIC X(14) VALUE 'REFERENCIA'.
           05 FILLER            PIC X(5)  VALUE 'VEZES'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(59) VALUE 'DESCRICAO'.

       01 WS-DETAIL-LINE.
           05 WS-DET-ID         PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DAYS       PIC Z(4)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS     PIC X(11).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-SOURCE     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-FLIGHT     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DATE       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET     PIC X(13).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-OCCURS     PIC Z(3)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-DESC       PIC X(59).

       01 WS-BUCKET-LINE.
           05 WS-BKT-LABEL      PIC X(24).
           05 WS-BKT-COUNT      PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE '   0-1 DIAS:'.
           05 WS-BKT-1          PIC Z(4)9.
           05 FILLER            PIC X(12) VALUE '   2-7 DIAS:'.
           05 WS-BKT-2          PIC Z(4)9.
           05 FILLER            PIC X(13) VALUE '   8-30 DIAS:'.
           05 WS-BKT-3          PIC Z(4)9.
           05 FILLER            PIC X(14) VALUE '   +30 DIAS:  '.
           05 WS-BKT-4          PIC Z(4)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-RUN-DATE
           MOVE ZERO TO WS-TEAM-BUCKET(1) WS-TEAM-BUCKET(2)
                        WS-TEAM-BUCKET(3) WS-TEAM-BUCKET(4)
           MOVE ZERO TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                        WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4)

           OPEN INPUT EXCEPTION-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               AND WS-REGISTER-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR O REGISTO DE EXCECOES: "
                       WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING '===== EXCECOES EM ABERTO POR EQUIPA - '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE SPACES TO WS-CURRENT-TEAM
           IF WS-REGISTER-STATUS = '00'
               MOVE LOW-VALUES TO EX-OWNER-TEAM
               START EXCEPTION-REGISTER-FILE
                   KEY IS NOT LESS THAN EX-OWNER-TEAM
                   INVALID KEY
                       MOVE 'Y' TO WS-REGISTER-EOF
               END-START
               PERFORM 1000-AGE-ONE-EXCEPTION UNTIL B-REGISTER-EOF
           END-IF
           IF WS-CURRENT-TEAM NOT = SPACES
               PERFORM 2000-WRITE-TEAM-TOTALS
           END-IF

           PERFORM 3000-WRITE-GRAND-TOTALS

           CLOSE EXCEPTION-REGISTER-FILE
                 AGING-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    O REGISTO VEM PELA CHAVE DA EQUIPA: A MUDANCA DE EQUIPA
      *    FECHA O BLOCO ANTERIOR COM OS TOTAIS POR ESCALAO. AS
      *    EXCECOES FECHADAS NAO ENTRAM
      ******************************************************************
       1000-AGE-ONE-EXCEPTION.
           READ EXCEPTION-REGISTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-REGISTER-EOF
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-EX-UNRESOLVED
               EXIT PARAGRAPH
           END-IF

           IF EX-OWNER-TEAM NOT = WS-CURRENT-TEAM
               IF WS-CURRENT-TEAM NOT = SPACES
                   PERFORM 2000-WRITE-TEAM-TOTALS
               END-IF
               PERFORM 1100-START-TEAM
           END-IF

           IF EX-RAISED-DATE IS NUMERIC
               AND EX-RAISED-DATE NOT > WS-RUN-DATE
               AND EX-RAISED-DATE NOT = ZERO
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(EX-RAISED-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 1
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 7
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
                   MOVE 2 TO WS-RETURN-CODE
           END-EVALUATE
           ADD 1 TO WS-TEAM-COUNT
                    WS-TEAM-BUCKET(WS-BUCKET-IDX)
                    WS-GRAND-COUNT
                    WS-GRAND-BUCKET(WS-BUCKET-IDX)

           MOVE EX-EXCEPTION-ID  TO WS-DET-ID
           MOVE WS-DAYS-OPEN     TO WS-DET-DAYS
           IF B-EX-OPEN
               MOVE 'ABERTA'      TO WS-DET-STATUS
           ELSE
               MOVE 'RECONHECIDA' TO WS-DET-STATUS
           END-IF
           MOVE EX-SOURCE-JOB    TO WS-DET-SOURCE
           MOVE EX-FLIGHT-NUMBER TO WS-DET-FLIGHT
           MOVE EX-FLIGHT-DATE   TO WS-DET-DATE
           MOVE EX-TICKET        TO WS-DET-TICKET
           MOVE EX-OCCURRENCES   TO WS-DET-OCCURS
           MOVE EX-DESCRIPTION   TO WS-DET-DESC
           MOVE WS-DETAIL-LINE   TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       1100-START-TEAM.
           MOVE EX-OWNER-TEAM TO WS-CURRENT-TEAM
           ADD 1 TO WS-TEAMS-LISTED
           MOVE ZERO TO WS-TEAM-COUNT
           MOVE ZERO TO WS-TEAM-BUCKET(1) WS-TEAM-BUCKET(2)
                        WS-TEAM-BUCKET(3) WS-TEAM-BUCKET(4)
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           STRING 'EQUIPA ' DELIMITED BY SIZE
                  WS-CURRENT-TEAM DELIMITED BY SIZE
                  INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-HEADER-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       2000-WRITE-TEAM-TOTALS.
           MOVE SPACES TO WS-BKT-LABEL
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURRENT-TEAM DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  INTO WS-BKT-LABEL
           MOVE WS-TEAM-COUNT     TO WS-BKT-COUNT
           MOVE WS-TEAM-BUCKET(1) TO WS-BKT-1
           MOVE WS-TEAM-BUCKET(2) TO WS-BKT-2
           MOVE WS-TEAM-BUCKET(3) TO WS-BKT-3
           MOVE WS-TEAM-BUCKET(4) TO WS-BKT-4
           MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       3000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           IF WS-GRAND-COUNT = ZERO
               MOVE 'SEM EXCECOES EM ABERTO.' TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           MOVE 'TOTAL GERAL:' TO WS-BKT-LABEL
           MOVE WS-GRAND-COUNT     TO WS-BKT-COUNT
           MOVE WS-GRAND-BUCKET(1) TO WS-BKT-1
           MOVE WS-GRAND-BUCKET(2) TO WS-BKT-2
           MOVE WS-GRAND-BUCKET(3) TO WS-BKT-3
           MOVE WS-GRAND-BUCKET(4) TO WS-BKT-4
           MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           DISPLAY "ENVELHECIMENTO DAS EXCECOES TERMINADO - "
                   WS-BKT-COUNT " EM ABERTO, " WS-BKT-4
                   " COM MAIS DE 30 DIAS".
