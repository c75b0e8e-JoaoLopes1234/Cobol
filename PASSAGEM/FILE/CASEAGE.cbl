       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEAGE.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CASEAGE - ENVELHECIMENTO SEMANAL DOS PROCESSOS DE RECLAMACAO
      *    POR FECHAR (complaint-cases.dat, VER COMPCASE) CONTRA O
      *    PRAZO DE RESPOSTA AO CLIENTE. POR OPERADOR ATRIBUIDO, UMA
      *    LINHA POR PROCESSO ABERTO OU RESPONDIDO, COM OS DIAS DESDE
      *    A RECECAO E A FOLGA ATE AO PRAZO (NEGATIVA QUANDO JA
      *    PASSOU), E O TOTAL DO OPERADOR POR ESCALAO: SEM RESPOSTA E
      *    PRAZO VENCIDO, SEM RESPOSTA E PRAZO A 3 DIAS OU MENOS, SEM
      *    RESPOSTA DENTRO DO PRAZO, E JA RESPONDIDOS A AGUARDAR O
      *    FECHO. NO FIM O TOTAL GERAL POR ESCALAO. RELATORIO EM
      *    complaint-aging.txt. RETURN-CODE 1 QUANDO O FICHEIRO NAO
      *    ABRE; 2 QUANDO HA PROCESSOS SEM RESPOSTA COM O PRAZO VENCIDO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPLAINT-CASE-FILE ASSIGN TO
               "PASSAGEM/FILE/complaint-cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-ID
               ALTERNATE RECORD KEY IS CS-TICKET-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CS-ASSIGNED-OPER
                   WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/complaint-aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-CASE-FILE.
           COPY COMPCASE.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS        PIC X(2).

       01 WS-CASE-EOF           PIC X(1) VALUE 'N'.
           88 B-CASE-EOF        VALUE 'Y'.

       01 WS-TODAY              PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-DAYS-OPEN          PIC 9(5).
       01 WS-DAYS-TO-DUE        PIC S9(5).
       01 WS-CURRENT-OPER       PIC X(8).
       01 WS-FIRST-OPER         PIC X(1) VALUE 'Y'.
           88 B-FIRST-OPER      VALUE 'Y'.

      *    PRAZO A ESTE NUMERO DE DIAS OU MENOS: A VENCER
       01 WS-DUE-SOON-DAYS      PIC 9(2) VALUE 3.

      ******************************************************************
      *    CONTAGENS POR ESCALAO: (1) SEM RESPOSTA, PRAZO VENCIDO,
      *    (2) SEM RESPOSTA, A VENCER, (3) SEM RESPOSTA, DENTRO DO
      *    PRAZO, (4) RESPONDIDO - DO OPERADOR E GERAIS
      ******************************************************************
       01 WS-AGING-TOTALS.
           05 WS-OPER-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-OPER-BUCKET        PIC 9(5) OCCURS 4 TIMES.
           05 WS-GRAND-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-GRAND-BUCKET       PIC 9(5) OCCURS 4 TIMES.
           05 WS-OPERS-LISTED       PIC 9(3) VALUE ZERO.
           05 WS-BUCKET-IDX         PIC 9(1).

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(9)  VALUE 'PROCESSO'.
           05 FILLER            PIC X(6)  VALUE '  DIAS'.
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 FILLER            PIC X(9)  VALUE 'PRAZO'.
           05 FILLER            PIC X(7)  VALUE ' FOLGA'.
           05 FILLER            PIC X(12) VALUE 'ESTADO'.
           05 FILLER            PIC X(4)  VALUE 'CAT'.
           05 FILLER            PIC X(7)  VALUE 'VOO'.
           05 FILLER            PIC X(9)  VALUE 'DATA'.
           05 FILLER            PIC X(6)  VALUE 'BILH.'.
           05 FILLER            PIC X(15) VALUE 'PASSAGEIRO'.
           05 FILLER            PIC X(45) VALUE 'ASSUNTO'.

       01 WS-DETAIL-LINE.
           05 WS-DET-ID         PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DAYS       PIC Z(4)9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-DUE        PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-SLACK      PIC -(5)9.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-STATUS     PIC X(11).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-CATEGORY   PIC X(1).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-FLIGHT     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DATE       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET     PIC 9(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-NAME       PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-SUBJECT    PIC X(45).

       01 WS-BUCKET-LINE.
           05 WS-BKT-LABEL      PIC X(24).
           05 WS-BKT-COUNT      PIC Z(4)9.
           05 FILLER            PIC X(13) VALUE '   VENCIDOS: '.
           05 WS-BKT-1          PIC Z(4)9.
           05 FILLER            PIC X(13) VALUE '   A VENCER: '.
           05 WS-BKT-2          PIC Z(4)9.
           05 FILLER            PIC X(15) VALUE '   NO PRAZO:   '.
           05 WS-BKT-3          PIC Z(4)9.
           05 FILLER            PIC X(16) VALUE '   RESPONDIDOS: '.
           05 WS-BKT-4          PIC Z(4)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-RUN-DATE
           MOVE ZERO TO WS-OPER-BUCKET(1) WS-OPER-BUCKET(2)
                        WS-OPER-BUCKET(3) WS-OPER-BUCKET(4)
           MOVE ZERO TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                        WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4)

           OPEN INPUT COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               AND WS-CASE-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE RECLAMACOES: "
                       WS-CASE-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING '===== RECLAMACOES POR FECHAR POR OPERADOR - '
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE SPACES TO WS-CURRENT-OPER
           IF WS-CASE-STATUS = '00'
               MOVE LOW-VALUES TO CS-ASSIGNED-OPER
               START COMPLAINT-CASE-FILE
                   KEY IS NOT LESS THAN CS-ASSIGNED-OPER
                   INVALID KEY
                       MOVE 'Y' TO WS-CASE-EOF
               END-START
               PERFORM 1000-AGE-ONE-CASE UNTIL B-CASE-EOF
           END-IF
           IF NOT B-FIRST-OPER
               PERFORM 2000-WRITE-OPER-TOTALS
           END-IF

           PERFORM 3000-WRITE-GRAND-TOTALS

           CLOSE COMPLAINT-CASE-FILE
                 AGING-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    O FICHEIRO VEM PELA CHAVE DO OPERADOR ATRIBUIDO: A MUDANCA
      *    DE OPERADOR FECHA O BLOCO ANTERIOR COM OS TOTAIS. OS
      *    PROCESSOS FECHADOS E O REGISTO DE CONTROLO NAO ENTRAM
      ******************************************************************
       1000-AGE-ONE-CASE.
           READ COMPLAINT-CASE-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CASE-EOF
                   EXIT PARAGRAPH
           END-READ
           IF CS-CASE-ID = ZERO
               OR B-CS-CLOSED
               EXIT PARAGRAPH
           END-IF

           IF B-FIRST-OPER
               OR CS-ASSIGNED-OPER NOT = WS-CURRENT-OPER
               IF NOT B-FIRST-OPER
                   PERFORM 2000-WRITE-OPER-TOTALS
               END-IF
               PERFORM 1100-START-OPER
           END-IF

           IF CS-RECEIVED-DATE IS NUMERIC
               AND CS-RECEIVED-DATE NOT > WS-RUN-DATE
               AND CS-RECEIVED-DATE NOT = ZERO
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(CS-RECEIVED-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           IF CS-DUE-DATE IS NUMERIC
               AND CS-DUE-DATE NOT = ZERO
               COMPUTE WS-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(CS-DUE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-TO-DUE
           END-IF

           EVALUATE TRUE
               WHEN B-CS-ANSWERED
                   MOVE 4 TO WS-BUCKET-IDX
                   MOVE 'RESPONDIDO' TO WS-DET-STATUS
               WHEN WS-DAYS-TO-DUE < ZERO
                   MOVE 1 TO WS-BUCKET-IDX
                   MOVE '** VENCIDO' TO WS-DET-STATUS
                   MOVE 2 TO WS-RETURN-CODE
               WHEN WS-DAYS-TO-DUE <= WS-DUE-SOON-DAYS
                   MOVE 2 TO WS-BUCKET-IDX
                   MOVE 'A VENCER' TO WS-DET-STATUS
               WHEN OTHER
                   MOVE 3 TO WS-BUCKET-IDX
                   MOVE 'ABERTO' TO WS-DET-STATUS
           END-EVALUATE
           ADD 1 TO WS-OPER-COUNT
                    WS-OPER-BUCKET(WS-BUCKET-IDX)
                    WS-GRAND-COUNT
                    WS-GRAND-BUCKET(WS-BUCKET-IDX)

           MOVE CS-CASE-ID       TO WS-DET-ID
           MOVE WS-DAYS-OPEN     TO WS-DET-DAYS
           MOVE CS-DUE-DATE      TO WS-DET-DUE
           MOVE WS-DAYS-TO-DUE   TO WS-DET-SLACK
           MOVE CS-CATEGORY      TO WS-DET-CATEGORY
           MOVE CS-FLIGHT-NUMBER TO WS-DET-FLIGHT
           MOVE CS-FLIGHT-DATE   TO WS-DET-DATE
           MOVE CS-TICKET        TO WS-DET-TICKET
           MOVE CS-NAME          TO WS-DET-NAME
           MOVE CS-SUBJECT       TO WS-DET-SUBJECT
           MOVE WS-DETAIL-LINE   TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       1100-START-OPER.
           MOVE CS-ASSIGNED-OPER TO WS-CURRENT-OPER
           MOVE 'N' TO WS-FIRST-OPER
           ADD 1 TO WS-OPERS-LISTED
           MOVE ZERO TO WS-OPER-COUNT
           MOVE ZERO TO WS-OPER-BUCKET(1) WS-OPER-BUCKET(2)
                        WS-OPER-BUCKET(3) WS-OPER-BUCKET(4)
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           STRING 'OPERADOR ' DELIMITED BY SIZE
                  WS-CURRENT-OPER DELIMITED BY SIZE
                  INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE WS-HEADER-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       2000-WRITE-OPER-TOTALS.
           MOVE SPACES TO WS-BKT-LABEL
           STRING 'TOTAL ' DELIMITED BY SIZE
                  WS-CURRENT-OPER DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  INTO WS-BKT-LABEL
           MOVE WS-OPER-COUNT     TO WS-BKT-COUNT
           MOVE WS-OPER-BUCKET(1) TO WS-BKT-1
           MOVE WS-OPER-BUCKET(2) TO WS-BKT-2
           MOVE WS-OPER-BUCKET(3) TO WS-BKT-3
           MOVE WS-OPER-BUCKET(4) TO WS-BKT-4
           MOVE WS-BUCKET-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       3000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           IF WS-GRAND-COUNT = ZERO
               MOVE 'SEM RECLAMACOES POR FECHAR.' TO AGING-REPORT-RECORD
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

           DISPLAY "ENVELHECIMENTO DAS RECLAMACOES TERMINADO - "
                   WS-BKT-COUNT " POR FECHAR, " WS-BKT-1
                   " SEM RESPOSTA COM O PRAZO VENCIDO".
