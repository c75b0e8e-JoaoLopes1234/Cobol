       IDENTIFICATION DIVISION.
       PROGRAM-ID. VCHRRPT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    VCHRRPT - RELATORIO MENSAL DA RESPONSABILIDADE EM VOUCHERS
      *    DE VIAGEM POR USAR, PARA A CONTABILIDADE. LE O MESTRE DE
      *    VOUCHERS (VOUCHER) E LISTA CADA VOUCHER COM SALDO: OS AINDA
      *    VALIDOS NO FECHO DO MES SAO RESPONSABILIDADE EM ABERTO; OS
      *    JA CADUCADOS COM SALDO SAO ASSINALADOS A PARTE (SALDO A
      *    ANULAR). TOTAIS POR MOTIVO DE EMISSAO E OS VOUCHERS
      *    EMITIDOS NO MES.
      *    PARAMETRO: MES DO FECHO (AAAAMM; SEM MES, O MES CORRENTE).
      *    O SALDO E O DO MESTRE NO MOMENTO DA CORRIDA, POR ISSO O
      *    RELATORIO DEVE CORRER NO FECHO DO MES A QUE RESPEITA.
      *    RELATORIO EM voucher-liability-report.txt; RETURN-CODE 2
      *    QUANDO HA VOUCHERS CADUCADOS COM SALDO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/voucher-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT VOUCHER-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/voucher-liability-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       FD VOUCHER-REPORT-FILE.
       01 VOUCHER-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-VOUCHER-STATUS     PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-VOUCHER-EOF        PIC X(1) VALUE 'N'.
           88 B-VOUCHER-EOF     VALUE 'Y'.

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-TODAY              PIC X(21).

      ******************************************************************
      *    MES DO FECHO E ULTIMO DIA DESSE MES (DATA DE REFERENCIA PARA
      *    A VALIDADE). NO MES CORRENTE A REFERENCIA E O DIA DE HOJE
      ******************************************************************
       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-AS-OF-DATE     PIC 9(8).
           05 WS-NEXT-MONTH     PIC 9(8).
           05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10 WS-NM-YEAR    PIC 9(4).
               10 WS-NM-MONTH   PIC 9(2).
               10 WS-NM-DAY     PIC 9(2).

      ******************************************************************
      *    TOTAIS POR MOTIVO DE EMISSAO: G, C, D, R E OUTROS
      ******************************************************************
       01 WS-REASON-TABLE.
           05 FILLER            PIC X(25) VALUE
               'GGESTO COMERCIAL         '.
           05 FILLER            PIC X(25) VALUE
               'CCOMPENSACAO ATRASO/CANC '.
           05 FILLER            PIC X(25) VALUE
               'DEMBARQUE NEGADO         '.
           05 FILLER            PIC X(25) VALUE
               'RCANCEL. NAO REEMBOLSAVEL'.
           05 FILLER            PIC X(25) VALUE
               '?OUTROS                  '.
       01 WS-REASON-REDEF REDEFINES WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 5 TIMES.
               10 WS-RS-CODE    PIC X(1).
               10 WS-RS-NAME    PIC X(24).

       01 WS-REASON-TOTALS.
           05 WS-RT-ENTRY OCCURS 5 TIMES.
               10 WS-RT-OPEN-COUNT    PIC 9(6).
               10 WS-RT-OPEN-AMOUNT   PIC 9(9)V99.
               10 WS-RT-EXP-COUNT     PIC 9(6).
               10 WS-RT-EXP-AMOUNT    PIC 9(9)V99.
               10 WS-RT-ISSUED-COUNT  PIC 9(6).
               10 WS-RT-ISSUED-AMOUNT PIC 9(9)V99.
       01 WS-RS-IDX             PIC 9(1).

       01 WS-GRAND-TOTALS.
           05 WS-OPEN-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-OPEN-AMOUNT    PIC 9(9)V99 VALUE ZERO.
           05 WS-EXP-COUNT      PIC 9(6) VALUE ZERO.
           05 WS-EXP-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05 WS-ISSUED-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-ISSUED-AMOUNT  PIC 9(9)V99 VALUE ZERO.
           05 WS-DISP-COUNT     PIC Z(5)9.
           05 WS-DISP-AMOUNT    PIC Z(8)9,99.
           05 WS-DISP-COUNT-2   PIC Z(5)9.
           05 WS-DISP-AMOUNT-2  PIC Z(8)9,99.
           05 WS-DISP-COUNT-3   PIC Z(5)9.
           05 WS-DISP-AMOUNT-3  PIC Z(8)9,99.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(9)  VALUE 'VOUCHER'.
           05 FILLER            PIC X(2)  VALUE 'M'.
           05 FILLER            PIC X(9)  VALUE 'EMITIDO'.
           05 FILLER            PIC X(9)  VALUE 'VALIDADE'.
           05 FILLER            PIC X(12) VALUE '    ORIGINAL'.
           05 FILLER            PIC X(12) VALUE '       SALDO'.
           05 FILLER            PIC X(15) VALUE 'PASSAGEIRO'.
           05 FILLER            PIC X(14) VALUE 'BILHETE'.
           05 FILLER            PIC X(9)  VALUE 'ULT.USO'.
           05 FILLER            PIC X(10) VALUE 'SITUACAO'.

       01 WS-DETAIL-LINE.
           05 WS-DET-NUMBER     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-REASON     PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-ISSUED     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-EXPIRY     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-ORIGINAL   PIC Z(5)9,99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-BALANCE    PIC Z(5)9,99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WS-DET-NAME       PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET     PIC 9(13).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-LAST-USE   PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-FLAG       PIC X(14).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD

           OPEN INPUT VOUCHER-MASTER-FILE
           IF WS-VOUCHER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE VOUCHERS: "
                       WS-VOUCHER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VOUCHER-REPORT-FILE

           INITIALIZE WS-REASON-TOTALS
           MOVE SPACES TO VOUCHER-REPORT-RECORD
           STRING '===== RESPONSABILIDADE EM VOUCHERS - FECHO DE '
                  DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (VALIDADE A ' DELIMITED BY SIZE
                  WS-AS-OF-DATE DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           MOVE WS-HEADER-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD

           PERFORM 2000-REPORT-ONE-VOUCHER UNTIL B-VOUCHER-EOF
           PERFORM 3000-WRITE-TOTALS

           CLOSE VOUCHER-MASTER-FILE
                 VOUCHER-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MES PEDIDO NA LINHA DE COMANDO (AAAAMM) OU O MES CORRENTE.
      *    A DATA DE REFERENCIA E O ULTIMO DIA DO MES PEDIDO (O DIA
      *    ANTERIOR AO PRIMEIRO DO MES SEGUINTE) OU HOJE NO MES
      *    CORRENTE
      ******************************************************************
       1000-SET-PERIOD.
           MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               OR WS-REPORT-MONTH-N IS NOT NUMERIC
               OR WS-REPORT-MONTH(5:2) < '01'
               OR WS-REPORT-MONTH(5:2) > '12'
               IF WS-REPORT-MONTH NOT = SPACES
                   DISPLAY "MES INVALIDO NA LINHA DE COMANDO ("
                           WS-REPORT-MONTH ") - USADO O MES CORRENTE"
               END-IF
               MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH
           END-IF

           IF WS-REPORT-MONTH = WS-TODAY(1:6)
               MOVE WS-TODAY(1:8) TO WS-AS-OF-DATE
           ELSE
               MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH(1:6)
               MOVE 01 TO WS-NM-DAY
               IF WS-NM-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 01 TO WS-NM-MONTH
               ELSE
                   ADD 1 TO WS-NM-MONTH
               END-IF
               COMPUTE WS-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           END-IF.

       2000-REPORT-ONE-VOUCHER.
           READ VOUCHER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-VOUCHER-EOF
               NOT AT END
                   PERFORM 2100-CLASSIFY-VOUCHER
           END-READ.

      ******************************************************************
      *    VOUCHERS SEM SALDO SO CONTAM NOS EMITIDOS DO MES; OS OUTROS
      *    SAO LISTADOS COMO EM ABERTO OU CADUCADOS (VALIDADE ANTERIOR
      *    A DATA DE REFERENCIA - O ULTIMO DIA DE VALIDADE AINDA CONTA)
      ******************************************************************
       2100-CLASSIFY-VOUCHER.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX = 5
               OR WS-RS-CODE(WS-RS-IDX) = VC-ISSUE-REASON
               CONTINUE
           END-PERFORM

           IF VC-ISSUE-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-ISSUED-COUNT
                        WS-RT-ISSUED-COUNT(WS-RS-IDX)
               ADD VC-ORIGINAL-AMOUNT TO WS-ISSUED-AMOUNT
                        WS-RT-ISSUED-AMOUNT(WS-RS-IDX)
           END-IF

           IF VC-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF

           IF VC-EXPIRY-DATE < WS-AS-OF-DATE
               MOVE '** CADUCADO **' TO WS-DET-FLAG
               ADD 1 TO WS-EXP-COUNT
                        WS-RT-EXP-COUNT(WS-RS-IDX)
               ADD VC-BALANCE TO WS-EXP-AMOUNT
                        WS-RT-EXP-AMOUNT(WS-RS-IDX)
               MOVE 2 TO WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-DET-FLAG
               ADD 1 TO WS-OPEN-COUNT
                        WS-RT-OPEN-COUNT(WS-RS-IDX)
               ADD VC-BALANCE TO WS-OPEN-AMOUNT
                        WS-RT-OPEN-AMOUNT(WS-RS-IDX)
           END-IF

           MOVE VC-VOUCHER-NUMBER      TO WS-DET-NUMBER
           MOVE VC-ISSUE-REASON        TO WS-DET-REASON
           MOVE VC-ISSUE-DATE          TO WS-DET-ISSUED
           MOVE VC-EXPIRY-DATE         TO WS-DET-EXPIRY
           MOVE VC-ORIGINAL-AMOUNT     TO WS-DET-ORIGINAL
           MOVE VC-BALANCE             TO WS-DET-BALANCE
           MOVE VC-PASSENGER-NAME      TO WS-DET-NAME
           MOVE VC-ISSUE-TICKET-NUMBER TO WS-DET-TICKET
           MOVE VC-LAST-USE-DATE       TO WS-DET-LAST-USE
           MOVE WS-DETAIL-LINE TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD.

       3000-WRITE-TOTALS.
           MOVE SPACES TO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD
           MOVE 'TOTAIS POR MOTIVO       EM ABERTO (N/VALOR)'
               TO VOUCHER-REPORT-RECORD
           MOVE 'CADUCADOS (N/VALOR)' TO VOUCHER-REPORT-RECORD(48:19)
           MOVE 'EMITIDOS NO MES (N/VALOR)'
               TO VOUCHER-REPORT-RECORD(79:25)
           WRITE VOUCHER-REPORT-RECORD

           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > 5
               MOVE WS-RT-OPEN-COUNT(WS-RS-IDX)    TO WS-DISP-COUNT
               MOVE WS-RT-OPEN-AMOUNT(WS-RS-IDX)   TO WS-DISP-AMOUNT
               MOVE WS-RT-EXP-COUNT(WS-RS-IDX)     TO WS-DISP-COUNT-2
               MOVE WS-RT-EXP-AMOUNT(WS-RS-IDX)    TO WS-DISP-AMOUNT-2
               MOVE WS-RT-ISSUED-COUNT(WS-RS-IDX)  TO WS-DISP-COUNT-3
               MOVE WS-RT-ISSUED-AMOUNT(WS-RS-IDX) TO WS-DISP-AMOUNT-3
               MOVE SPACES TO VOUCHER-REPORT-RECORD
               STRING WS-RS-NAME(WS-RS-IDX) DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISP-AMOUNT DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-DISP-COUNT-2 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISP-AMOUNT-2 DELIMITED BY SIZE
                      '    ' DELIMITED BY SIZE
                      WS-DISP-COUNT-3 DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DISP-AMOUNT-3 DELIMITED BY SIZE
                      INTO VOUCHER-REPORT-RECORD
               WRITE VOUCHER-REPORT-RECORD
           END-PERFORM

           MOVE WS-OPEN-COUNT    TO WS-DISP-COUNT
           MOVE WS-OPEN-AMOUNT   TO WS-DISP-AMOUNT
           MOVE WS-EXP-COUNT     TO WS-DISP-COUNT-2
           MOVE WS-EXP-AMOUNT    TO WS-DISP-AMOUNT-2
           MOVE WS-ISSUED-COUNT  TO WS-DISP-COUNT-3
           MOVE WS-ISSUED-AMOUNT TO WS-DISP-AMOUNT-3
           MOVE SPACES TO VOUCHER-REPORT-RECORD
           STRING 'TOTAL                   ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-DISP-COUNT-2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT-2 DELIMITED BY SIZE
                  '    ' DELIMITED BY SIZE
                  WS-DISP-COUNT-3 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT-3 DELIMITED BY SIZE
                  INTO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD

           MOVE SPACES TO VOUCHER-REPORT-RECORD
           STRING 'RESPONSABILIDADE EM ABERTO NO FECHO: '
                  DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  ' EUROS   SALDO CADUCADO A ANULAR: '
                  DELIMITED BY SIZE
                  WS-DISP-AMOUNT-2 DELIMITED BY SIZE
                  ' EUROS' DELIMITED BY SIZE
                  INTO VOUCHER-REPORT-RECORD
           WRITE VOUCHER-REPORT-RECORD

           DISPLAY "RELATORIO DE VOUCHERS EMITIDO - " WS-REPORT-MONTH
                   " - EM ABERTO " WS-DISP-AMOUNT
                   " CADUCADO " WS-DISP-AMOUNT-2.
