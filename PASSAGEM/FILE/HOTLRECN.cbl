       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOTLRECN.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    HOTLRECN - CONFERENCIA MENSAL DAS FATURAS DOS HOTEIS
      *    CONTRATADOS PARA A ASSISTENCIA AOS PASSAGEIROS RETIDOS. CADA
      *    LINHA DE FATURA COM DATA NO MES (hotel-invoices.txt, VER
      *    HOTLINV) E CONFERIDA CONTRA O VOUCHER DE HOTEL QUE O
      *    FLTEVENT EMITIU (care-vouchers.dat, VER CAREVCH): O VOUCHER
      *    TEM DE EXISTIR, SER DE HOTEL, DESTE HOTEL E DESTA NOITE,
      *    AINDA NAO FATURADO E PELO PRECO CONTRATADO. A LINHA QUE
      *    CONFERE MARCA O VOUCHER COMO FATURADO ('F', COM A FATURA E
      *    A DATA DA CONFERENCIA); AS OUTRAS SAO LISTADAS PARA A
      *    CONTABILIDADE RECLAMAR AO HOTEL. NO FIM SAEM OS QUARTOS JA
      *    DADOS QUE O HOTEL AINDA NAO FATUROU (CUSTO A ACRESCER) E O
      *    RESUMO POR HOTEL EM hotel-recon-report.txt.
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O ANTERIOR).
      *    RETURN-CODE 1 QUANDO O FICHEIRO DE VOUCHERS NAO ABRE, 2 COM
      *    LINHAS DE FATURA NAO CONFERIDAS, 4 COM A TABELA DE HOTEIS
      *    CHEIA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARE-VOUCHER-FILE ASSIGN TO
               "PASSAGEM/FILE/care-vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-VOUCHER-NUMBER
               FILE STATUS IS WS-CARE-STATUS.

           SELECT OPTIONAL HOTEL-BLOCK-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-blocks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HB-KEY
               FILE STATUS IS WS-HOTEL-STATUS.

           SELECT OPTIONAL HOTEL-INVOICE-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/hotel-recon-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CARE-VOUCHER-FILE.
           COPY CAREVCH.

       FD HOTEL-BLOCK-FILE.
           COPY HOTELBLK.

       FD HOTEL-INVOICE-FILE.
           COPY HOTLINV.

       FD RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARE-STATUS        PIC X(2).
       01 WS-HOTEL-STATUS       PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-TODAY              PIC X(21).
       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-PREV-MONTH     PIC 9(6).
           05 WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
               10 WS-PM-YEAR    PIC 9(4).
               10 WS-PM-MONTH   PIC 9(2).

      ******************************************************************
      *    HOTEIS DO MESTRE (UMA VEZ POR CODIGO, MESMO QUE O HOTEL
      *    ESTEJA EM MAIS DE UMA ESTACAO) E OS CODIGOS QUE SO APARECEM
      *    NAS FATURAS OU NOS VOUCHERS, COM OS TOTAIS DO MES
      ******************************************************************
       01 WS-HOTEL-TABLE.
           05 WS-HT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-HT-ENTRY OCCURS 200 TIMES.
               10 WS-HT-CODE        PIC X(6).
               10 WS-HT-NAME        PIC X(30).
               10 WS-HT-ISSUED      PIC 9(5).
               10 WS-HT-ISSUED-AMT  PIC 9(7)V99.
               10 WS-HT-LINES       PIC 9(5).
               10 WS-HT-BILLED-AMT  PIC 9(7)V99.
               10 WS-HT-MATCHED     PIC 9(5).
               10 WS-HT-MATCHED-AMT PIC 9(7)V99.
               10 WS-HT-DISPUTED    PIC 9(5).
               10 WS-HT-DISPUTED-AMT PIC 9(7)V99.
               10 WS-HT-OPEN        PIC 9(5).
               10 WS-HT-OPEN-AMT    PIC 9(7)V99.
           05 WS-HT-IDX             PIC 9(3).
           05 WS-HT-HIT             PIC 9(3).

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.

       01 WS-EOF-FLAGS.
           05 WS-HB-EOF             PIC X(1) VALUE 'N'.
               88 B-HB-EOF          VALUE 'Y'.
           05 WS-HI-EOF             PIC X(1) VALUE 'N'.
               88 B-HI-EOF          VALUE 'Y'.
           05 WS-CV-EOF             PIC X(1) VALUE 'N'.
               88 B-CV-EOF          VALUE 'Y'.

       01 WS-LOOKUP-CODE        PIC X(6).
       01 WS-DISPUTE-REASON     PIC X(40).

       01 WS-TOTALS.
           05 WS-GT-LINES           PIC 9(6) VALUE ZERO.
           05 WS-GT-BILLED-AMT      PIC 9(8)V99 VALUE ZERO.
           05 WS-GT-MATCHED         PIC 9(6) VALUE ZERO.
           05 WS-GT-MATCHED-AMT     PIC 9(8)V99 VALUE ZERO.
           05 WS-GT-DISPUTED        PIC 9(6) VALUE ZERO.
           05 WS-GT-DISPUTED-AMT    PIC 9(8)V99 VALUE ZERO.
           05 WS-GT-ISSUED          PIC 9(6) VALUE ZERO.
           05 WS-GT-ISSUED-AMT      PIC 9(8)V99 VALUE ZERO.
           05 WS-GT-OPEN            PIC 9(6) VALUE ZERO.
           05 WS-GT-OPEN-AMT        PIC 9(8)V99 VALUE ZERO.

       01 WS-DISPUTE-LINE.
           05 WS-DL-HOTEL           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DL-INVOICE         PIC X(12).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DL-VOUCHER         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DL-NIGHT           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DL-AMOUNT          PIC Z(3)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-DL-VOUCHER-AMT     PIC Z(3)9,99.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-DL-REASON          PIC X(40).

       01 WS-OPEN-LINE.
           05 WS-OL-HOTEL           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-VOUCHER         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-NIGHT           PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-FLIGHT          PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-FLIGHT-DATE     PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-TICKET          PIC 9(4).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-NAME            PIC X(14).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-GUESTS          PIC Z9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-OL-AMOUNT          PIC Z(3)9,99.

       01 WS-SUMMARY-LINE.
           05 WS-SUM-CODE           PIC X(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-NAME           PIC X(30).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-ISSUED         PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-ISSUED-AMT     PIC Z(6)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-LINES          PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-BILLED-AMT     PIC Z(6)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-MATCHED        PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-DISPUTED       PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-DISPUTED-AMT   PIC Z(6)9,99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-OPEN           PIC Z(4)9.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-SUM-OPEN-AMT       PIC Z(6)9,99.

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-COUNT         PIC Z(5)9.
           05 WS-DISP-AMOUNT        PIC Z(7)9,99.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD

           OPEN I-O CARE-VOUCHER-FILE
           IF WS-CARE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS VOUCHERS DE ASSISTENCIA ("
                       WS-CARE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HOTEL-BLOCK-FILE
           PERFORM 1500-LOAD-HOTELS
           CLOSE HOTEL-BLOCK-FILE

           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 4000-WRITE-REPORT-HEADER

           PERFORM 2000-MATCH-INVOICES
           PERFORM 3000-LIST-UNBILLED-ROOMS

           PERFORM 4100-WRITE-SUMMARY
           CLOSE RECON-REPORT-FILE
                 CARE-VOUCHER-FILE

           MOVE WS-GT-MATCHED  TO WS-DISP-COUNT
           DISPLAY "CONFERENCIA DAS FATURAS DE HOTEL DE "
                   WS-REPORT-MONTH " - " WS-DISP-COUNT
                   " QUARTO(S) CONFERIDO(S)"
           IF WS-GT-DISPUTED > ZERO
               MOVE WS-GT-DISPUTED TO WS-DISP-COUNT
               DISPLAY "LINHAS DE FATURA NAO CONFERIDAS: " WS-DISP-COUNT
                       " - VER hotel-recon-report.txt"
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           IF B-TABLE-FULL
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MES PEDIDO NA LINHA DE COMANDO (AAAAMM) OU O MES ANTERIOR
      ******************************************************************
       1000-SET-PERIOD.
           MOVE WS-COMMAND-LINE(1:6) TO WS-REPORT-MONTH
           IF WS-REPORT-MONTH = SPACES
               OR WS-REPORT-MONTH-N IS NOT NUMERIC
               OR WS-REPORT-MONTH(5:2) < '01'
               OR WS-REPORT-MONTH(5:2) > '12'
               IF WS-REPORT-MONTH NOT = SPACES
                   DISPLAY "MES INVALIDO NA LINHA DE COMANDO ("
                           WS-REPORT-MONTH ") - USADO O MES ANTERIOR"
               END-IF
               MOVE WS-TODAY(1:6) TO WS-PREV-MONTH
               IF WS-PM-MONTH = 01
                   SUBTRACT 1 FROM WS-PM-YEAR
                   MOVE 12 TO WS-PM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PM-MONTH
               END-IF
               MOVE WS-PREV-MONTH TO WS-REPORT-MONTH
           END-IF.

      *    TODOS OS HOTEIS DO MESTRE, TAMBEM OS JA SEM CONTRATO: OS
      *    QUARTOS DADOS ANTES DO FIM DO CONTRATO AINDA SAO FATURADOS
       1500-LOAD-HOTELS.
           PERFORM UNTIL B-HB-EOF
               READ HOTEL-BLOCK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-HB-EOF
                   NOT AT END
                       MOVE HB-HOTEL-CODE TO WS-LOOKUP-CODE
                       PERFORM 1600-FIND-HOTEL
                       IF WS-HT-HIT > ZERO
                           MOVE HB-HOTEL-NAME TO WS-HT-NAME(WS-HT-HIT)
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    LINHA DA TABELA DO HOTEL WS-LOOKUP-CODE, ACRESCENTADA SE
      *    AINDA NAO EXISTE (SEM NOME: O HOTEL NAO ESTA NO MESTRE)
      ******************************************************************
       1600-FIND-HOTEL.
           MOVE ZERO TO WS-HT-HIT
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT OR WS-HT-HIT > ZERO
               IF WS-HT-CODE(WS-HT-IDX) = WS-LOOKUP-CODE
                   MOVE WS-HT-IDX TO WS-HT-HIT
               END-IF
           END-PERFORM
           IF WS-HT-HIT > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-HT-COUNT NOT < 200
               MOVE 'Y' TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HT-COUNT
           MOVE WS-HT-COUNT TO WS-HT-HIT
           INITIALIZE WS-HT-ENTRY(WS-HT-COUNT)
           MOVE WS-LOOKUP-CODE TO WS-HT-CODE(WS-HT-COUNT)
           MOVE '(FORA DO MESTRE DE HOTEIS)' TO WS-HT-NAME(WS-HT-COUNT).

      ******************************************************************
      *    LINHAS DE FATURA DO MES CONTRA OS VOUCHERS DE HOTEL
      ******************************************************************
       2000-MATCH-INVOICES.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE '--- LINHAS DE FATURA NAO CONFERIDAS ---'
               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'HOTEL  FATURA       VOUCHER  NOITE' TO
               RECON-REPORT-RECORD
           MOVE 'FATURA VOUCHER  MOTIVO' TO RECON-REPORT-RECORD(40:22)
           WRITE RECON-REPORT-RECORD

           OPEN INPUT HOTEL-INVOICE-FILE
           PERFORM UNTIL B-HI-EOF
               READ HOTEL-INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WS-HI-EOF
                   NOT AT END
                       IF HI-INVOICE-DATE IS NUMERIC
                           AND HI-INVOICE-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 2100-MATCH-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOTEL-INVOICE-FILE

           IF WS-GT-DISPUTED = ZERO
               MOVE '  (NENHUMA)' TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

       2100-MATCH-ONE-LINE.
           MOVE HI-HOTEL-CODE TO WS-LOOKUP-CODE
           PERFORM 1600-FIND-HOTEL
           ADD 1 TO WS-GT-LINES
           IF WS-HT-HIT > ZERO
               ADD 1 TO WS-HT-LINES(WS-HT-HIT)
           END-IF
           IF HI-AMOUNT IS NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO NA LINHA'
                   TO WS-DISPUTE-REASON
               MOVE ZERO TO CV-AMOUNT
               PERFORM 2200-WRITE-DISPUTE
               EXIT PARAGRAPH
           END-IF
           ADD HI-AMOUNT TO WS-GT-BILLED-AMT
           IF WS-HT-HIT > ZERO
               ADD HI-AMOUNT TO WS-HT-BILLED-AMT(WS-HT-HIT)
           END-IF

           MOVE HI-VOUCHER-NUMBER TO CV-VOUCHER-NUMBER
           READ CARE-VOUCHER-FILE
               INVALID KEY
                   MOVE 'VOUCHER INEXISTENTE' TO WS-DISPUTE-REASON
                   MOVE ZERO TO CV-AMOUNT
                   PERFORM 2200-WRITE-DISPUTE
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO WS-DISPUTE-REASON
           EVALUATE TRUE
               WHEN NOT B-CV-HOTEL
                   MOVE 'VOUCHER DE REFEICAO, NAO DE HOTEL'
                       TO WS-DISPUTE-REASON
               WHEN CV-HOTEL-CODE NOT = HI-HOTEL-CODE
                   STRING 'VOUCHER EMITIDO PARA O HOTEL '
                          DELIMITED BY SIZE
                          CV-HOTEL-CODE DELIMITED BY SIZE
                          INTO WS-DISPUTE-REASON
               WHEN B-CV-BILLED
                   STRING 'JA FATURADO NA FATURA ' DELIMITED BY SIZE
                          CV-INVOICE-REF DELIMITED BY SIZE
                          INTO WS-DISPUTE-REASON
               WHEN HI-NIGHT-DATE NOT = CV-NIGHT-DATE
                   STRING 'NOITE DO VOUCHER E ' DELIMITED BY SIZE
                          CV-NIGHT-DATE DELIMITED BY SIZE
                          INTO WS-DISPUTE-REASON
               WHEN HI-AMOUNT NOT = CV-AMOUNT
                   MOVE 'VALOR DIFERENTE DO PRECO CONTRATADO'
                       TO WS-DISPUTE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DISPUTE-REASON NOT = SPACES
               PERFORM 2200-WRITE-DISPUTE
               EXIT PARAGRAPH
           END-IF

           SET B-CV-BILLED TO TRUE
           MOVE HI-INVOICE-REF  TO CV-INVOICE-REF
           MOVE HI-AMOUNT       TO CV-BILLED-AMOUNT
           MOVE WS-TODAY(1:8)   TO CV-MATCH-DATE
           REWRITE CARE-VOUCHER-RECORD
               INVALID KEY
                   MOVE 'ERRO A MARCAR O VOUCHER COMO FATURADO'
                       TO WS-DISPUTE-REASON
                   PERFORM 2200-WRITE-DISPUTE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-GT-MATCHED
           ADD HI-AMOUNT TO WS-GT-MATCHED-AMT
           IF WS-HT-HIT > ZERO
               ADD 1 TO WS-HT-MATCHED(WS-HT-HIT)
               ADD HI-AMOUNT TO WS-HT-MATCHED-AMT(WS-HT-HIT)
           END-IF.

       2200-WRITE-DISPUTE.
           ADD 1 TO WS-GT-DISPUTED
           IF WS-HT-HIT > ZERO
               ADD 1 TO WS-HT-DISPUTED(WS-HT-HIT)
           END-IF
           MOVE HI-HOTEL-CODE     TO WS-DL-HOTEL
           MOVE HI-INVOICE-REF    TO WS-DL-INVOICE
           MOVE HI-VOUCHER-NUMBER TO WS-DL-VOUCHER
           MOVE HI-NIGHT-DATE     TO WS-DL-NIGHT
           MOVE ZERO              TO WS-DL-AMOUNT
           IF HI-AMOUNT IS NUMERIC
               MOVE HI-AMOUNT TO WS-DL-AMOUNT
               ADD HI-AMOUNT TO WS-GT-DISPUTED-AMT
               IF WS-HT-HIT > ZERO
                   ADD HI-AMOUNT TO WS-HT-DISPUTED-AMT(WS-HT-HIT)
               END-IF
           END-IF
           MOVE CV-AMOUNT         TO WS-DL-VOUCHER-AMT
           MOVE WS-DISPUTE-REASON TO WS-DL-REASON
           MOVE WS-DISPUTE-LINE   TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

      ******************************************************************
      *    VOUCHERS DE HOTEL: QUARTOS DADOS EM NOITES DO MES (PARA O
      *    RESUMO) E QUARTOS DE NOITES ATE AO FIM DO MES QUE O HOTEL
      *    AINDA NAO FATUROU (LISTADOS - CUSTO A ACRESCER NO MES)
      ******************************************************************
       3000-LIST-UNBILLED-ROOMS.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE '--- QUARTOS DADOS AINDA NAO FATURADOS (NOITES ATE AO'
               TO RECON-REPORT-RECORD
           MOVE 'FIM DO MES) ---' TO RECON-REPORT-RECORD(56:15)
           WRITE RECON-REPORT-RECORD
           MOVE 'HOTEL  VOUCHER  NOITE    VOO    DATA' TO
               RECON-REPORT-RECORD
           MOVE 'BILH PASSAGEIRO   HOSP   VALOR' TO
               RECON-REPORT-RECORD(42:30)
           WRITE RECON-REPORT-RECORD

           MOVE 'H'  TO CV-NUMBER-TYPE
           MOVE ZERO TO CV-NUMBER-SERIAL
           START CARE-VOUCHER-FILE
               KEY IS NOT LESS THAN CV-VOUCHER-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-CV-EOF
           END-START
           PERFORM UNTIL B-CV-EOF
               READ CARE-VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CV-EOF
                   NOT AT END
                       IF CV-NUMBER-TYPE NOT = 'H'
                           MOVE 'Y' TO WS-CV-EOF
                       ELSE
                           PERFORM 3100-CHECK-ONE-ROOM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GT-OPEN = ZERO
               MOVE '  (NENHUM)' TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF.

       3100-CHECK-ONE-ROOM.
           IF NOT B-CV-HOTEL
               OR CV-NIGHT-DATE(1:6) > WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE CV-HOTEL-CODE TO WS-LOOKUP-CODE
           PERFORM 1600-FIND-HOTEL

           IF CV-NIGHT-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-GT-ISSUED
               ADD CV-AMOUNT TO WS-GT-ISSUED-AMT
               IF WS-HT-HIT > ZERO
                   ADD 1 TO WS-HT-ISSUED(WS-HT-HIT)
                   ADD CV-AMOUNT TO WS-HT-ISSUED-AMT(WS-HT-HIT)
               END-IF
           END-IF

           IF NOT B-CV-ISSUED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GT-OPEN
           ADD CV-AMOUNT TO WS-GT-OPEN-AMT
           IF WS-HT-HIT > ZERO
               ADD 1 TO WS-HT-OPEN(WS-HT-HIT)
               ADD CV-AMOUNT TO WS-HT-OPEN-AMT(WS-HT-HIT)
           END-IF
           MOVE CV-HOTEL-CODE     TO WS-OL-HOTEL
           MOVE CV-VOUCHER-NUMBER TO WS-OL-VOUCHER
           MOVE CV-NIGHT-DATE     TO WS-OL-NIGHT
           MOVE CV-FLIGHT-NUMBER  TO WS-OL-FLIGHT
           MOVE CV-FLIGHT-DATE    TO WS-OL-FLIGHT-DATE
           MOVE CV-TICKET         TO WS-OL-TICKET
           MOVE CV-PASSENGER-NAME TO WS-OL-NAME
           MOVE CV-GUESTS         TO WS-OL-GUESTS
           MOVE CV-AMOUNT         TO WS-OL-AMOUNT
           MOVE WS-OPEN-LINE      TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

      ******************************************************************
      *    CABECALHO E RESUMO POR HOTEL
      ******************************************************************
       4000-WRITE-REPORT-HEADER.
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING '===== CONFERENCIA DAS FATURAS DOS HOTEIS DE '
                  DELIMITED BY SIZE
                  'ASSISTENCIA - ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' (EMITIDO EM ' DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  ') =====' DELIMITED BY SIZE
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       4100-WRITE-SUMMARY.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           IF B-TABLE-FULL
               MOVE '*** MAIS DE 200 HOTEIS - RESUMO INCOMPLETO ***'
                   TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF
           MOVE '--- RESUMO POR HOTEL ---' TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'HOTEL  NOME' TO RECON-REPORT-RECORD
           MOVE 'QUARTOS     EMITIDO' TO RECON-REPORT-RECORD(37:19)
           MOVE 'LINHAS   FATURADO' TO RECON-REPORT-RECORD(55:17)
           MOVE 'CONF. N/CONF' TO RECON-REPORT-RECORD(73:12)
           MOVE 'N/CONFERIDO' TO RECON-REPORT-RECORD(84:11)
           MOVE 'P/FAT  POR FATURAR' TO RECON-REPORT-RECORD(96:18)
           WRITE RECON-REPORT-RECORD

           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-COUNT
               IF WS-HT-ISSUED(WS-HT-IDX) > ZERO
                   OR WS-HT-LINES(WS-HT-IDX) > ZERO
                   OR WS-HT-OPEN(WS-HT-IDX) > ZERO
                   PERFORM 4200-WRITE-ONE-HOTEL
               END-IF
           END-PERFORM

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES             TO WS-SUM-CODE
           MOVE 'TOTAL'            TO WS-SUM-NAME
           MOVE WS-GT-ISSUED       TO WS-SUM-ISSUED
           MOVE WS-GT-ISSUED-AMT   TO WS-SUM-ISSUED-AMT
           MOVE WS-GT-LINES        TO WS-SUM-LINES
           MOVE WS-GT-BILLED-AMT   TO WS-SUM-BILLED-AMT
           MOVE WS-GT-MATCHED      TO WS-SUM-MATCHED
           MOVE WS-GT-DISPUTED     TO WS-SUM-DISPUTED
           MOVE WS-GT-DISPUTED-AMT TO WS-SUM-DISPUTED-AMT
           MOVE WS-GT-OPEN         TO WS-SUM-OPEN
           MOVE WS-GT-OPEN-AMT     TO WS-SUM-OPEN-AMT
           MOVE WS-SUMMARY-LINE    TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE WS-GT-MATCHED-AMT TO WS-DISP-AMOUNT
           STRING 'VALOR CONFERIDO A PAGAR AOS HOTEIS (EUR): '
                  DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           MOVE WS-GT-OPEN-AMT TO WS-DISP-AMOUNT
           STRING 'QUARTOS DADOS POR FATURAR, A ACRESCER (EUR): '
                  DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       4200-WRITE-ONE-HOTEL.
           MOVE WS-HT-CODE(WS-HT-IDX)         TO WS-SUM-CODE
           MOVE WS-HT-NAME(WS-HT-IDX)         TO WS-SUM-NAME
           MOVE WS-HT-ISSUED(WS-HT-IDX)       TO WS-SUM-ISSUED
           MOVE WS-HT-ISSUED-AMT(WS-HT-IDX)   TO WS-SUM-ISSUED-AMT
           MOVE WS-HT-LINES(WS-HT-IDX)        TO WS-SUM-LINES
           MOVE WS-HT-BILLED-AMT(WS-HT-IDX)   TO WS-SUM-BILLED-AMT
           MOVE WS-HT-MATCHED(WS-HT-IDX)      TO WS-SUM-MATCHED
           MOVE WS-HT-DISPUTED(WS-HT-IDX)     TO WS-SUM-DISPUTED
           MOVE WS-HT-DISPUTED-AMT(WS-HT-IDX) TO WS-SUM-DISPUTED-AMT
           MOVE WS-HT-OPEN(WS-HT-IDX)         TO WS-SUM-OPEN
           MOVE WS-HT-OPEN-AMT(WS-HT-IDX)     TO WS-SUM-OPEN-AMT
           MOVE WS-SUMMARY-LINE               TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.
