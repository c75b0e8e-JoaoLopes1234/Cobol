       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    INVOICE - NUMERACAO CERTIFICADA DOS DOCUMENTOS FATURADOS.
      *    CADA MOVIMENTO FATURAVEL DO EXTRATO DIARIO DE VENDAS
      *    (daily-sales.txt, VER DAILYSAL) RECEBE, PELA ORDEM DO
      *    FICHEIRO, UM NUMERO SEQUENCIAL SEM FALHAS NA SERIE ANUAL DO
      *    SEU TIPO DE DOCUMENTO (VER INVSER) E FICA NO REGISTO DE
      *    DOCUMENTOS (invoice-register.dat, VER INVOICE):
      *    - FATURA (FT): VENDA (NEW, CONFRM, INFANT, WLCHG), DIFERENCA
      *      DE TARIFA COBRADA NA ALTERACAO (CHGCOL), TAXAS E SERVICOS
      *      ADICIONAIS (CHGFEE, NAMFEE, SEATFE, UMFEE, XSBAG,
      *      UPGPAY),
      *      PENALIZACAO DE CANCELAMENTO (CXLPEN), CORRECAO A FAVOR
      *      (CORR+) E TAXAS COBRADAS AO STANDBY DE PESSOAL DESPACHADO
      *      NO FECHO DA PORTA (STAFTX), E PRODUTOS AUXILIARES
      *      ('ANC' + PRODUTO, VER ANCSALE)
      *    - NOTA DE CREDITO (NC): VENDA ANULADA (CANCEL), DIFERENCA
      *      DEVOLVIDA NA ALTERACAO (CHGREF), CORRECAO A DEVOLVER
      *      (CORR-), TAXAS DEVOLVIDAS AO NO-SHOW (TAXREF) E
      *      AUXILIARES REEMBOLSADOS ('ANR' + PRODUTO), COM
      *      REFERENCIA A ULTIMA FATURA DO BILHETE; SEM FATURA NO
      *      REGISTO (VENDA ANTERIOR A NUMERACAO) A NOTA REFERE O
      *      NUMERO DO BILHETE E SAI ASSINALADA NO RELATORIO
      *    - SEM DOCUMENTO: COMPENSACOES (COMP, DBC), TARIFA RETIDA
      *      DO NO-SHOW (NOSHOW), CONTESTACOES (CHBACK) E A PARTE
      *      PAGA EM PONTOS (PTSRED), QUE NAO SAO VENDAS NOVAS.
      *    O EXTRATO E RECONSTRUIDO TODAS AS NOITES NA COLAGEM DAS
      *    PISTAS E RECEBE DURANTE O DIA OS MOVIMENTOS DOS BALCOES.
      *    PARAMETRO OPCIONAL: A GERACAO DO EXTRATO (A MARCA DA NOITE
      *    QUE O RECONSTRUIU). UMA GERACAO NOVA RECOMECA NA PRIMEIRA
      *    LINHA; SEM PARAMETRO CONTINUA A GERACAO ATUAL A PARTIR DA
      *    ULTIMA LINHA JA NUMERADA (invoice-restart.txt), PELO QUE
      *    CORRER DUAS VEZES NUNCA NUMERA A MESMA LINHA DUAS VEZES.
      *    EMITE O RELATORIO invoice-report.txt. RETURN-CODE 1 QUANDO
      *    O REGISTO OU AS SERIES NAO ABREM OU A NUMERACAO ENCONTRA UM
      *    NUMERO JA USADO; 2 QUANDO HA NOTAS DE CREDITO SEM FATURA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL DAILY-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/daily-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/invoice-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-DOC-NUMBER
               ALTERNATE RECORD KEY IS IV-TICKET-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT INVOICE-SERIES-FILE ASSIGN TO
               "PASSAGEM/FILE/invoice-series.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IS-SERIES-KEY
               FILE STATUS IS WS-SERIES-STATUS.

           SELECT OPTIONAL RESTART-FILE ASSIGN TO
               "PASSAGEM/FILE/invoice-restart.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVOICE-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/invoice-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD DAILY-SALES-FILE.
           COPY DAILYSAL.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

       FD INVOICE-SERIES-FILE.
           COPY INVSER.

      *    REGISTO DE REARRANQUE: GERACAO DO EXTRATO DIARIO EM CURSO E
      *    NUMERO DE LINHAS DELA JA TRATADAS (COM OU SEM DOCUMENTO)
       FD RESTART-FILE.
       01 RESTART-RECORD.
           05 IR-GENERATION         PIC X(14).
           05 IR-LINES-DONE         PIC 9(7).

       FD INVOICE-REPORT-FILE.
       01 INVOICE-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SITEPARM.

       01 WS-SALES-STATUS       PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-SERIES-STATUS      PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-SALES-EOF          PIC X(1) VALUE 'N'.
           88 B-SALES-EOF       VALUE 'Y'.
       01 WS-REF-EOF            PIC X(1) VALUE 'N'.
           88 B-REF-EOF         VALUE 'Y'.
       01 WS-PM-OPEN            PIC X(1) VALUE 'N'.
           88 B-PM-OPEN         VALUE 'Y'.

       01 WS-TODAY              PIC X(21).
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-SERIES-YEAR        PIC 9(4).

       01 WS-GEN-PARM           PIC X(14).
       01 WS-GENERATION         PIC X(14).
       01 WS-LINE-NO            PIC 9(7) VALUE ZERO.
       01 WS-LINES-DONE         PIC 9(7) VALUE ZERO.

      *    DOCUMENTO DA LINHA EM CURSO
       01 WS-DOC-TYPE           PIC X(2).
           88 B-DOC-INVOICE     VALUE 'FT'.
           88 B-DOC-CREDIT      VALUE 'NC'.
           88 B-DOC-NONE        VALUE SPACES.
       01 WS-DOC-SEQ            PIC 9(7).
       01 WS-CUSTOMER-NAME      PIC X(14).
       01 WS-TAX-IDX            PIC 9(1).

      *    FATURA ORIGINAL DO BILHETE PARA A NOTA DE CREDITO
       01 WS-ORIGINAL.
           05 WS-ORIG-FOUND     PIC X(1).
               88 B-ORIG-FOUND  VALUE 'Y'.
           05 WS-ORIG-DOC-NUMBER.
               10 WS-ORIG-TYPE  PIC X(2).
               10 WS-ORIG-YEAR  PIC 9(4).
               10 WS-ORIG-SEQ   PIC 9(7).
           05 WS-ORIG-NAME      PIC X(14).
           05 WS-ORIG-TICKET-KEY PIC X(18).

       01 WS-INVOICE-TOTALS.
           05 WS-LINES-READ      PIC 9(7) VALUE ZERO.
           05 WS-LINES-SKIPPED   PIC 9(7) VALUE ZERO.
           05 WS-NO-DOC-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-RESUMED-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-FT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-FT-NET          PIC 9(9)V99 VALUE ZERO.
           05 WS-FT-TAX          PIC 9(9)V99 VALUE ZERO.
           05 WS-NC-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-NC-NET          PIC 9(9)V99 VALUE ZERO.
           05 WS-NC-TAX          PIC 9(9)V99 VALUE ZERO.
           05 WS-NOREF-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-DISP-COUNT      PIC Z(6)9.
           05 WS-DISP-AMOUNT     PIC Z(8)9,99.
           05 WS-DISP-TAX        PIC Z(8)9,99.

       01 WS-HEADER-LINE.
           05 FILLER            PIC X(16) VALUE 'DOCUMENTO'.
           05 FILLER            PIC X(7)  VALUE 'MOVIM.'.
           05 FILLER            PIC X(7)  VALUE 'VOO'.
           05 FILLER            PIC X(9)  VALUE 'DATA'.
           05 FILLER            PIC X(5)  VALUE 'BIL.'.
           05 FILLER            PIC X(14) VALUE 'NUM.BILHETE'.
           05 FILLER            PIC X(15) VALUE 'CLIENTE'.
           05 FILLER            PIC X(13) VALUE '      LIQUIDO'.
           05 FILLER            PIC X(11) VALUE '     TAXAS'.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE 'REFERENCIA'.

       01 WS-DETAIL-LINE.
           05 WS-DET-DOC        PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TXN        PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-FLIGHT     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-DATE       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET     PIC 9(4).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TICKET-NUM PIC 9(13).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-CUSTOMER   PIC X(14).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-NET        PIC Z(8)9,99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DET-TAX        PIC Z(6)9,99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-DET-REF        PIC X(40).

      *    NUMERO DO DOCUMENTO COMO IMPRESSO: 'FT 2026/0000123'
       01 WS-DOC-DISPLAY.
           05 WS-DD-TYPE        PIC X(2).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-DD-YEAR        PIC 9(4).
           05 FILLER            PIC X(1) VALUE '/'.
           05 WS-DD-SEQ         PIC 9(7).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-TODAY(1:8) TO WS-RUN-DATE
           MOVE WS-TODAY(1:4) TO WS-SERIES-YEAR

           ACCEPT WS-GEN-PARM FROM COMMAND-LINE

           PERFORM 1000-LOAD-SITE-PARAMS
           PERFORM 1100-OPEN-REGISTER
           PERFORM 1200-READ-RESTART

           OPEN INPUT PASSENGER-MASTER-FILE
           IF WS-PASSENGER-STATUS = '00'
               MOVE 'Y' TO WS-PM-OPEN
           END-IF

           OPEN OUTPUT INVOICE-REPORT-FILE
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING '===== DOCUMENTOS FATURADOS - ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ' - EXTRATO ' DELIMITED BY SIZE
                  WS-GENERATION DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD
           MOVE WS-HEADER-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           OPEN INPUT DAILY-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               AND WS-SALES-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR O EXTRATO DIARIO: "
                       WS-SALES-STATUS
               MOVE 1 TO WS-RETURN-CODE
           ELSE
               PERFORM 2000-INVOICE-ONE-LINE UNTIL B-SALES-EOF
               CLOSE DAILY-SALES-FILE
           END-IF

           PERFORM 4000-WRITE-TOTALS

           IF B-PM-OPEN
               CLOSE PASSENGER-MASTER-FILE
           END-IF
           CLOSE INVOICE-REGISTER-FILE
                 INVOICE-SERIES-FILE
                 INVOICE-REPORT-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    TAXA DE IVA DOS PARAMETROS DE INSTALACAO (SO ESTA CHAVE
      *    INTERESSA AQUI; AS RESTANTES SAO DO LOTE)
      ******************************************************************
       1000-LOAD-SITE-PARAMS.
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
                           IF SP-LINE-KEY = 'SALES-TAX-RATE'
                               COMPUTE SP-SALES-TAX-RATE =
                                   FUNCTION NUMVAL(SP-LINE-VALUE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

      ******************************************************************
      *    REGISTO DE DOCUMENTOS E SERIES: CRIADOS VAZIOS NA PRIMEIRA
      *    EXECUCAO; QUALQUER OUTRO ERRO PARA O PROGRAMA SEM NUMERAR
      ******************************************************************
       1100-OPEN-REGISTER.
           OPEN I-O INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT INVOICE-REGISTER-FILE
               CLOSE INVOICE-REGISTER-FILE
               OPEN I-O INVOICE-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE DOCUMENTOS: "
                       WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O INVOICE-SERIES-FILE
           IF WS-SERIES-STATUS = '35'
               OPEN OUTPUT INVOICE-SERIES-FILE
               CLOSE INVOICE-SERIES-FILE
               OPEN I-O INVOICE-SERIES-FILE
           END-IF
           IF WS-SERIES-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR AS SERIES DE NUMERACAO: "
                       WS-SERIES-STATUS
               CLOSE INVOICE-REGISTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      *    GERACAO DO EXTRATO E LINHAS JA TRATADAS. UMA GERACAO NOVA
      *    NO PARAMETRO (O EXTRATO FOI RECONSTRUIDO) RECOMECA DO ZERO
      ******************************************************************
       1200-READ-RESTART.
           OPEN INPUT RESTART-FILE
           MOVE SPACES TO IR-GENERATION
           MOVE ZERO   TO IR-LINES-DONE
           READ RESTART-FILE
               AT END
                   MOVE SPACES TO IR-GENERATION
                   MOVE ZERO   TO IR-LINES-DONE
           END-READ
           CLOSE RESTART-FILE

           IF IR-LINES-DONE IS NOT NUMERIC
               MOVE ZERO TO IR-LINES-DONE
           END-IF
           MOVE IR-GENERATION TO WS-GENERATION
           MOVE IR-LINES-DONE TO WS-LINES-DONE
           IF WS-GEN-PARM NOT = SPACES
               AND WS-GEN-PARM NOT = IR-GENERATION
               MOVE WS-GEN-PARM TO WS-GENERATION
               MOVE ZERO        TO WS-LINES-DONE
               PERFORM 8500-WRITE-RESTART-RECORD
           END-IF.

      ******************************************************************
      *    UMA LINHA DO EXTRATO. AS LINHAS JA TRATADAS NUMA EXECUCAO
      *    ANTERIOR DA MESMA GERACAO SAO SALTADAS; DEPOIS DE CADA
      *    LINHA O REGISTO DE REARRANQUE AVANCA
      ******************************************************************
       2000-INVOICE-ONE-LINE.
           READ DAILY-SALES-FILE
               AT END
                   MOVE 'Y' TO WS-SALES-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-LINE-NO
           IF WS-LINE-NO NOT > WS-LINES-DONE
               ADD 1 TO WS-LINES-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-READ

           EVALUATE DS-TXN-CODE
               WHEN 'NEW'
               WHEN 'CONFRM'
               WHEN 'INFANT'
               WHEN 'WLCHG'
               WHEN 'CHGCOL'
               WHEN 'CHGFEE'
               WHEN 'NAMFEE'
               WHEN 'SEATFE'
               WHEN 'UMFEE'
               WHEN 'XSBAG'
               WHEN 'UPGPAY'
               WHEN 'CXLPEN'
               WHEN 'CORR+'
               WHEN 'STAFTX'
                   MOVE 'FT' TO WS-DOC-TYPE
               WHEN 'CANCEL'
               WHEN 'CHGREF'
               WHEN 'CORR-'
               WHEN 'TAXREF'
                   MOVE 'NC' TO WS-DOC-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-DOC-TYPE
           END-EVALUATE
           IF B-DS-ANCILLARY-SALE
               MOVE 'FT' TO WS-DOC-TYPE
           END-IF
           IF B-DS-ANCILLARY-REFUND
               MOVE 'NC' TO WS-DOC-TYPE
           END-IF
           IF DS-TICKET-TOTAL = ZERO AND DS-TAX-AMOUNT = ZERO
               MOVE SPACES TO WS-DOC-TYPE
           END-IF

           IF B-DOC-NONE
               ADD 1 TO WS-NO-DOC-COUNT
           ELSE
               PERFORM 2100-ISSUE-DOCUMENT
           END-IF

           MOVE WS-LINE-NO TO WS-LINES-DONE
           PERFORM 8500-WRITE-RESTART-RECORD.

      ******************************************************************
      *    EMITIR O DOCUMENTO DA LINHA: NUMERO SEGUINTE DA SERIE DO
      *    TIPO NO ANO, GRAVADO NO REGISTO E DEPOIS NA SERIE. SE A
      *    SERIE JA DIZ QUE ESTA LINHA RECEBEU O ULTIMO NUMERO, A
      *    EXECUCAO ANTERIOR MORREU ANTES DO REARRANQUE - NADA A FAZER
      ******************************************************************
       2100-ISSUE-DOCUMENT.
           MOVE WS-DOC-TYPE    TO IS-DOC-TYPE
           MOVE WS-SERIES-YEAR TO IS-SERIES-YEAR
           READ INVOICE-SERIES-FILE
               INVALID KEY
                   PERFORM 2110-OPEN-NEW-SERIES
           END-READ

           IF IS-LAST-GEN = WS-GENERATION
               AND IS-LAST-LINE = WS-LINE-NO
               AND IS-LAST-SEQ > ZERO
               ADD 1 TO WS-RESUMED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ORIGINAL
           IF B-DOC-CREDIT
               PERFORM 2200-FIND-ORIGINAL-INVOICE
           END-IF
           PERFORM 2300-FIND-CUSTOMER-NAME

           COMPUTE WS-DOC-SEQ = IS-LAST-SEQ + 1
           PERFORM 2400-BUILD-DOCUMENT
           WRITE INVOICE-RECORD
               INVALID KEY
                   PERFORM 2500-CHECK-NUMBER-IN-USE
           END-WRITE
           IF WS-RETURN-CODE = 1
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DOC-TYPE    TO IS-DOC-TYPE
           MOVE WS-SERIES-YEAR TO IS-SERIES-YEAR
           READ INVOICE-SERIES-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-DOC-SEQ      TO IS-LAST-SEQ
           MOVE WS-RUN-DATE     TO IS-LAST-ISSUE-DATE
           MOVE WS-GENERATION   TO IS-LAST-GEN
           MOVE WS-LINE-NO      TO IS-LAST-LINE
           ADD DS-TICKET-TOTAL  TO IS-NET-TOTAL
           ADD DS-TAX-AMOUNT    TO IS-TAX-TOTAL
           REWRITE INVOICE-SERIES-RECORD
               INVALID KEY
                   DISPLAY "ERRO A ATUALIZAR A SERIE " IS-DOC-TYPE
                           " " IS-SERIES-YEAR ": " WS-SERIES-STATUS
                   MOVE 1 TO WS-RETURN-CODE
                   MOVE 'Y' TO WS-SALES-EOF
                   EXIT PARAGRAPH
           END-REWRITE

           IF B-DOC-INVOICE
               ADD 1               TO WS-FT-COUNT
               ADD DS-TICKET-TOTAL TO WS-FT-NET
               ADD DS-TAX-AMOUNT   TO WS-FT-TAX
           ELSE
               ADD 1               TO WS-NC-COUNT
               ADD DS-TICKET-TOTAL TO WS-NC-NET
               ADD DS-TAX-AMOUNT   TO WS-NC-TAX
           END-IF
           PERFORM 3000-WRITE-DETAIL.

      ******************************************************************
      *    PRIMEIRO DOCUMENTO DO TIPO NO ANO: A SERIE ABRE NO ZERO
      ******************************************************************
       2110-OPEN-NEW-SERIES.
           MOVE SPACES         TO INVOICE-SERIES-RECORD
           MOVE WS-DOC-TYPE    TO IS-DOC-TYPE
           MOVE WS-SERIES-YEAR TO IS-SERIES-YEAR
           MOVE ZERO           TO IS-LAST-SEQ
           MOVE ZERO           TO IS-LAST-ISSUE-DATE
           MOVE ZERO           TO IS-LAST-LINE
           MOVE ZERO           TO IS-NET-TOTAL
           MOVE ZERO           TO IS-TAX-TOTAL
           WRITE INVOICE-SERIES-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ******************************************************************
      *    ULTIMA FATURA DO BILHETE (VOO+DATA+BILHETE) NO REGISTO,
      *    PELA CHAVE ALTERNATIVA - OS REPETIDOS VEM PELA ORDEM DE
      *    EMISSAO, POR ISSO FICA A ULTIMA FATURA LIDA
      ******************************************************************
       2200-FIND-ORIGINAL-INVOICE.
           MOVE 'N' TO WS-ORIG-FOUND
           MOVE DS-FLIGHT-NUMBER TO IV-FLIGHT-NUMBER
           MOVE DS-FLIGHT-DATE   TO IV-FLIGHT-DATE
           MOVE DS-TICKET        TO IV-TICKET
           MOVE IV-TICKET-KEY    TO WS-ORIG-TICKET-KEY
           MOVE 'N' TO WS-REF-EOF
           START INVOICE-REGISTER-FILE KEY IS = IV-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REF-EOF
           END-START
           PERFORM UNTIL B-REF-EOF
               READ INVOICE-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REF-EOF
                   NOT AT END
                       IF IV-TICKET-KEY NOT = WS-ORIG-TICKET-KEY
                           MOVE 'Y' TO WS-REF-EOF
                       ELSE
                           IF B-IV-INVOICE
                               MOVE 'Y' TO WS-ORIG-FOUND
                               MOVE IV-DOC-NUMBER TO
                                   WS-ORIG-DOC-NUMBER
                               MOVE IV-CUSTOMER-NAME TO WS-ORIG-NAME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    NOME DO CLIENTE: O DO MESTRE DE PASSAGEIROS; UM BILHETE JA
      *    CANCELADO SAIU DO MESTRE E FICA COM O NOME DA FATURA
      *    ORIGINAL; SEM NENHUM DOS DOIS, CONSUMIDOR FINAL
      ******************************************************************
       2300-FIND-CUSTOMER-NAME.
           MOVE SPACES TO WS-CUSTOMER-NAME
           IF B-PM-OPEN
               MOVE DS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
               MOVE DS-FLIGHT-DATE   TO PM-FLIGHT-DATE
               MOVE DS-TICKET        TO PM-TICKET
               READ PASSENGER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PM-NAME TO WS-CUSTOMER-NAME
               END-READ
           END-IF
           IF WS-CUSTOMER-NAME = SPACES
               AND B-ORIG-FOUND
               MOVE WS-ORIG-NAME TO WS-CUSTOMER-NAME
           END-IF
           IF WS-CUSTOMER-NAME = SPACES
               MOVE 'CONS. FINAL' TO WS-CUSTOMER-NAME
           END-IF.

       2400-BUILD-DOCUMENT.
           MOVE SPACES           TO INVOICE-RECORD
           MOVE WS-DOC-TYPE      TO IV-DOC-TYPE
           MOVE WS-SERIES-YEAR   TO IV-SERIES-YEAR
           MOVE WS-DOC-SEQ       TO IV-DOC-SEQ
           MOVE DS-FLIGHT-NUMBER TO IV-FLIGHT-NUMBER
           MOVE DS-FLIGHT-DATE   TO IV-FLIGHT-DATE
           MOVE DS-TICKET        TO IV-TICKET
           IF DS-TICKET-NUMBER IS NUMERIC
               MOVE DS-TICKET-NUMBER TO IV-TICKET-NUMBER
           ELSE
               MOVE ZERO TO IV-TICKET-NUMBER
           END-IF
           MOVE DS-TXN-CODE      TO IV-TXN-CODE
           MOVE WS-RUN-DATE      TO IV-ISSUE-DATE
           MOVE WS-CUSTOMER-NAME TO IV-CUSTOMER-NAME
           MOVE DS-TICKET-TOTAL  TO IV-NET-AMOUNT
           MOVE DS-TAX-AMOUNT    TO IV-TAX-AMOUNT
           MOVE SP-SALES-TAX-RATE TO IV-VAT-RATE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 4
               MOVE DS-TAX-NAME(WS-TAX-IDX) TO IV-TAX-NAME(WS-TAX-IDX)
               MOVE DS-TAX-ITEM-AMT(WS-TAX-IDX) TO
                   IV-TAX-ITEM-AMT(WS-TAX-IDX)
           END-PERFORM
           MOVE DS-CHANNEL-CODE  TO IV-CHANNEL-CODE
           MOVE ZERO             TO IV-REF-SERIES-YEAR
           MOVE ZERO             TO IV-REF-DOC-SEQ
           IF B-DOC-CREDIT
               IF B-ORIG-FOUND
                   MOVE 'D' TO IV-REF-STATUS
                   MOVE WS-ORIG-DOC-NUMBER TO IV-REF-DOC-NUMBER
               ELSE
                   MOVE 'B' TO IV-REF-STATUS
               END-IF
           END-IF
           MOVE WS-GENERATION    TO IV-SOURCE-GEN
           MOVE WS-LINE-NO       TO IV-SOURCE-LINE.

      ******************************************************************
      *    O NUMERO JA ESTA NO REGISTO: SE FOI ESTA MESMA LINHA (A
      *    EXECUCAO ANTERIOR MORREU ENTRE O REGISTO E A SERIE) O
      *    DOCUMENTO FICA COMO ESTA E A SERIE E ACERTADA A SEGUIR;
      *    SE FOI OUTRA, A SERIE ESTA DESACERTADA E NADA MAIS E
      *    NUMERADO ATE SER REVISTA
      ******************************************************************
       2500-CHECK-NUMBER-IN-USE.
           READ INVOICE-REGISTER-FILE
               INVALID KEY
                   MOVE SPACES TO IV-SOURCE-GEN
           END-READ
           IF IV-SOURCE-GEN = WS-GENERATION
               AND IV-SOURCE-LINE = WS-LINE-NO
               ADD 1 TO WS-RESUMED-COUNT
           ELSE
               DISPLAY "NUMERO JA USADO NO REGISTO: " WS-DOC-TYPE
                       " " WS-SERIES-YEAR "/" WS-DOC-SEQ
                       " - SERIE A REVER, NUMERACAO PARADA"
               MOVE SPACES TO INVOICE-REPORT-RECORD
               STRING '*** NUMERO JA USADO NO REGISTO: '
                      DELIMITED BY SIZE
                      WS-DOC-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-SERIES-YEAR DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      WS-DOC-SEQ DELIMITED BY SIZE
                      ' - NUMERACAO PARADA ***' DELIMITED BY SIZE
                      INTO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD
               MOVE 1 TO WS-RETURN-CODE
               MOVE 'Y' TO WS-SALES-EOF
           END-IF.

       3000-WRITE-DETAIL.
           MOVE IV-DOC-TYPE      TO WS-DD-TYPE
           MOVE IV-SERIES-YEAR   TO WS-DD-YEAR
           MOVE IV-DOC-SEQ       TO WS-DD-SEQ
           MOVE WS-DOC-DISPLAY   TO WS-DET-DOC
           MOVE IV-TXN-CODE      TO WS-DET-TXN
           MOVE IV-FLIGHT-NUMBER TO WS-DET-FLIGHT
           MOVE IV-FLIGHT-DATE   TO WS-DET-DATE
           MOVE IV-TICKET        TO WS-DET-TICKET
           MOVE IV-TICKET-NUMBER TO WS-DET-TICKET-NUM
           MOVE IV-CUSTOMER-NAME TO WS-DET-CUSTOMER
           MOVE IV-NET-AMOUNT    TO WS-DET-NET
           MOVE IV-TAX-AMOUNT    TO WS-DET-TAX
           MOVE SPACES           TO WS-DET-REF
           EVALUATE TRUE
               WHEN B-IV-REF-DOC
                   MOVE IV-REF-DOC-TYPE    TO WS-DD-TYPE
                   MOVE IV-REF-SERIES-YEAR TO WS-DD-YEAR
                   MOVE IV-REF-DOC-SEQ     TO WS-DD-SEQ
                   STRING 'ANULA ' DELIMITED BY SIZE
                          WS-DOC-DISPLAY DELIMITED BY SIZE
                          INTO WS-DET-REF
               WHEN B-IV-REF-TICKET
                   ADD 1 TO WS-NOREF-COUNT
                   MOVE 2 TO WS-RETURN-CODE
                   MOVE '** SEM FATURA - REF. AO BILHETE **'
                       TO WS-DET-REF
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD.

       4000-WRITE-TOTALS.
           MOVE SPACES TO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-LINES-READ TO WS-DISP-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'LINHAS DO EXTRATO TRATADAS:   ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-LINES-SKIPPED TO WS-DISP-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'JA NUMERADAS ANTES (SALTADAS):' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-NO-DOC-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'MOVIMENTOS SEM DOCUMENTO:     ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-FT-COUNT TO WS-DISP-COUNT
           MOVE WS-FT-NET   TO WS-DISP-AMOUNT
           MOVE WS-FT-TAX   TO WS-DISP-TAX
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'FATURAS EMITIDAS:             ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  LIQUIDO ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  '  TAXAS ' DELIMITED BY SIZE
                  WS-DISP-TAX DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-NC-COUNT TO WS-DISP-COUNT
           MOVE WS-NC-NET   TO WS-DISP-AMOUNT
           MOVE WS-NC-TAX   TO WS-DISP-TAX
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'NOTAS DE CREDITO EMITIDAS:    ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  '  LIQUIDO ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  '  TAXAS ' DELIMITED BY SIZE
                  WS-DISP-TAX DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           MOVE WS-NOREF-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO INVOICE-REPORT-RECORD
           STRING 'NOTAS DE CREDITO SEM FATURA:  ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO INVOICE-REPORT-RECORD
           WRITE INVOICE-REPORT-RECORD

           IF WS-RESUMED-COUNT > ZERO
               MOVE WS-RESUMED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO INVOICE-REPORT-RECORD
               STRING 'RETOMADOS DE EXECUCAO ANTERIOR:'
                      DELIMITED BY SIZE
                      WS-DISP-COUNT DELIMITED BY SIZE
                      INTO INVOICE-REPORT-RECORD
               WRITE INVOICE-REPORT-RECORD
           END-IF.

      ******************************************************************
      *    REGRAVAR O REGISTO DE REARRANQUE COM A LINHA ATUAL
      ******************************************************************
       8500-WRITE-RESTART-RECORD.
           MOVE WS-GENERATION TO IR-GENERATION
           MOVE WS-LINES-DONE TO IR-LINES-DONE
           OPEN OUTPUT RESTART-FILE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.
