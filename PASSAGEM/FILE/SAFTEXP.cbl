       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFTEXP.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    SAFTEXP - FICHEIRO SAF-T (PT) MENSAL DE FATURACAO PARA A
      *    AUTORIDADE TRIBUTARIA, TIRADO DO REGISTO DE DOCUMENTOS
      *    FATURADOS (invoice-register.dat, VER INVOICE) PARA OS
      *    DOCUMENTOS EMITIDOS NO MES:
      *    - CABECALHO COM A IDENTIFICACAO FISCAL DA EMPRESA (CHAVES
      *      COMPANY-* DOS PARAMETROS DE INSTALACAO)
      *    - TABELAS MESTRAS: CLIENTES (UM POR NUMERO DE BILHETE, COMO
      *      CONSUMIDOR FINAL), PRODUTOS (UM POR TIPO DE MOVIMENTO
      *      FATURADO, MAIS AS TAXAS AEROPORTUARIAS) E TABELA DE IVA
      *    - DOCUMENTOS DE VENDA: FATURAS (FT) E NOTAS DE CREDITO (NC)
      *      COM A REFERENCIA A FATURA ORIGINAL, LINHAS, TOTAIS DO
      *      DOCUMENTO E OS TOTAIS DE CONTROLO (DEBITO/CREDITO).
      *    AS TAXAS AEROPORTUARIAS SAO COBRADAS POR CONTA DAS
      *    AUTORIDADES E SAEM EM LINHAS PROPRIAS ISENTAS DE IVA.
      *    CONCILIACAO: OS TOTAIS LIQUIDO E DE TAXAS POR TIPO DE
      *    DOCUMENTO SAO CONFERIDOS CONTRA A SOMA DE DS-TICKET-TOTAL E
      *    DS-TAX-AMOUNT DOS MESMOS MOVIMENTOS NO FICHEIRO DO PERIODO
      *    (period-sales.txt - A CONCATENACAO DOS EXTRATOS DIARIOS DO
      *    MES, PREPARADA PELO FECHO DO MES, COMO NO TAXREMIT).
      *    PARAMETRO OPCIONAL: MES AAAAMM (POR OMISSAO, O MES ANTERIOR
      *    AO DE HOJE, O QUE SE ENTREGA).
      *    SAIDAS: saft-export.xml E O RELATORIO saft-report.txt.
      *    RETURN-CODE 1 QUANDO O REGISTO NAO ABRE; 2 QUANDO OS TOTAIS
      *    NAO BATEM COM O FICHEIRO DO PERIODO OU ESTE NAO EXISTE
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

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/invoice-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-DOC-NUMBER
               ALTERNATE RECORD KEY IS IV-TICKET-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL PERIOD-SALES-FILE ASSIGN TO
               "PASSAGEM/FILE/period-sales.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO
               "PASSAGEM/FILE/saftsort.tmp".

           SELECT SAFT-FILE ASSIGN TO
               "PASSAGEM/FILE/saft-export.xml"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SAFT-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/saft-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

       FD INVOICE-REGISTER-FILE.
           COPY INVOICE.

       FD PERIOD-SALES-FILE.
           COPY DAILYSAL.

      *    CLIENTES DOS DOCUMENTOS DO MES, ORDENADOS PELO CODIGO PARA
      *    CADA UM SAIR UMA SO VEZ NA TABELA MESTRA
       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SC-CUSTOMER-ID        PIC X(14).
           05 SC-CUSTOMER-NAME      PIC X(14).

       FD SAFT-FILE.
       01 SAFT-RECORD               PIC X(250).

       FD SAFT-REPORT-FILE.
       01 SAFT-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
           COPY SITEPARM.

       01 WS-REGISTER-STATUS    PIC X(2).
       01 WS-SALES-STATUS       PIC X(2).
       01 WS-RETURN-CODE        PIC 9(1) VALUE ZERO.

       01 WS-REGISTER-EOF       PIC X(1) VALUE 'N'.
           88 B-REGISTER-EOF    VALUE 'Y'.
       01 WS-IN-MONTH           PIC X(1) VALUE 'N'.
           88 B-IN-MONTH        VALUE 'Y'.
       01 WS-SALES-EOF          PIC X(1) VALUE 'N'.
           88 B-SALES-EOF       VALUE 'Y'.
       01 WS-SORT-EOF           PIC X(1) VALUE 'N'.
           88 B-SORT-EOF        VALUE 'Y'.

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-TODAY              PIC X(21).

      ******************************************************************
      *    MES DO FICHEIRO E OS SEUS PRIMEIRO E ULTIMO DIAS
      ******************************************************************
       01 WS-PERIOD.
           05 WS-REPORT-MONTH   PIC X(6).
           05 WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH PIC 9(6).
           05 WS-START-DATE     PIC 9(8).
           05 WS-END-DATE       PIC 9(8).
           05 WS-NEXT-MONTH     PIC 9(8).
           05 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10 WS-NM-YEAR    PIC 9(4).
               10 WS-NM-MONTH   PIC 9(2).
               10 WS-NM-DAY     PIC 9(2).

      *    TIPO DE DOCUMENTO DE UM MOVIMENTO DO EXTRATO (A MESMA
      *    CLASSIFICACAO DO INVOICE.cbl)
       01 WS-DOC-CLASS          PIC X(2).
           88 B-CLASS-INVOICE   VALUE 'FT'.
           88 B-CLASS-CREDIT    VALUE 'NC'.

      *    PRODUTOS (TIPOS DE MOVIMENTO) PRESENTES NOS DOCUMENTOS
       01 WS-PRODUCT-TABLE.
           05 WS-PR-COUNT       PIC 9(2) VALUE ZERO.
           05 WS-PR-CODE        PIC X(8) OCCURS 30 TIMES.
           05 WS-PR-IDX         PIC 9(2).
           05 WS-PR-FOUND       PIC X(1).
               88 B-PR-FOUND    VALUE 'Y'.
           05 WS-PR-AIRPORT-TAX PIC X(1) VALUE 'N'.
               88 B-PR-AIRPORT-TAX VALUE 'Y'.
       01 WS-PRODUCT-DESC       PIC X(60).

      *    VALORES DE UM DOCUMENTO: IVA, TAXAS POR CONTA DE TERCEIROS
      *    E OS TOTAIS DO DOCUMENTO NO FICHEIRO
       01 WS-DOCUMENT-AMOUNTS.
           05 WS-DOC-VAT        PIC 9(6)V99.
           05 WS-DOC-OTHER      PIC 9(6)V99.
           05 WS-DOC-NET-TOTAL  PIC 9(7)V99.
           05 WS-DOC-GROSS      PIC 9(7)V99.
           05 WS-TAX-IDX        PIC 9(1).
           05 WS-LINE-NUMBER    PIC 9(2).
           05 WS-CUSTOMER-ID    PIC X(14).

       01 WS-SAFT-TOTALS.
           05 WS-FT-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-NC-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-DOC-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMER-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-CREDIT    PIC 9(11)V99 VALUE ZERO.
           05 WS-TOTAL-DEBIT     PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-FT-NET      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-FT-TAX      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-NC-NET      PIC 9(11)V99 VALUE ZERO.
           05 WS-REG-NC-TAX      PIC 9(11)V99 VALUE ZERO.
           05 WS-DS-FT-NET       PIC 9(11)V99 VALUE ZERO.
           05 WS-DS-FT-TAX       PIC 9(11)V99 VALUE ZERO.
           05 WS-DS-NC-NET       PIC 9(11)V99 VALUE ZERO.
           05 WS-DS-NC-TAX       PIC 9(11)V99 VALUE ZERO.
           05 WS-DIFFERENCE      PIC S9(11)V99.
           05 WS-DISP-COUNT      PIC Z(6)9.
           05 WS-DISP-REGISTER   PIC Z(10)9,99.
           05 WS-DISP-PERIOD     PIC Z(10)9,99.
           05 WS-DISP-DIFF       PIC Z(10)9,99-.

      *    CAMPOS DE TRABALHO DA ESCRITA DO XML
       01 WS-XML-WORK.
           05 WS-XE-INDENT      PIC 9(2) VALUE ZERO.
           05 WS-XE-PTR         PIC 9(3).
           05 WS-XE-TAG         PIC X(40).
           05 WS-XE-VALUE       PIC X(120).
           05 WS-XE-LEN         PIC 9(3).

       01 WS-XML-AMOUNT.
           05 WS-XA-VALUE       PIC 9(11)V99.
           05 WS-XA-DIGITS REDEFINES WS-XA-VALUE PIC X(13).
           05 WS-XA-TEXT        PIC X(16).
           05 WS-XA-START       PIC 9(2).

       01 WS-XML-INTEGER.
           05 WS-XI-VALUE       PIC 9(7).
           05 WS-XI-DIGITS REDEFINES WS-XI-VALUE PIC X(7).
           05 WS-XI-TEXT        PIC X(7).
           05 WS-XI-START       PIC 9(1).

       01 WS-XML-DATE.
           05 WS-XD-DATE        PIC 9(8).
           05 WS-XD-DATE-R REDEFINES WS-XD-DATE.
               10 WS-XD-YEAR    PIC X(4).
               10 WS-XD-MONTH   PIC X(2).
               10 WS-XD-DAY     PIC X(2).
           05 WS-XD-TEXT        PIC X(10).

      *    NUMERO DO DOCUMENTO NO FORMATO DA AT: 'FT 2026/123'
       01 WS-DOC-NO-TEXT        PIC X(20).
       01 WS-REF-NO-TEXT        PIC X(30).

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM 1000-SET-PERIOD
           PERFORM 1100-LOAD-SITE-PARAMS

           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE DOCUMENTOS: "
                       WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 2100-SCAN-DOCUMENTS

           OPEN OUTPUT SAFT-FILE
           PERFORM 2000-WRITE-HEADER

           MOVE 'MasterFiles' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           PERFORM 2200-WRITE-CUSTOMERS
           PERFORM 2300-WRITE-PRODUCTS
           PERFORM 2400-WRITE-TAX-TABLE
           MOVE 'MasterFiles' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE

           PERFORM 3000-WRITE-SALES-INVOICES

           MOVE 'AuditFile' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           CLOSE SAFT-FILE
                 INVOICE-REGISTER-FILE

           PERFORM 5000-RECONCILE-PERIOD
           PERFORM 6000-WRITE-REPORT

           DISPLAY "FICHEIRO SAF-T DO MES " WS-REPORT-MONTH
                   " EMITIDO"
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    MES DO PARAMETRO OU, POR OMISSAO, O MES ANTERIOR AO DE HOJE
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
               MOVE WS-TODAY(1:6) TO WS-NEXT-MONTH(1:6)
               MOVE 01 TO WS-NM-DAY
               IF WS-NM-MONTH = 01
                   SUBTRACT 1 FROM WS-NM-YEAR
                   MOVE 12 TO WS-NM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-NM-MONTH
               END-IF
               MOVE WS-NEXT-MONTH(1:6) TO WS-REPORT-MONTH
           END-IF

           MOVE WS-REPORT-MONTH TO WS-START-DATE(1:6)
           MOVE '01'            TO WS-START-DATE(7:2)
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH(1:6)
           MOVE 01 TO WS-NM-DAY
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 01 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF
           COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).

      ******************************************************************
      *    IDENTIFICACAO DA EMPRESA E TAXA DE IVA DOS PARAMETROS DE
      *    INSTALACAO (SO ESTAS CHAVES INTERESSAM AQUI)
      ******************************************************************
       1100-LOAD-SITE-PARAMS.
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
                           EVALUATE SP-LINE-KEY
                               WHEN 'SALES-TAX-RATE'
                                   COMPUTE SP-SALES-TAX-RATE =
                                       FUNCTION NUMVAL(SP-LINE-VALUE)
                               WHEN 'COMPANY-NIF'
                                   MOVE SP-LINE-VALUE TO SP-COMPANY-NIF
                               WHEN 'COMPANY-NAME'
                                   MOVE SP-LINE-VALUE TO
                                       SP-COMPANY-NAME
                               WHEN 'COMPANY-ADDRESS'
                                   MOVE SP-LINE-VALUE TO
                                       SP-COMPANY-ADDRESS
                               WHEN 'COMPANY-CITY'
                                   MOVE SP-LINE-VALUE TO
                                       SP-COMPANY-CITY
                               WHEN 'COMPANY-POSTCODE'
                                   MOVE SP-LINE-VALUE TO
                                       SP-COMPANY-POSTCODE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SITE-PARAM-FILE.

      ******************************************************************
      *    POSICIONAR NO INICIO DO REGISTO E LER O DOCUMENTO SEGUINTE
      *    EMITIDO NO MES
      ******************************************************************
       1300-START-REGISTER.
           MOVE 'N' TO WS-REGISTER-EOF
           MOVE LOW-VALUES TO IV-DOC-NUMBER
           START INVOICE-REGISTER-FILE
               KEY IS NOT LESS THAN IV-DOC-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START.

       1310-READ-NEXT-IN-MONTH.
           MOVE 'N' TO WS-IN-MONTH
           PERFORM UNTIL B-REGISTER-EOF OR B-IN-MONTH
               READ INVOICE-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF IV-ISSUE-DATE NOT < WS-START-DATE
                           AND IV-ISSUE-DATE NOT > WS-END-DATE
                           MOVE 'Y' TO WS-IN-MONTH
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    CABECALHO DO FICHEIRO (VERSAO 1.04_01 DO SAF-T (PT))
      ******************************************************************
       2000-WRITE-HEADER.
           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
               TO SAFT-RECORD
           WRITE SAFT-RECORD
           MOVE SPACES TO SAFT-RECORD
           STRING '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:'
                  DELIMITED BY SIZE
                  'PT_1.04_01">' DELIMITED BY SIZE
                  INTO SAFT-RECORD
           WRITE SAFT-RECORD
           MOVE 2 TO WS-XE-INDENT

           MOVE 'Header' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'AuditFileVersion' TO WS-XE-TAG
           MOVE '1.04_01' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CompanyID' TO WS-XE-TAG
           MOVE SP-COMPANY-NIF TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxRegistrationNumber' TO WS-XE-TAG
           MOVE SP-COMPANY-NIF TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxAccountingBasis' TO WS-XE-TAG
           MOVE 'F' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CompanyName' TO WS-XE-TAG
           MOVE SP-COMPANY-NAME TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CompanyAddress' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'AddressDetail' TO WS-XE-TAG
           MOVE SP-COMPANY-ADDRESS TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'City' TO WS-XE-TAG
           MOVE SP-COMPANY-CITY TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'PostalCode' TO WS-XE-TAG
           MOVE SP-COMPANY-POSTCODE TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Country' TO WS-XE-TAG
           MOVE 'PT' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CompanyAddress' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'FiscalYear' TO WS-XE-TAG
           MOVE WS-REPORT-MONTH(1:4) TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-START-DATE TO WS-XD-DATE
           PERFORM 8200-FORMAT-DATE
           MOVE 'StartDate' TO WS-XE-TAG
           MOVE WS-XD-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-END-DATE TO WS-XD-DATE
           PERFORM 8200-FORMAT-DATE
           MOVE 'EndDate' TO WS-XE-TAG
           MOVE WS-XD-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CurrencyCode' TO WS-XE-TAG
           MOVE 'EUR' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-TODAY(1:8) TO WS-XD-DATE
           PERFORM 8200-FORMAT-DATE
           MOVE 'DateCreated' TO WS-XE-TAG
           MOVE WS-XD-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxEntity' TO WS-XE-TAG
           MOVE 'Global' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductCompanyTaxID' TO WS-XE-TAG
           MOVE SP-COMPANY-NIF TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'SoftwareCertificateNumber' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductID' TO WS-XE-TAG
           MOVE 'PASSAGEM/PASSAGEM' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductVersion' TO WS-XE-TAG
           MOVE '1.0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Header' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    PRIMEIRA PASSAGEM PELOS DOCUMENTOS DO MES: CONTAGENS,
      *    TOTAIS DE CONTROLO E PRODUTOS USADOS, QUE TEM DE SAIR NO
      *    FICHEIRO ANTES DOS DOCUMENTOS
      ******************************************************************
       2100-SCAN-DOCUMENTS.
           PERFORM 1300-START-REGISTER
           PERFORM 1310-READ-NEXT-IN-MONTH
           PERFORM UNTIL B-REGISTER-EOF
               PERFORM 2110-TALLY-ONE-DOCUMENT
               PERFORM 1310-READ-NEXT-IN-MONTH
           END-PERFORM.

       2110-TALLY-ONE-DOCUMENT.
           PERFORM 3050-DOCUMENT-AMOUNTS
           ADD 1 TO WS-DOC-COUNT
           IF B-IV-INVOICE
               ADD 1                 TO WS-FT-COUNT
               ADD WS-DOC-NET-TOTAL  TO WS-TOTAL-CREDIT
               ADD IV-NET-AMOUNT     TO WS-REG-FT-NET
               ADD IV-TAX-AMOUNT     TO WS-REG-FT-TAX
           ELSE
               ADD 1                 TO WS-NC-COUNT
               ADD WS-DOC-NET-TOTAL  TO WS-TOTAL-DEBIT
               ADD IV-NET-AMOUNT     TO WS-REG-NC-NET
               ADD IV-TAX-AMOUNT     TO WS-REG-NC-TAX
           END-IF
           IF WS-DOC-OTHER > ZERO
               MOVE 'Y' TO WS-PR-AIRPORT-TAX
           END-IF

           MOVE 'N' TO WS-PR-FOUND
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT OR B-PR-FOUND
               IF WS-PR-CODE(WS-PR-IDX) = IV-TXN-CODE
                   MOVE 'Y' TO WS-PR-FOUND
               END-IF
           END-PERFORM
           IF NOT B-PR-FOUND AND WS-PR-COUNT < 30
               ADD 1 TO WS-PR-COUNT
               MOVE IV-TXN-CODE TO WS-PR-CODE(WS-PR-COUNT)
           END-IF.

      ******************************************************************
      *    TABELA DE CLIENTES: UM POR BILHETE, COMO CONSUMIDOR FINAL
      *    (NIF 999999990); SEM NUMERO DE BILHETE, O CLIENTE GENERICO
      ******************************************************************
       2200-WRITE-CUSTOMERS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SC-CUSTOMER-ID
               INPUT PROCEDURE IS 2210-SORT-INPUT
               OUTPUT PROCEDURE IS 2220-SORT-OUTPUT.

       2210-SORT-INPUT.
           PERFORM 1300-START-REGISTER
           PERFORM 1310-READ-NEXT-IN-MONTH
           PERFORM UNTIL B-REGISTER-EOF
               PERFORM 3060-CUSTOMER-ID
               MOVE WS-CUSTOMER-ID   TO SC-CUSTOMER-ID
               MOVE IV-CUSTOMER-NAME TO SC-CUSTOMER-NAME
               RELEASE SORT-RECORD
               PERFORM 1310-READ-NEXT-IN-MONTH
           END-PERFORM.

       2220-SORT-OUTPUT.
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CUSTOMER-ID
           PERFORM UNTIL B-SORT-EOF
               RETURN SORT-WORK-FILE INTO SORT-RECORD
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SC-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE SC-CUSTOMER-ID TO WS-CUSTOMER-ID
                           PERFORM 2230-WRITE-ONE-CUSTOMER
                       END-IF
               END-RETURN
           END-PERFORM.

       2230-WRITE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE 'Customer' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'CustomerID' TO WS-XE-TAG
           MOVE SC-CUSTOMER-ID TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'AccountID' TO WS-XE-TAG
           MOVE 'Desconhecido' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CustomerTaxID' TO WS-XE-TAG
           MOVE '999999990' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CompanyName' TO WS-XE-TAG
           IF SC-CUSTOMER-ID = 'CF'
               MOVE 'Consumidor final' TO WS-XE-VALUE
           ELSE
               MOVE SC-CUSTOMER-NAME TO WS-XE-VALUE
           END-IF
           PERFORM 8000-XML-ELEMENT
           MOVE 'BillingAddress' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'AddressDetail' TO WS-XE-TAG
           MOVE 'Desconhecido' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'City' TO WS-XE-TAG
           MOVE 'Desconhecido' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'PostalCode' TO WS-XE-TAG
           MOVE 'Desconhecido' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Country' TO WS-XE-TAG
           MOVE 'Desconhecido' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'BillingAddress' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'SelfBillingIndicator' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Customer' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    TABELA DE PRODUTOS: OS TIPOS DE MOVIMENTO FATURADOS NO MES
      *    (SERVICOS) E, SE HOUVE, AS TAXAS AEROPORTUARIAS
      ******************************************************************
       2300-WRITE-PRODUCTS.
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
               UNTIL WS-PR-IDX > WS-PR-COUNT
               MOVE WS-PR-CODE(WS-PR-IDX) TO IV-TXN-CODE
               PERFORM 2310-PRODUCT-DESCRIPTION
               PERFORM 2320-WRITE-ONE-PRODUCT
           END-PERFORM
           IF B-PR-AIRPORT-TAX
               MOVE 'TAXAEROP' TO IV-TXN-CODE
               PERFORM 2310-PRODUCT-DESCRIPTION
               PERFORM 2320-WRITE-ONE-PRODUCT
           END-IF.

       2310-PRODUCT-DESCRIPTION.
           EVALUATE IV-TXN-CODE
               WHEN 'NEW'
                   MOVE 'Transporte aereo de passageiro'
                       TO WS-PRODUCT-DESC
               WHEN 'CONFRM'
                   MOVE 'Transporte aereo - confirmacao de opcao'
                       TO WS-PRODUCT-DESC
               WHEN 'INFANT'
                   MOVE 'Transporte aereo - bebe ao colo'
                       TO WS-PRODUCT-DESC
               WHEN 'WLCHG'
                   MOVE 'Transporte aereo - lista de espera'
                       TO WS-PRODUCT-DESC
               WHEN 'CHGCOL'
               WHEN 'CHGREF'
                   MOVE 'Diferenca de tarifa na alteracao'
                       TO WS-PRODUCT-DESC
               WHEN 'CHGFEE'
                   MOVE 'Taxa de alteracao de reserva'
                       TO WS-PRODUCT-DESC
               WHEN 'NAMFEE'
                   MOVE 'Taxa de mudanca de nome'
                       TO WS-PRODUCT-DESC
               WHEN 'SEATFE'
                   MOVE 'Escolha de lugar' TO WS-PRODUCT-DESC
               WHEN 'UMFEE'
                   MOVE 'Acompanhamento de menor nao acompanhado'
                       TO WS-PRODUCT-DESC
               WHEN 'XSBAG'
                   MOVE 'Excesso de bagagem cobrado no aeroporto'
                       TO WS-PRODUCT-DESC
               WHEN 'UPGPAY'
                   MOVE 'Upgrade pago para classe premium'
                       TO WS-PRODUCT-DESC
               WHEN 'CXLPEN'
                   MOVE 'Penalizacao de cancelamento'
                       TO WS-PRODUCT-DESC
               WHEN 'CORR+'
               WHEN 'CORR-'
                   MOVE 'Correcao de tarifa' TO WS-PRODUCT-DESC
               WHEN 'CANCEL'
                   MOVE 'Anulacao de transporte aereo'
                       TO WS-PRODUCT-DESC
               WHEN 'TAXREF'
                   MOVE 'Devolucao de taxas de bilhete nao voado'
                       TO WS-PRODUCT-DESC
               WHEN 'STAFTX'
                   MOVE 'Taxas de passageiro nao pagante (pessoal)'
                       TO WS-PRODUCT-DESC
               WHEN 'TAXAEROP'
                   MOVE 'Taxas aeroportuarias por conta de terceiros'
                       TO WS-PRODUCT-DESC
               WHEN OTHER
                   MOVE 'Servico de transporte aereo'
                       TO WS-PRODUCT-DESC
           END-EVALUATE
      *    PRODUTOS AUXILIARES: 'ANC'/'ANR' + CODIGO DO PRODUTO
           IF IV-TXN-CODE(1:3) = 'ANC'
               MOVE 'Produto auxiliar ao transporte aereo'
                   TO WS-PRODUCT-DESC
           END-IF
           IF IV-TXN-CODE(1:3) = 'ANR'
               MOVE 'Reembolso de produto auxiliar'
                   TO WS-PRODUCT-DESC
           END-IF.

       2320-WRITE-ONE-PRODUCT.
           MOVE 'Product' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'ProductType' TO WS-XE-TAG
           MOVE 'S' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductCode' TO WS-XE-TAG
           MOVE IV-TXN-CODE TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductDescription' TO WS-XE-TAG
           MOVE WS-PRODUCT-DESC TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductNumberCode' TO WS-XE-TAG
           MOVE IV-TXN-CODE TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Product' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    TABELA DE IVA: TAXA NORMAL EM VIGOR E ISENCAO (TAXAS
      *    AEROPORTUARIAS COBRADAS EM NOME E POR CONTA DE TERCEIROS)
      ******************************************************************
       2400-WRITE-TAX-TABLE.
           MOVE 'TaxTable' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'TaxTableEntry' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'TaxType' TO WS-XE-TAG
           MOVE 'IVA' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCountryRegion' TO WS-XE-TAG
           MOVE 'PT' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCode' TO WS-XE-TAG
           MOVE 'NOR' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Description' TO WS-XE-TAG
           MOVE 'Taxa normal' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           COMPUTE WS-XA-VALUE = SP-SALES-TAX-RATE * 100
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'TaxPercentage' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxTableEntry' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'TaxTableEntry' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'TaxType' TO WS-XE-TAG
           MOVE 'IVA' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCountryRegion' TO WS-XE-TAG
           MOVE 'PT' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCode' TO WS-XE-TAG
           MOVE 'ISE' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Description' TO WS-XE-TAG
           MOVE 'Isento' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxPercentage' TO WS-XE-TAG
           MOVE '0.00' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxTableEntry' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'TaxTable' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    DOCUMENTOS DE VENDA DO MES COM OS TOTAIS DE CONTROLO: O
      *    CREDITO SOMA AS FATURAS, O DEBITO AS NOTAS DE CREDITO
      ******************************************************************
       3000-WRITE-SALES-INVOICES.
           MOVE 'SourceDocuments' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'SalesInvoices' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE WS-DOC-COUNT TO WS-XI-VALUE
           PERFORM 8110-FORMAT-INTEGER
           MOVE 'NumberOfEntries' TO WS-XE-TAG
           MOVE WS-XI-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-TOTAL-DEBIT TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'TotalDebit' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-TOTAL-CREDIT TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'TotalCredit' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT

           PERFORM 1300-START-REGISTER
           PERFORM 1310-READ-NEXT-IN-MONTH
           PERFORM UNTIL B-REGISTER-EOF
               PERFORM 3100-WRITE-ONE-DOCUMENT
               PERFORM 1310-READ-NEXT-IN-MONTH
           END-PERFORM

           MOVE 'SalesInvoices' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'SourceDocuments' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    IVA DO DOCUMENTO (ITENS 'IVA') E TAXAS POR CONTA DE
      *    TERCEIROS (OS OUTROS ITENS): O TOTAL LIQUIDO DO DOCUMENTO
      *    LEVA O SERVICO E ESTAS TAXAS, O TOTAL BRUTO JUNTA O IVA
      ******************************************************************
       3050-DOCUMENT-AMOUNTS.
           MOVE ZERO TO WS-DOC-VAT
           MOVE ZERO TO WS-DOC-OTHER
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 4
               IF IV-TAX-NAME(WS-TAX-IDX) = 'IVA'
                   ADD IV-TAX-ITEM-AMT(WS-TAX-IDX) TO WS-DOC-VAT
               ELSE
                   IF IV-TAX-NAME(WS-TAX-IDX) NOT = SPACES
                       ADD IV-TAX-ITEM-AMT(WS-TAX-IDX) TO
                           WS-DOC-OTHER
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-DOC-NET-TOTAL = IV-NET-AMOUNT + WS-DOC-OTHER
           COMPUTE WS-DOC-GROSS = WS-DOC-NET-TOTAL + WS-DOC-VAT.

       3060-CUSTOMER-ID.
           IF IV-TICKET-NUMBER > ZERO
               MOVE SPACES TO WS-CUSTOMER-ID
               STRING 'B' DELIMITED BY SIZE
                      IV-TICKET-NUMBER DELIMITED BY SIZE
                      INTO WS-CUSTOMER-ID
           ELSE
               MOVE 'CF' TO WS-CUSTOMER-ID
           END-IF.

       3070-DOCUMENT-NUMBER.
           MOVE IV-DOC-SEQ TO WS-XI-VALUE
           PERFORM 8110-FORMAT-INTEGER
           MOVE SPACES TO WS-DOC-NO-TEXT
           STRING IV-DOC-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IV-SERIES-YEAR DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-XI-TEXT DELIMITED BY SPACE
                  INTO WS-DOC-NO-TEXT.

       3100-WRITE-ONE-DOCUMENT.
           PERFORM 3050-DOCUMENT-AMOUNTS
           PERFORM 3060-CUSTOMER-ID
           PERFORM 3070-DOCUMENT-NUMBER
           MOVE IV-ISSUE-DATE TO WS-XD-DATE
           PERFORM 8200-FORMAT-DATE

           MOVE 'Invoice' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'InvoiceNo' TO WS-XE-TAG
           MOVE WS-DOC-NO-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ATCUD' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'DocumentStatus' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'InvoiceStatus' TO WS-XE-TAG
           MOVE 'N' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'InvoiceStatusDate' TO WS-XE-TAG
           MOVE SPACES TO WS-XE-VALUE
           STRING WS-XD-TEXT DELIMITED BY SIZE
                  'T00:00:00' DELIMITED BY SIZE
                  INTO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'SourceID' TO WS-XE-TAG
           MOVE 'PASSAGEM' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'SourceBilling' TO WS-XE-TAG
           MOVE 'P' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'DocumentStatus' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'Hash' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Period' TO WS-XE-TAG
           MOVE WS-XD-MONTH TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'InvoiceDate' TO WS-XE-TAG
           MOVE WS-XD-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'InvoiceType' TO WS-XE-TAG
           MOVE IV-DOC-TYPE TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'SpecialRegimes' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'SelfBillingIndicator' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CashVATSchemeIndicator' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ThirdPartiesBillingIndicator' TO WS-XE-TAG
           MOVE '0' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'SpecialRegimes' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'SourceID' TO WS-XE-TAG
           MOVE 'PASSAGEM' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'SystemEntryDate' TO WS-XE-TAG
           MOVE SPACES TO WS-XE-VALUE
           STRING WS-XD-TEXT DELIMITED BY SIZE
                  'T00:00:00' DELIMITED BY SIZE
                  INTO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'CustomerID' TO WS-XE-TAG
           MOVE WS-CUSTOMER-ID TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT

           MOVE 1 TO WS-LINE-NUMBER
           PERFORM 3110-WRITE-SERVICE-LINE
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > 4
               IF IV-TAX-NAME(WS-TAX-IDX) NOT = SPACES
                   AND IV-TAX-NAME(WS-TAX-IDX) NOT = 'IVA'
                   AND IV-TAX-ITEM-AMT(WS-TAX-IDX) > ZERO
                   ADD 1 TO WS-LINE-NUMBER
                   PERFORM 3120-WRITE-CHARGE-LINE
               END-IF
           END-PERFORM

           MOVE 'DocumentTotals' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE WS-DOC-VAT TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'TaxPayable' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-DOC-NET-TOTAL TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'NetTotal' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE WS-DOC-GROSS TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'GrossTotal' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'DocumentTotals' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'Invoice' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    LINHA DO SERVICO: O VALOR LIQUIDO DO MOVIMENTO COM IVA A
      *    TAXA NORMAL. NA NOTA DE CREDITO LEVA A REFERENCIA A FATURA
      *    ORIGINAL (OU, SEM ELA, AO BILHETE) E VAI A DEBITO
      ******************************************************************
       3110-WRITE-SERVICE-LINE.
           PERFORM 2310-PRODUCT-DESCRIPTION
           MOVE 'Line' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'LineNumber' TO WS-XE-TAG
           MOVE WS-LINE-NUMBER TO WS-XI-VALUE
           PERFORM 8110-FORMAT-INTEGER
           MOVE WS-XI-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductCode' TO WS-XE-TAG
           MOVE IV-TXN-CODE TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductDescription' TO WS-XE-TAG
           MOVE WS-PRODUCT-DESC TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Quantity' TO WS-XE-TAG
           MOVE '1' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'UnitOfMeasure' TO WS-XE-TAG
           MOVE 'UN' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE IV-NET-AMOUNT TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'UnitPrice' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxPointDate' TO WS-XE-TAG
           MOVE WS-XD-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT

           IF B-IV-CREDIT
               MOVE SPACES TO WS-REF-NO-TEXT
               IF B-IV-REF-DOC
                   MOVE IV-REF-DOC-SEQ TO WS-XI-VALUE
                   PERFORM 8110-FORMAT-INTEGER
                   STRING IV-REF-DOC-TYPE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          IV-REF-SERIES-YEAR DELIMITED BY SIZE
                          '/' DELIMITED BY SIZE
                          WS-XI-TEXT DELIMITED BY SPACE
                          INTO WS-REF-NO-TEXT
               ELSE
                   STRING 'BILHETE ' DELIMITED BY SIZE
                          IV-TICKET-NUMBER DELIMITED BY SIZE
                          INTO WS-REF-NO-TEXT
               END-IF
               MOVE 'References' TO WS-XE-TAG
               PERFORM 8010-XML-OPEN
               MOVE 'Reference' TO WS-XE-TAG
               MOVE WS-REF-NO-TEXT TO WS-XE-VALUE
               PERFORM 8000-XML-ELEMENT
               MOVE 'Reason' TO WS-XE-TAG
               MOVE WS-PRODUCT-DESC TO WS-XE-VALUE
               PERFORM 8000-XML-ELEMENT
               MOVE 'References' TO WS-XE-TAG
               PERFORM 8020-XML-CLOSE
           END-IF

           MOVE 'Description' TO WS-XE-TAG
           MOVE SPACES TO WS-XE-VALUE
           STRING 'VOO ' DELIMITED BY SIZE
                  IV-FLIGHT-NUMBER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  IV-FLIGHT-DATE DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  IV-TICKET-NUMBER DELIMITED BY SIZE
                  INTO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           IF B-IV-CREDIT
               MOVE 'DebitAmount' TO WS-XE-TAG
           ELSE
               MOVE 'CreditAmount' TO WS-XE-TAG
           END-IF
           MOVE IV-NET-AMOUNT TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT

           MOVE 'Tax' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'TaxType' TO WS-XE-TAG
           MOVE 'IVA' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCountryRegion' TO WS-XE-TAG
           MOVE 'PT' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCode' TO WS-XE-TAG
           MOVE 'NOR' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           COMPUTE WS-XA-VALUE = IV-VAT-RATE * 100
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'TaxPercentage' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Tax' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'Line' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    LINHA DE UMA TAXA AEROPORTUARIA DO BILHETE, ISENTA DE IVA
      *    (QUANTIA RECEBIDA EM NOME E POR CONTA DA AUTORIDADE)
      ******************************************************************
       3120-WRITE-CHARGE-LINE.
           MOVE 'Line' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'LineNumber' TO WS-XE-TAG
           MOVE WS-LINE-NUMBER TO WS-XI-VALUE
           PERFORM 8110-FORMAT-INTEGER
           MOVE WS-XI-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductCode' TO WS-XE-TAG
           MOVE 'TAXAEROP' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'ProductDescription' TO WS-XE-TAG
           MOVE IV-TAX-NAME(WS-TAX-IDX) TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Quantity' TO WS-XE-TAG
           MOVE '1' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'UnitOfMeasure' TO WS-XE-TAG
           MOVE 'UN' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE IV-TAX-ITEM-AMT(WS-TAX-IDX) TO WS-XA-VALUE
           PERFORM 8100-FORMAT-AMOUNT
           MOVE 'UnitPrice' TO WS-XE-TAG
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxPointDate' TO WS-XE-TAG
           MOVE WS-XD-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Description' TO WS-XE-TAG
           MOVE IV-TAX-NAME(WS-TAX-IDX) TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           IF B-IV-CREDIT
               MOVE 'DebitAmount' TO WS-XE-TAG
           ELSE
               MOVE 'CreditAmount' TO WS-XE-TAG
           END-IF
           MOVE WS-XA-TEXT TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Tax' TO WS-XE-TAG
           PERFORM 8010-XML-OPEN
           MOVE 'TaxType' TO WS-XE-TAG
           MOVE 'IVA' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCountryRegion' TO WS-XE-TAG
           MOVE 'PT' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxCode' TO WS-XE-TAG
           MOVE 'ISE' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxPercentage' TO WS-XE-TAG
           MOVE '0.00' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Tax' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE
           MOVE 'TaxExemptionReason' TO WS-XE-TAG
           MOVE 'Artigo 16.o n.o 6 do CIVA' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'TaxExemptionCode' TO WS-XE-TAG
           MOVE 'M01' TO WS-XE-VALUE
           PERFORM 8000-XML-ELEMENT
           MOVE 'Line' TO WS-XE-TAG
           PERFORM 8020-XML-CLOSE.

      ******************************************************************
      *    CONCILIACAO COM O FICHEIRO DO PERIODO: OS MESMOS MOVIMENTOS
      *    QUE O INVOICE FATURA, SOMADOS POR TIPO DE DOCUMENTO
      ******************************************************************
       5000-RECONCILE-PERIOD.
           OPEN INPUT PERIOD-SALES-FILE
           IF WS-SALES-STATUS NOT = '00'
               MOVE 'Y' TO WS-SALES-EOF
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5100-TALLY-PERIOD-LINE UNTIL B-SALES-EOF
           CLOSE PERIOD-SALES-FILE

           IF WS-DS-FT-NET NOT = WS-REG-FT-NET
               OR WS-DS-FT-TAX NOT = WS-REG-FT-TAX
               OR WS-DS-NC-NET NOT = WS-REG-NC-NET
               OR WS-DS-NC-TAX NOT = WS-REG-NC-TAX
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

       5100-TALLY-PERIOD-LINE.
           READ PERIOD-SALES-FILE
               AT END
                   MOVE 'Y' TO WS-SALES-EOF
                   EXIT PARAGRAPH
           END-READ
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
                   MOVE 'FT' TO WS-DOC-CLASS
               WHEN 'CANCEL'
               WHEN 'CHGREF'
               WHEN 'CORR-'
               WHEN 'TAXREF'
                   MOVE 'NC' TO WS-DOC-CLASS
               WHEN OTHER
                   MOVE SPACES TO WS-DOC-CLASS
           END-EVALUATE
           IF B-DS-ANCILLARY-SALE
               MOVE 'FT' TO WS-DOC-CLASS
           END-IF
           IF B-DS-ANCILLARY-REFUND
               MOVE 'NC' TO WS-DOC-CLASS
           END-IF
           IF B-CLASS-INVOICE
               ADD DS-TICKET-TOTAL TO WS-DS-FT-NET
               ADD DS-TAX-AMOUNT   TO WS-DS-FT-TAX
           END-IF
           IF B-CLASS-CREDIT
               ADD DS-TICKET-TOTAL TO WS-DS-NC-NET
               ADD DS-TAX-AMOUNT   TO WS-DS-NC-TAX
           END-IF.

      ******************************************************************
      *    RELATORIO: CONTAGENS, TOTAIS DE CONTROLO DO FICHEIRO E A
      *    CONCILIACAO LINHA A LINHA COM O FICHEIRO DO PERIODO
      ******************************************************************
       6000-WRITE-REPORT.
           OPEN OUTPUT SAFT-REPORT-FILE
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING '===== SAF-T (PT) FATURACAO - MES ' DELIMITED BY SIZE
                  WS-REPORT-MONTH DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           MOVE SPACES TO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD

           MOVE WS-FT-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING 'FATURAS (FT):             ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           MOVE WS-NC-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING 'NOTAS DE CREDITO (NC):    ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           MOVE WS-CUSTOMER-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING 'CLIENTES:                 ' DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           MOVE WS-TOTAL-CREDIT TO WS-DISP-REGISTER
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING 'TOTAL DE CREDITO (FT):    ' DELIMITED BY SIZE
                  WS-DISP-REGISTER DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           MOVE WS-TOTAL-DEBIT TO WS-DISP-REGISTER
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING 'TOTAL DE DEBITO (NC):     ' DELIMITED BY SIZE
                  WS-DISP-REGISTER DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD

           MOVE SPACES TO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           IF WS-SALES-STATUS NOT = '00'
               MOVE '*** SEM FICHEIRO DO PERIODO - NAO CONCILIADO ***'
                   TO SAFT-REPORT-RECORD
               WRITE SAFT-REPORT-RECORD
               CLOSE SAFT-REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SAFT-REPORT-RECORD
           STRING 'CONCILIACAO            DOCUMENTOS' DELIMITED BY SIZE
                  '         EXTRATO       DIFERENCA' DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD

           MOVE WS-REG-FT-NET TO WS-DISP-REGISTER
           MOVE WS-DS-FT-NET  TO WS-DISP-PERIOD
           COMPUTE WS-DIFFERENCE = WS-REG-FT-NET - WS-DS-FT-NET
           MOVE 'FT - LIQUIDO         ' TO SAFT-REPORT-RECORD
           PERFORM 6100-WRITE-RECON-LINE
           MOVE WS-REG-FT-TAX TO WS-DISP-REGISTER
           MOVE WS-DS-FT-TAX  TO WS-DISP-PERIOD
           COMPUTE WS-DIFFERENCE = WS-REG-FT-TAX - WS-DS-FT-TAX
           MOVE 'FT - TAXAS           ' TO SAFT-REPORT-RECORD
           PERFORM 6100-WRITE-RECON-LINE
           MOVE WS-REG-NC-NET TO WS-DISP-REGISTER
           MOVE WS-DS-NC-NET  TO WS-DISP-PERIOD
           COMPUTE WS-DIFFERENCE = WS-REG-NC-NET - WS-DS-NC-NET
           MOVE 'NC - LIQUIDO         ' TO SAFT-REPORT-RECORD
           PERFORM 6100-WRITE-RECON-LINE
           MOVE WS-REG-NC-TAX TO WS-DISP-REGISTER
           MOVE WS-DS-NC-TAX  TO WS-DISP-PERIOD
           COMPUTE WS-DIFFERENCE = WS-REG-NC-TAX - WS-DS-NC-TAX
           MOVE 'NC - TAXAS           ' TO SAFT-REPORT-RECORD
           PERFORM 6100-WRITE-RECON-LINE

           MOVE SPACES TO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD
           IF WS-RETURN-CODE = ZERO
               MOVE 'TOTAIS CONFEREM COM O EXTRATO DO PERIODO'
                   TO SAFT-REPORT-RECORD
           ELSE
               MOVE '*** TOTAIS NAO CONFEREM - VER DIFERENCAS ***'
                   TO SAFT-REPORT-RECORD
           END-IF
           WRITE SAFT-REPORT-RECORD
           CLOSE SAFT-REPORT-FILE.

       6100-WRITE-RECON-LINE.
           MOVE WS-DIFFERENCE TO WS-DISP-DIFF
           STRING SAFT-REPORT-RECORD(1:21) DELIMITED BY SIZE
                  WS-DISP-REGISTER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-PERIOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DISP-DIFF DELIMITED BY SIZE
                  INTO SAFT-REPORT-RECORD
           WRITE SAFT-REPORT-RECORD.

      ******************************************************************
      *    ESCRITA DO XML: ELEMENTO COM VALOR NUMA LINHA, E ABERTURA/
      *    FECHO DE UM GRUPO (O GRUPO AUMENTA/REDUZ A INDENTACAO)
      ******************************************************************
       8000-XML-ELEMENT.
           INSPECT WS-XE-VALUE REPLACING ALL '&' BY '+'
                                         ALL '<' BY '('
                                         ALL '>' BY ')'
           MOVE ZERO TO WS-XE-LEN
           PERFORM VARYING WS-XE-PTR FROM 120 BY -1
               UNTIL WS-XE-PTR < 1 OR WS-XE-LEN > ZERO
               IF WS-XE-VALUE(WS-XE-PTR:1) NOT = SPACE
                   MOVE WS-XE-PTR TO WS-XE-LEN
               END-IF
           END-PERFORM
           IF WS-XE-LEN = ZERO
               MOVE 'Desconhecido' TO WS-XE-VALUE
               MOVE 12 TO WS-XE-LEN
           END-IF
           MOVE SPACES TO SAFT-RECORD
           COMPUTE WS-XE-PTR = WS-XE-INDENT + 1
           STRING '<' DELIMITED BY SIZE
                  WS-XE-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  WS-XE-VALUE(1:WS-XE-LEN) DELIMITED BY SIZE
                  '</' DELIMITED BY SIZE
                  WS-XE-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  INTO SAFT-RECORD
                  WITH POINTER WS-XE-PTR
           WRITE SAFT-RECORD
           MOVE SPACES TO WS-XE-VALUE.

       8010-XML-OPEN.
           MOVE SPACES TO SAFT-RECORD
           COMPUTE WS-XE-PTR = WS-XE-INDENT + 1
           STRING '<' DELIMITED BY SIZE
                  WS-XE-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  INTO SAFT-RECORD
                  WITH POINTER WS-XE-PTR
           WRITE SAFT-RECORD
           ADD 2 TO WS-XE-INDENT.

       8020-XML-CLOSE.
           IF WS-XE-INDENT > 1
               SUBTRACT 2 FROM WS-XE-INDENT
           END-IF
           MOVE SPACES TO SAFT-RECORD
           COMPUTE WS-XE-PTR = WS-XE-INDENT + 1
           STRING '</' DELIMITED BY SIZE
                  WS-XE-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  INTO SAFT-RECORD
                  WITH POINTER WS-XE-PTR
           WRITE SAFT-RECORD.

      ******************************************************************
      *    VALOR COM PONTO DECIMAL E SEM ZEROS A ESQUERDA ('1234.50'),
      *    COMO O XML PEDE - A VIRGULA DECIMAL DA INSTALACAO NAO SERVE
      ******************************************************************
       8100-FORMAT-AMOUNT.
           MOVE 1 TO WS-XA-START
           PERFORM UNTIL WS-XA-START = 11
               OR WS-XA-DIGITS(WS-XA-START:1) NOT = '0'
               ADD 1 TO WS-XA-START
           END-PERFORM
           MOVE SPACES TO WS-XA-TEXT
           STRING WS-XA-DIGITS(WS-XA-START:12 - WS-XA-START)
                  DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-XA-DIGITS(12:2) DELIMITED BY SIZE
                  INTO WS-XA-TEXT.

       8110-FORMAT-INTEGER.
           MOVE 1 TO WS-XI-START
           PERFORM UNTIL WS-XI-START = 7
               OR WS-XI-DIGITS(WS-XI-START:1) NOT = '0'
               ADD 1 TO WS-XI-START
           END-PERFORM
           MOVE SPACES TO WS-XI-TEXT
           MOVE WS-XI-DIGITS(WS-XI-START:8 - WS-XI-START)
               TO WS-XI-TEXT.

       8200-FORMAT-DATE.
           MOVE SPACES TO WS-XD-TEXT
           STRING WS-XD-YEAR DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-XD-MONTH DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-XD-DAY DELIMITED BY SIZE
                  INTO WS-XD-TEXT.
