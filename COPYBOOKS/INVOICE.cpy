      ******************************************************************
      *    INVOICE - REGISTO DE DOCUMENTOS FATURADOS (FATURAS 'FT' E
      *    NOTAS DE CREDITO 'NC'), INDEXADO PELO NUMERO DO DOCUMENTO:
      *    TIPO + SERIE ANUAL + SEQUENCIAL SEM FALHAS DENTRO DA SERIE.
      *    ESCRITO SO PELO INVOICE.cbl, QUE NUMERA CADA MOVIMENTO
      *    FATURAVEL DO EXTRATO DIARIO DE VENDAS (DAILYSAL) PELA ORDEM
      *    DO FICHEIRO; A ULTIMA POSICAO DE CADA SERIE ESTA NO
      *    INVSER. A CHAVE ALTERNATIVA (VOO+DATA+BILHETE, COM
      *    REPETIDOS) ENCONTRA A FATURA ORIGINAL DE UMA NOTA DE
      *    CREDITO. O SAFTEXP.cbl TIRA DAQUI O FICHEIRO SAF-T (PT)
      *    MENSAL PARA A AUTORIDADE TRIBUTARIA
      ******************************************************************
       01 INVOICE-RECORD.
           05 IV-DOC-NUMBER.
               10 IV-DOC-TYPE       PIC X(2).
                   88 B-IV-INVOICE  VALUE 'FT'.
                   88 B-IV-CREDIT   VALUE 'NC'.
               10 IV-SERIES-YEAR    PIC 9(4).
               10 IV-DOC-SEQ        PIC 9(7).
           05 IV-TICKET-KEY.
               10 IV-FLIGHT-NUMBER  PIC X(6).
               10 IV-FLIGHT-DATE    PIC X(8).
               10 IV-TICKET         PIC 9(4).
           05 IV-TICKET-NUMBER      PIC 9(13).
      *    MOVIMENTO DO EXTRATO QUE DEU ORIGEM AO DOCUMENTO
           05 IV-TXN-CODE           PIC X(6).
           05 IV-ISSUE-DATE         PIC 9(8).
           05 IV-CUSTOMER-NAME      PIC X(14).
      *    VALOR LIQUIDO (DS-TICKET-TOTAL) E TOTAL DAS TAXAS
      *    (DS-TAX-AMOUNT) COM OS MESMOS ITENS DISCRIMINADOS DO
      *    EXTRATO; A TAXA DE IVA EM VIGOR NA EMISSAO FICA GUARDADA
           05 IV-NET-AMOUNT         PIC 9(6)V99.
           05 IV-TAX-AMOUNT         PIC 9(6)V99.
           05 IV-VAT-RATE           PIC 9V9(4).
           05 IV-TAX-ITEM OCCURS 4 TIMES.
               10 IV-TAX-NAME       PIC X(12).
               10 IV-TAX-ITEM-AMT   PIC 9(4)V99.
           05 IV-CHANNEL-CODE       PIC X(3).
      *    NOTA DE CREDITO: FATURA ORIGINAL DO BILHETE. 'D' = FATURA
      *    ENCONTRADA NO REGISTO; 'B' = VENDA ANTERIOR A NUMERACAO
      *    CERTIFICADA, A NOTA REFERE SO O NUMERO DO BILHETE
           05 IV-REF-STATUS         PIC X(1).
               88 B-IV-REF-DOC      VALUE 'D'.
               88 B-IV-REF-TICKET   VALUE 'B'.
           05 IV-REF-DOC-NUMBER.
               10 IV-REF-DOC-TYPE   PIC X(2).
               10 IV-REF-SERIES-YEAR PIC 9(4).
               10 IV-REF-DOC-SEQ    PIC 9(7).
      *    GERACAO DO EXTRATO DIARIO E LINHA DE ONDE O DOCUMENTO SAIU,
      *    PARA UM REARRANQUE RECONHECER O QUE JA FOI NUMERADO
           05 IV-SOURCE-GEN         PIC X(14).
           05 IV-SOURCE-LINE        PIC 9(7).
