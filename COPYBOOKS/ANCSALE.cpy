      ******************************************************************
      *    ANCSALE - REGISTO DE VENDAS DE PRODUTOS AUXILIARES
      *    (ancillary-sales.dat), INDEXADO PELO NUMERO DO DOCUMENTO DE
      *    VENDA DO AUXILIAR. CADA VENDA - COM O BILHETE NO FILE-FLY
      *    OU DEPOIS NO ANCSELL.cbl - TEM O SEU NUMERO, O SEU
      *    MOVIMENTO NO EXTRATO DIARIO ('ANC' + PRODUTO) E O SEU
      *    PAGAMENTO NO DIARIO. O PRECO, O IVA, A REGRA DE REEMBOLSO E
      *    A CONTA SAO COPIADOS DO CATALOGO (ANCCAT) NO MOMENTO DA
      *    VENDA, PARA UMA NOVA CARGA DO CATALOGO NAO MUDAR O QUE JA
      *    FOI VENDIDO. NO CANCELAMENTO DO BILHETE O REEMBOLSO SEGUE A
      *    REGRA GUARDADA ('ANR' + PRODUTO NO EXTRATO).
      *    O REGISTO DE CHAVE ZERO E O REGISTO DE CONTROLO: GUARDA EM
      *    AS-LAST-ISSUED O ULTIMO NUMERO DE DOCUMENTO ATRIBUIDO
      ******************************************************************
       01 ANCILLARY-SALE-RECORD.
           05 AS-DOC-NUMBER             PIC 9(8).
      *    CHAVE ALTERNATIVA (COM DUPLICADOS): OS AUXILIARES DE UM
      *    BILHETE, PARA O CARTAO DE EMBARQUE E O CANCELAMENTO
           05 AS-TICKET-KEY.
               10 AS-FLIGHT-NUMBER      PIC X(6).
               10 AS-FLIGHT-DATE        PIC X(8).
               10 AS-TICKET             PIC 9(4).
           05 AS-TICKET-NUMBER          PIC 9(13).
           05 AS-NAME                   PIC X(14).
           05 AS-PRODUCT-CODE           PIC X(3).
           05 AS-DESCRIPTION            PIC X(30).
           05 AS-PASS-TEXT              PIC X(12).
           05 AS-NET-AMOUNT             PIC 9(5)V99.
           05 AS-VAT-RATE               PIC 9V9(4).
           05 AS-VAT-AMOUNT             PIC 9(5)V99.
           05 AS-REFUND-RULE            PIC X(1).
               88 B-AS-REFUND-FULL      VALUE 'F'.
               88 B-AS-REFUND-NONE      VALUE 'N'.
               88 B-AS-REFUND-LESS-FEE  VALUE 'P'.
           05 AS-REFUND-FEE             PIC 9(5)V99.
           05 AS-GL-ACCOUNT             PIC X(8).
      *    T = VENDIDO COM O BILHETE (FILE-FLY), P = VENDA POSTERIOR
      *    CONTRA UM BILHETE JA EMITIDO (ANCSELL)
           05 AS-SALE-MODE              PIC X(1).
               88 B-AS-WITH-TICKET      VALUE 'T'.
               88 B-AS-AFTER-TICKET     VALUE 'P'.
           05 AS-SALE-DATE              PIC 9(8).
           05 AS-CHANNEL-CODE           PIC X(3).
           05 AS-PAY-METHOD             PIC X(1).
           05 AS-PAY-AUTH-REF           PIC X(8).
           05 AS-OPERATOR-ID            PIC X(8).
      *    S = VENDIDO, R = REEMBOLSADO NO CANCELAMENTO, N = BILHETE
      *    CANCELADO SEM REEMBOLSO DO AUXILIAR (REGRA N OU TAXA IGUAL
      *    OU SUPERIOR AO PRECO)
           05 AS-STATUS                 PIC X(1).
               88 B-AS-SOLD             VALUE 'S'.
               88 B-AS-REFUNDED         VALUE 'R'.
               88 B-AS-NOT-REFUNDED     VALUE 'N'.
           05 AS-REFUND-DATE            PIC 9(8).
      *    LIQUIDO DEVOLVIDO (O IVA DEVOLVIDO E PROPORCIONAL)
           05 AS-REFUND-AMOUNT          PIC 9(5)V99.
           05 AS-LAST-ISSUED            PIC 9(8).
