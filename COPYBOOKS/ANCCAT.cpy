      ******************************************************************
      *    ANCCAT - CATALOGO DE PRODUTOS AUXILIARES (ancillary-
      *    catalogue.dat): SALA VIP, SEGURO DE VIAGEM, EMBARQUE
      *    PRIORITARIO E OUTROS SERVICOS VENDIDOS A PARTE DO BILHETE,
      *    COM O SEU PROPRIO DOCUMENTO E MOVIMENTO NO EXTRATO DIARIO
      *    (VER ANCSALE). INDEXADO POR PRODUTO + ROTA + MARCA
      *    TARIFARIA: UM PRECO PODE SER DE UMA ROTA E MARCA, DE UMA
      *    ROTA PARA QUALQUER MARCA OU GERAL (ORIGEM, DESTINO E MARCA
      *    EM BRANCO). PROCURA-SE DO MAIS PARTICULAR PARA O GERAL.
      *    CARREGADO PELO ANCLOAD.cbl (CARGA COMPLETA)
      ******************************************************************
       01 ANCILLARY-CATALOGUE-RECORD.
           05 AX-CATALOGUE-KEY.
               10 AX-PRODUCT-CODE       PIC X(3).
               10 AX-ORIGIN             PIC X(3).
               10 AX-DESTINATION        PIC X(3).
               10 AX-FARE-BRAND         PIC X(1).
           05 AX-DESCRIPTION            PIC X(30).
      *    TEXTO CURTO IMPRESSO NO CARTAO DE EMBARQUE
           05 AX-PASS-TEXT              PIC X(12).
      *    PRECO LIQUIDO (SEM IVA) E TAXA DE IVA DO PRODUTO, QUE NAO
      *    E NECESSARIAMENTE A DO TRANSPORTE (O SEGURO E ISENTO)
           05 AX-PRICE                  PIC 9(5)V99.
           05 AX-VAT-RATE               PIC 9V9(4).
      *    REGRA DE REEMBOLSO QUANDO O BILHETE E CANCELADO:
      *    F = TOTAL, N = NAO REEMBOLSAVEL, P = REEMBOLSO MENOS A
      *    TAXA AX-REFUND-FEE
           05 AX-REFUND-RULE            PIC X(1).
               88 B-AX-REFUND-FULL      VALUE 'F'.
               88 B-AX-REFUND-NONE      VALUE 'N'.
               88 B-AX-REFUND-LESS-FEE  VALUE 'P'.
               88 B-AX-VALID-RULE       VALUES 'F' 'N' 'P'.
           05 AX-REFUND-FEE             PIC 9(5)V99.
      *    CONTA DE RECEITA DO PRODUTO NO PLANO DE CONTAS (VER GLPOST)
           05 AX-GL-ACCOUNT             PIC X(8).
           05 AX-STATUS                 PIC X(1).
               88 B-AX-ACTIVE           VALUE 'A'.
               88 B-AX-WITHDRAWN        VALUE 'R'.
