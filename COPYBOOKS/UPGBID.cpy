      ******************************************************************
      *    UPGBID - LICITACOES DE UPGRADE PARA PREMIUM
      *    (upgrade-bids.dat), INDEXADO POR VOO+DATA DE PARTIDA+
      *    BILHETE: UMA LICITACAO POR PASSAGEIRO E PARTIDA (UMA NOVA
      *    LICITACAO SUBSTITUI A ANTERIOR ENQUANTO ESTA ESTIVER
      *    PENDENTE). RECEBIDAS ATE A
      *    PARTIDA PELO UPGRADE.cbl (MODO OFFERS) E DECIDIDAS NO FECHO
      *    DO VOO PELO MESMO: AS MAIS ALTAS ACIMA DO PRECO MINIMO
      *    GANHAM OS LUGARES 'P' QUE SOBRAREM DOS MEMBROS OURO
      ******************************************************************
       01 UPGRADE-BID-RECORD.
           05 UB-BID-KEY.
               10 UB-FLIGHT-NUMBER      PIC X(6).
               10 UB-FLIGHT-DATE        PIC X(8).
               10 UB-TICKET             PIC 9(4).
      *    CLASSE DO PASSAGEIRO QUANDO LICITOU ('E' OU 'J')
           05 UB-FROM-CLASS             PIC X(1).
           05 UB-AMOUNT                 PIC 9(6)V99.
           05 UB-STATUS                 PIC X(1).
               88 B-UB-PENDING          VALUE 'P'.
               88 B-UB-WON              VALUE 'W'.
               88 B-UB-LOST             VALUE 'L'.
               88 B-UB-WITHDRAWN        VALUE 'X'.
           05 UB-BID-DATE               PIC 9(8).
           05 UB-BID-TIME               PIC 9(6).
           05 UB-AGENT-ID               PIC X(8).
      *    DATA EM QUE A LICITACAO FOI DECIDIDA NO FECHO DO VOO
      *    (GANHA OU PERDIDA); ZERO ENQUANTO PENDENTE
           05 UB-DECIDED-DATE           PIC 9(8).
