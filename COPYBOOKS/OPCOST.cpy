      ******************************************************************
      *    OPCOST - MESTRE DE CUSTOS OPERACIONAIS POR ROTA E TIPO DE
      *    AVIAO, INDEXADO POR ORIGEM+DESTINO+TIPO. O TIPO EM BRANCO
      *    E O CUSTO PADRAO DA ROTA, USADO QUANDO O TIPO DO VOO NAO TEM
      *    LINHA PROPRIA. O CUSTO DE UMA PARTIDA E O TEMPO DE BLOCO
      *    VEZES O CUSTO POR HORA DE BLOCO, MAIS O CUSTO FIXO POR VOO,
      *    TRIPULACAO, COMBUSTIVEL ESTIMADO, ASSISTENCIA EM ESCALA E
      *    TAXAS DE AEROPORTO. CARREGADO PELO OPCSTLOD.cbl A PARTIR
      *    DO FICHEIRO DO CONTROLO DE GESTAO
      ******************************************************************
       01 OPERATING-COST-RECORD.
           05 OC-COST-KEY.
               10 OC-ORIGIN             PIC X(3).
               10 OC-DESTINATION        PIC X(3).
               10 OC-AIRCRAFT-TYPE      PIC X(4).
           05 OC-BLOCK-MINUTES          PIC 9(4).
           05 OC-BLOCK-HOUR-COST        PIC 9(6)V99.
           05 OC-FLIGHT-COST            PIC 9(6)V99.
           05 OC-CREW-COST              PIC 9(6)V99.
           05 OC-FUEL-COST              PIC 9(6)V99.
           05 OC-HANDLING-COST          PIC 9(6)V99.
           05 OC-AIRPORT-CHARGES        PIC 9(6)V99.
