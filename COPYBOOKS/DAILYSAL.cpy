           05 DS-FLIGHT-NUMBER      PIC X(6).
           05 DS-TICKET             PIC 9(4).
      *    TIPO DE MOVIMENTO: NEW = VENDA DO LOTE, DBC = COMPENSACAO
      *    POR EMBARQUE NEGADO (DENYBRD.cbl). OS PRODUTOS AUXILIARES
      *    (VER ANCSALE) LEVAM O PREFIXO 'ANC' NA VENDA E 'ANR' NO
      *    REEMBOLSO, SEGUIDO DO CODIGO DO PRODUTO
           05 DS-TXN-CODE           PIC X(6).
           05 DS-TXN-CODE-PARTS REDEFINES DS-TXN-CODE.
               10 DS-TXN-PREFIX     PIC X(3).
                   88 B-DS-ANCILLARY-SALE   VALUE 'ANC'.
                   88 B-DS-ANCILLARY-REFUND VALUE 'ANR'.
               10 DS-TXN-PRODUCT    PIC X(3).
           05 DS-TICKET-TOTAL       PIC 9(6)V99.
      *    TOTAL DAS TAXAS DO BILHETE (SOMA DOS ITENS DISCRIMINADOS
      *    ABAIXO: IVA MAIS AS TAXAS DOS AEROPORTOS DE ORIGEM E
      *    0 = SEM PRECO DINAMICO NESTE MOVIMENTO) - VER LOAD-BAND
      *    NO RATES.cpy
           05 DS-PRICE-BAND         PIC 9(1).
      *    DATA DE PARTIDA DO VOO (AAAAMMDD): COM O NUMERO DO VOO
      *    IDENTIFICA A PARTIDA CONCRETA NO MESTRE DE PASSAGEIROS
           05 DS-FLIGHT-DATE        PIC X(8).
      *    NUMERO COMPLETO DO BILHETE (13 DIGITOS, VER TKTSTOCK)
           05 DS-TICKET-NUMBER      PIC 9(13).
