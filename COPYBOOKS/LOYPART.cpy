      ******************************************************************
      *    LOYPART - MESTRE DOS PARCEIROS DE FIDELIZACAO (HOTEIS E
      *    ALUGUER DE AUTOMOVEIS) ONDE OS MEMBROS TAMBEM GANHAM PONTOS
      *    (loyalty-partners.dat), INDEXADO PELO CODIGO DO PARCEIRO. O
      *    CODIGO VAI PARA O LA-SOURCE DAS ACUMULACOES CARREGADAS DO
      *    FEED DO PARCEIRO (LOYACCLD.cbl) E O PRECO CONTRATADO POR
      *    PONTO E O QUE O PARCEIRO NOS PAGA NO EXTRATO MENSAL
      *    (LOYPBILL.cbl). CARREGADO PELO LOYPLOAD.cbl (CARGA COMPLETA)
      ******************************************************************
       01 LOYALTY-PARTNER-RECORD.
           05 LP-PARTNER-CODE           PIC X(8).
           05 LP-NAME                   PIC X(30).
           05 LP-PARTNER-TYPE           PIC X(1).
               88 B-LP-HOTEL            VALUE 'H'.
               88 B-LP-CAR-RENTAL       VALUE 'C'.
               88 B-LP-VALID-TYPE       VALUES 'H' 'C'.
      *    EUROS POR PONTO EMITIDO (4 CASAS DECIMAIS)
           05 LP-PRICE-PER-POINT        PIC 9(1)V9(4).
           05 LP-STATUS                 PIC X(1).
               88 B-LP-ACTIVE           VALUE 'A'.
               88 B-LP-WITHDRAWN        VALUE 'R'.
