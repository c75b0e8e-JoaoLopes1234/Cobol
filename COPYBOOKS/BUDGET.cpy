      ******************************************************************
      *    BUDGET - ORCAMENTO COMERCIAL POR ROTA E MES, INDEXADO POR
      *    ORIGEM+DESTINO+MES (AAAAMM): PASSAGEIROS, RECEITA E FATOR
      *    DE OCUPACAO ORCAMENTADOS. CARREGADO PELO BUDGLOAD.cbl A
      *    PARTIR DA FOLHA DO DEPARTAMENTO COMERCIAL; COMPARADO COM O
      *    REAL DO MES E DO ANO NO BUDGRPT.cbl
      ******************************************************************
       01 BUDGET-RECORD.
           05 BU-BUDGET-KEY.
               10 BU-ORIGIN             PIC X(3).
               10 BU-DESTINATION        PIC X(3).
               10 BU-MONTH              PIC 9(6).
           05 BU-PASSENGERS             PIC 9(7).
           05 BU-REVENUE                PIC 9(10)V99.
           05 BU-LOAD-FACTOR            PIC 9(3)V9.
