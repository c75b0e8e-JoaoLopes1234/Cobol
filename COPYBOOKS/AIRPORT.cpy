      ******************************************************************
      *    AIRPORT - MESTRE DE AEROPORTOS/ESTACOES, INDEXADO PELO
      *    CODIGO DE 3 LETRAS (O MESMO DE FM-ORIGIN, FM-DESTINATION,
      *    TX-AIRPORT-CODE, RD-ORIGIN/RD-DESTINATION E VS-DESTINATION).
      *    ATE AQUI NENHUM DESSES CODIGOS ERA VALIDADO E UMA GRALHA NO
      *    FLTMAINT CRIAVA UMA ROTA SEM TAXAS, SEM ESCALAO DE DISTANCIA
      *    E SEM REGRA DE VISTO. AS CARGAS (FLTMAINT, SCHEDGEN, TAXLOAD,
      *    RDISTLOD, CTRYLOAD) RECUSAM CODIGOS FORA DESTE MESTRE.
      *    CARREGADO PELO AIRPLOAD.cbl
      ******************************************************************
       01 AIRPORT-MASTER-RECORD.
           05 AR-AIRPORT-CODE       PIC X(3).
      *    NOME DA CIDADE IMPRESSO NOS CARTOES DE EMBARQUE, NO
      *    MANIFESTO E NO EXTRATO APIS
           05 AR-CITY-NAME          PIC X(20).
      *    PAIS DA ESTACAO (CODIGO ISO DE 3 LETRAS, COMO O
      *    PM-DOC-ISSUE-CTRY)
           05 AR-COUNTRY-CODE       PIC X(3).
      *    DIFERENCA DA HORA LOCAL PARA UTC, EM MINUTOS (+0060,
      *    -0300, +0330)
           05 AR-UTC-OFFSET-MIN     PIC S9(4) SIGN LEADING SEPARATE.
      *    ANTECEDENCIA MINIMA DE APRESENTACAO NA ESTACAO, EM
      *    MINUTOS ANTES DA PARTIDA: E A HORA LIMITE DE EMBARQUE DOS
      *    VOOS QUE PARTEM DAQUI. ZERO = VALE O SP-CUTOFF-MINUTES
           05 AR-MIN-CHECKIN-MIN    PIC 9(3).
