      ******************************************************************
      *    PARTNER - MESTRE DE COMPANHIAS PARCEIRAS (partner-carriers.
      *    dat), INDEXADO PELO CODIGO IATA DA COMPANHIA. SO PODEM SER
      *    COMPANHIA COMERCIAL OU OPERADORA DE UM VOO (FM-MARKETING-
      *    CARRIER / FM-OPERATING-CARRIER) AS PARCEIRAS ATIVAS DESTE
      *    MESTRE; A LIQUIDACAO MENSAL INTERLINE (INTLSETL.cbl) GERA UM
      *    FICHEIRO POR PARCEIRA. CARREGADO PELO PARTLOAD.cbl (CARGA
      *    COMPLETA)
      ******************************************************************
       01 PARTNER-CARRIER-RECORD.
           05 PC-CARRIER-CODE           PIC X(2).
           05 PC-NAME                   PIC X(30).
      *    ACORDO COM A PARCEIRA: C = CODESHARE (VENDE COM O CODIGO DA
      *    OUTRA), I = SO INTERLINE (BILHETE COM TROCOS DE AMBAS)
           05 PC-AGREEMENT-TYPE         PIC X(1).
               88 B-PC-CODESHARE        VALUE 'C'.
               88 B-PC-INTERLINE        VALUE 'I'.
               88 B-PC-VALID-AGREEMENT  VALUES 'C' 'I'.
           05 PC-STATUS                 PIC X(1).
               88 B-PC-ACTIVE           VALUE 'A'.
               88 B-PC-WITHDRAWN        VALUE 'R'.
