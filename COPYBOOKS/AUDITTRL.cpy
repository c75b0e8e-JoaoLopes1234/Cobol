      *    UMA CORRECAO DO CORRIGIR); EM BRANCO NOS MOVIMENTOS DO
      *    LOTE QUE NAO PRECISAM DE DETALHE
           05 AT-DETAIL             PIC X(40).
      *    DATA DE PARTIDA DO VOO (AAAAMMDD): COM O NUMERO DO VOO
      *    IDENTIFICA A PARTIDA CONCRETA NO MESTRE DE PASSAGEIROS
           05 AT-FLIGHT-DATE        PIC X(8).
      *    SELO DE ENCADEAMENTO (SEMPRE O ULTIMO CAMPO DO REGISTO).
      *    QUEM GRAVA DEIXA-O EM BRANCO (MOVE SPACES TO AT-SEAL); O
      *    AUDCHAIN.cbl SELA A TRILHA DA NOITE: NUMERO NA CADEIA E
      *    VALOR DE CONTROLO CALCULADO SOBRE ESTE REGISTO E O VALOR DO
      *    REGISTO ANTERIOR, PARA UMA LINHA APAGADA, INSERIDA OU
      *    ALTERADA PARTIR A CADEIA. SEQUENCIA 1 = INICIO DE CADEIA
      *    (UMA POR NOITE NOS FICHEIROS DO PERIODO)
           05 AT-SEAL.
               10 AT-CHAIN-SEQ      PIC 9(9).
               10 AT-CHECK-VALUE    PIC X(18).
