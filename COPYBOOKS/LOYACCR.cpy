      ******************************************************************
      *    LOYACCR - HISTORICO DATADO DE ACUMULACOES DE PONTOS, UM
      *    REGISTO POR ACUMULACAO (LOTE, BALCAO, CONFIRMACAO DE
      *    OPCAO OU FEED DE UM PARCEIRO). O LM-POINTS DO MESTRE E
      *    SO UM TOTAL CORRENTE; A REQUALIFICACAO ANUAL (LOYREQ.cbl)
      *    PRECISA DE SABER QUANTOS PONTOS FORAM GANHOS DENTRO DA
      *    JANELA DE QUALIFICACAO
      ******************************************************************
       01 LOYALTY-ACCRUAL-RECORD.
           05 LA-MEMBER-ID          PIC X(6).
           05 LA-ACCRUAL-DATE       PIC 9(8).
           05 LA-POINTS             PIC 9(8).
      *    ORIGEM DA ACUMULACAO (IDENTIFICADOR DO JOB/BALCAO, OU O
      *    CODIGO DO PARCEIRO DE FIDELIZACAO - VER LOYPART)
           05 LA-SOURCE             PIC X(8).
