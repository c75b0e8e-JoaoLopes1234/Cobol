      *    PROPRIA CHAVE). ATE AGORA SO EXISTIA UMA CONTAGEM E UM PESO
      *    MEDIO POR PASSAGEIRO; QUANDO UMA MALA SE PERDIA NAO HAVIA
      *    NADA PARA SEGUIR. CANCELAMENTOS ANULAM AS ETIQUETAS
      *    (BT-STATUS 'V') EM VEZ DE AS APAGAR, PARA FICAR RASTO.
      *    O PESO E O DECLARADO NA VENDA ATE A MALA SER PESADA NA
      *    LARGADA DE BAGAGEM (CHECKIN.cbl, MODO BAGDROP), QUE GRAVA O
      *    PESO REAL E O EXCESSO JA COBRADO NO AEROPORTO
      ******************************************************************
       01 BAG-TAG-RECORD.
           05 BT-TAG-KEY.
               10 BT-FLIGHT-NUMBER      PIC X(6).
               10 BT-FLIGHT-DATE        PIC X(8).
               10 BT-TICKET             PIC 9(4).
               10 BT-BAG-SEQ            PIC 9(2).
           05 BT-WEIGHT                 PIC 9(3).
           05 BT-STATUS                 PIC X(1).
               88 B-BT-ACTIVE           VALUE 'A'.
               88 B-BT-VOID             VALUE 'V'.
      *    'W' = PESO REAL DA BALANCA DA LARGADA; EM BRANCO = PESO
      *    DECLARADO NA VENDA
           05 BT-WEIGH-SOURCE           PIC X(1).
               88 B-BT-WEIGHED          VALUE 'W'.
           05 BT-WEIGHED-DATE           PIC 9(8).
      *    EXCESSO DE BAGAGEM JA COBRADO NO AEROPORTO POR ESTA MALA:
      *    UMA NOVA PESAGEM SO COBRA A DIFERENCA
           05 BT-EXCESS-PAID            PIC 9(3)V99.
