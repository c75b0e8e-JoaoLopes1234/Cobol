      *    IMAGEM ANTERIOR, COM A POSICAO NO LOTE (JN-RECORDS-READ)
      *    PARA O ROLLBACK.cbl DESFAZER TUDO O QUE FICOU DEPOIS DO
      *    ULTIMO CHECKPOINT BOM.
      *    JN-FILE-ID: FM/PM/SI/SA/BG/BT   JN-ACTION: W/R/D
      *    (W = REGISTO NOVO, DESFAZ-SE APAGANDO; R = REESCRITA,
      *    DESFAZ-SE REPONDO A IMAGEM; D = APAGADO, DESFAZ-SE
      *    REGRAVANDO A IMAGEM)
           05 JN-RECORDS-READ       PIC 9(6).
           05 JN-FILE-ID            PIC X(2).
           05 JN-ACTION             PIC X(1).
      *    A CHAVE E A IMAGEM TEM FOLGA PARA AS CHAVES DATADAS
      *    (VOO+DATA) E PARA O CRESCIMENTO DO REGISTO DE PASSAGEIRO
           05 JN-KEY                PIC X(30).
           05 JN-BEFORE-IMAGE       PIC X(400).
