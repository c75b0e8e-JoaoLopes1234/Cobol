      *    DA FATURA MENSAL DE CADA AUTORIDADE ERA UMA FOLHA DE
      *    CALCULO SOBRE UM MES DE FICHEIROS. ESTE PASSO LE O
      *    FICHEIRO DO PERIODO (period-sales.txt - A CONCATENACAO DOS
      *    EXTRATOS DIARIOS DO PERIODO, PREPARADA PELO FECHO DO MES) E
      *    AGREGA POR NOME DE TAXA/AUTORIDADE: BILHETES TAXADOS,
      *    VALOR COBRADO E OS AJUSTES (REEMBOLSOS DE TAXAS TAXREF)
      *    ABATIDOS - UMA PAGINA POR AUTORIDADE E UM TOTAL GERAL QUE

      ******************************************************************
      *    VENDAS SOMAM OS ITENS; OS REEMBOLSOS DE TAXAS (TAXREF,
      *    GERADOS PELOS NO-SHOWS) E AS VENDAS ANULADAS (CANCEL, QUE
      *    DEVOLVEM AS TAXAS DO BILHETE) ABATEM NOS MESMOS NOMES, TAL
      *    COMO O IVA DEVOLVIDO NOS AUXILIARES REEMBOLSADOS ('ANR')
      ******************************************************************
       2000-TALLY-ONE-RECORD.
           READ PERIOD-SALES-FILE
               AT END
                   MOVE 'Y' TO WS-SALES-EOF
               NOT AT END
                   IF B-DS-ANCILLARY-REFUND
                       ADD DS-TAX-AMOUNT TO WS-GRAND-REFTAX
                       PERFORM 2100-SUBTRACT-TAX-ITEMS
                       EXIT PARAGRAPH
                   END-IF
                   EVALUATE DS-TXN-CODE
                       WHEN 'TAXREF'
                       WHEN 'CANCEL'
                           ADD DS-TAX-AMOUNT TO WS-GRAND-REFTAX
                           PERFORM 2100-SUBTRACT-TAX-ITEMS
                       WHEN OTHER
