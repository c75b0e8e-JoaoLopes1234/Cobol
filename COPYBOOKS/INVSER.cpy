      ******************************************************************
      *    INVSER - SERIES DE NUMERACAO DOS DOCUMENTOS FATURADOS, UM
      *    REGISTO POR TIPO DE DOCUMENTO (FT/NC) E ANO, INDEXADO POR
      *    ESSA CHAVE. GUARDA O ULTIMO NUMERO ATRIBUIDO NA SERIE (O
      *    SEGUINTE E SEMPRE ESTE MAIS UM - SEM FALHAS) E A LINHA DO
      *    EXTRATO DIARIO QUE O RECEBEU, E OS TOTAIS ACUMULADOS DA
      *    SERIE PARA CONTROLO. ATUALIZADO SO PELO INVOICE.cbl
      ******************************************************************
       01 INVOICE-SERIES-RECORD.
           05 IS-SERIES-KEY.
               10 IS-DOC-TYPE       PIC X(2).
               10 IS-SERIES-YEAR    PIC 9(4).
           05 IS-LAST-SEQ           PIC 9(7).
           05 IS-LAST-ISSUE-DATE    PIC 9(8).
           05 IS-LAST-GEN           PIC X(14).
           05 IS-LAST-LINE          PIC 9(7).
           05 IS-NET-TOTAL          PIC 9(9)V99.
           05 IS-TAX-TOTAL          PIC 9(9)V99.
