      ******************************************************************
      *    LOYPFEED - FEED DE ACUMULACOES DOS PARCEIROS DE FIDELIZACAO
      *    (loyalty-partner-feed.txt), CARREGADO PELO LOYACCLD.cbl. UM
      *    FICHEIRO PODE TRAZER VARIOS LOTES; CADA LOTE E UM CABECALHO
      *    (H) COM O PARCEIRO E A REFERENCIA DO LOTE, UM DETALHE (D)
      *    POR ESTADIA OU ALUGUER COM O MEMBRO E OS PONTOS, E UM FECHO
      *    (T) COM A MESMA REFERENCIA, O NUMERO DE DETALHES E O TOTAL
      *    DE PONTOS. UM LOTE CUJO FECHO NAO BATE (OU QUE NAO TEM
      *    FECHO) E RECUSADO POR INTEIRO
      ******************************************************************
       01 LOYALTY-PARTNER-FEED-RECORD.
           05 LF-RECORD-TYPE            PIC X(1).
               88 B-LF-HEADER           VALUE 'H'.
               88 B-LF-DETAIL           VALUE 'D'.
               88 B-LF-TRAILER          VALUE 'T'.
           05 LF-RECORD-DATA            PIC X(79).
           05 LF-HEADER-DATA REDEFINES LF-RECORD-DATA.
               10 LF-H-PARTNER-CODE     PIC X(8).
               10 LF-H-BATCH-REF        PIC X(14).
               10 LF-H-CREATION-DATE    PIC X(8).
               10 FILLER                PIC X(49).
           05 LF-DETAIL-DATA REDEFINES LF-RECORD-DATA.
               10 LF-D-MEMBER-ID        PIC X(6).
      *        NOME DO MEMBRO COMO O PARCEIRO O TEM, CONFERIDO COM O
      *        LM-NAME DO MESTRE
               10 LF-D-MEMBER-NAME      PIC X(14).
               10 LF-D-ACTIVITY-DATE    PIC X(8).
               10 LF-D-POINTS           PIC X(8).
      *        REFERENCIA DA ESTADIA/ALUGUER NO PARCEIRO
               10 LF-D-PARTNER-REF      PIC X(14).
               10 FILLER                PIC X(29).
           05 LF-TRAILER-DATA REDEFINES LF-RECORD-DATA.
               10 LF-T-BATCH-REF        PIC X(14).
               10 LF-T-COUNT            PIC X(6).
               10 LF-T-TOTAL-POINTS     PIC X(10).
               10 FILLER                PIC X(49).
