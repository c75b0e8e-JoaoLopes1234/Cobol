      ******************************************************************
      *    OVBKREC - FILA DE RECOMENDACOES DE OVERBOOKING: UMA LINHA
      *    POR VOO+CLASSE FUTURO CUJA MARGEM RECOMENDADA PELA PREVISAO
      *    (OVBKFCST.cbl, A PARTIR DAS TAXAS HISTORICAS DE NO-SHOW E
      *    DE EMBARQUE NEGADO DA ROTA, DIA DA SEMANA E CLASSE) DIFERE
      *    DA MARGEM ATUAL DO SEATINV. O PLANEADOR DE RECEITA APROVA
      *    (A) OU REJEITA (X) NO OVBKAPRV.cbl; A APROVACAO GRAVA A
      *    NOVA MARGEM EM SI-OVERBOOK-PCT. P = PENDENTE.
      *    OS CUSTOS SAO A COMPENSACAO MEDIA POR EMBARQUE NEGADO QUE
      *    CADA MARGEM TERIA CUSTADO NOS VOOS HISTORICOS DO GRUPO
      ******************************************************************
       01 OVERBOOK-REC-RECORD.
           05 OR-STATUS             PIC X(1).
               88 B-OR-PENDING      VALUE 'P'.
               88 B-OR-APPROVED     VALUE 'A'.
               88 B-OR-REJECTED     VALUE 'X'.
           05 OR-DECISION-DATE      PIC 9(8).
           05 OR-DECISION-OPER      PIC X(8).
           05 OR-RUN-DATE           PIC 9(8).
           05 OR-FLIGHT-NUMBER      PIC X(6).
           05 OR-FLIGHT-DATE        PIC X(8).
           05 OR-SEAT-CLASS         PIC X(1).
           05 OR-ORIGIN             PIC X(3).
           05 OR-DESTINATION        PIC X(3).
      *    DIA DA SEMANA DA PARTIDA (1 = SEGUNDA ... 7 = DOMINGO)
           05 OR-WEEKDAY            PIC 9(1).
           05 OR-CAPACITY           PIC 9(4).
           05 OR-SEATS-SOLD         PIC 9(4).
           05 OR-CURRENT-PCT        PIC 9(2).
           05 OR-RECOMMEND-PCT      PIC 9(2).
      *    TAXAS OBSERVADAS NA JANELA, EM PERCENTAGEM COM UMA DECIMAL,
      *    E A DIMENSAO DA AMOSTRA (PASSAGEIROS E PARTIDAS)
           05 OR-NOSHOW-PCT         PIC 9(3)V9.
           05 OR-DENIED-PCT         PIC 9(3)V9.
           05 OR-SAMPLE-PAX         PIC 9(5).
           05 OR-SAMPLE-FLIGHTS     PIC 9(4).
           05 OR-COST-CURRENT       PIC 9(6)V99.
           05 OR-COST-RECOMMEND     PIC 9(6)V99.
