      *    MUDAM)
      ******************************************************************
       01 ARCHIVE-CATALOG-RECORD.
      *    A DATA DO VOO ENTRA NA CHAVE: UM FECHO DE RECUPERACAO PODE
      *    ARQUIVAR DUAS DATAS DO MESMO VOO NO MESMO DIA
           05 AC-TICKET-FLIGHT-KEY.
               10 AC-TICKET             PIC 9(4).
               10 AC-FLIGHT-NUMBER      PIC X(6).
               10 AC-FLIGHT-DATE        PIC X(8).
               10 AC-CLOSE-DATE         PIC 9(8).
           05 AC-HISTORY-FILE           PIC X(40).
      *    POSICAO (SEQUENCIA DE REGISTO, A COMECAR EM 1) DENTRO DO
      *    FICHEIRO DE HISTORICO
