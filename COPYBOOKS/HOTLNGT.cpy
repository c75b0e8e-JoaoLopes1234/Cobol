      ******************************************************************
      *    HOTLNGT - QUARTOS JA DADOS POR HOTEL E NOITE
      *    (hotel-nights.dat), ATUALIZADO PELO FLTEVENT A CADA
      *    VOUCHER DE HOTEL EMITIDO. CONTRA O HB-ROOMS-PER-NIGHT DO
      *    HOTELBLK DIZ QUANTOS QUARTOS DO BLOCO AINDA ESTAO LIVRES.
      *    A CHAVE E O CODIGO DO HOTEL E NAO A LINHA DO MESTRE, PARA
      *    UMA RECARGA DO MESTRE COM OUTRA ORDEM NAO PERDER A CONTAGEM
      ******************************************************************
       01 HOTEL-NIGHT-RECORD.
           05 HN-KEY.
               10 HN-HOTEL-CODE         PIC X(6).
               10 HN-NIGHT-DATE         PIC 9(8).
           05 HN-ROOMS-USED             PIC 9(3).
           05 HN-LAST-UPDATE            PIC 9(8).
