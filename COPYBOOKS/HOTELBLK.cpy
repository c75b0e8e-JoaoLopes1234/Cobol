      ******************************************************************
      *    HOTELBLK - MESTRE DOS BLOCOS DE QUARTOS CONTRATADOS COM
      *    HOTEIS PARA A ASSISTENCIA AOS PASSAGEIROS RETIDOS NUM
      *    CANCELAMENTO OU NUM ATRASO PARA O DIA SEGUINTE
      *    (hotel-blocks.dat, RECONSTRUIDO PELO HOTLLOAD.cbl A PARTIR
      *    DE hotel-blocks.txt, MESMO LAYOUT). UMA LINHA POR HOTEL NA
      *    ESTACAO, PELA ORDEM DE PREFERENCIA: O FLTEVENT DA A CADA
      *    RESERVA O PRIMEIRO HOTEL DA ESTACAO DE PARTIDA DO VOO, EM
      *    CONTRATO NA NOITE, COM QUARTOS LIVRES PARA O GRUPO INTEIRO.
      *    OS QUARTOS JA DADOS EM CADA NOITE FICAM NO HOTLNGT
      ******************************************************************
       01 HOTEL-BLOCK-RECORD.
           05 HB-KEY.
               10 HB-STATION            PIC X(3).
               10 HB-PREF-SEQ           PIC 9(2).
      *    CODIGO DO HOTEL, O QUE O HOTEL INDICA NAS FATURAS
           05 HB-HOTEL-CODE             PIC X(6).
           05 HB-HOTEL-NAME             PIC X(30).
      *    QUARTOS DO BLOCO DISPONIVEIS EM CADA NOITE
           05 HB-ROOMS-PER-NIGHT        PIC 9(3).
      *    PRECO CONTRATADO POR QUARTO E NOITE (COM PEQUENO-ALMOCO)
           05 HB-ROOM-RATE              PIC 9(4)V99.
      *    VIGENCIA DO CONTRATO (AAAAMMDD)
           05 HB-VALID-FROM             PIC 9(8).
           05 HB-VALID-TO               PIC 9(8).
           05 HB-STATUS                 PIC X(1).
               88 B-HB-ACTIVE           VALUE 'A'.
               88 B-HB-INACTIVE         VALUE 'I'.
           05 FILLER                    PIC X(10).
