      ******************************************************************
      *    CAREVCH - REGISTO DOS VOUCHERS DE ASSISTENCIA (REFEICAO E
      *    HOTEL) DADOS PELO BALCAO DE ASSISTENCIA AOS PASSAGEIROS DE
      *    UM VOO CANCELADO OU ATRASADO (care-vouchers.dat, INDEXADO
      *    PELO NUMERO). EMITIDOS PELO FLTEVENT, NAO SAO VOUCHERS DE
      *    VIAGEM (VER VOUCHER) E NAO PAGAM BILHETES. O NUMERO E A
      *    LETRA DO TIPO (H = HOTEL, M = REFEICAO) SEGUIDA DE 7
      *    DIGITOS SEQUENCIAIS DENTRO DO TIPO; E ESTE NUMERO QUE O
      *    HOTEL INDICA NA FATURA E QUE O HOTLRECN.cbl CONFERE NO FIM
      *    DO MES. UM VOUCHER DE HOTEL E UM QUARTO NUMA NOITE
      ******************************************************************
       01 CARE-VOUCHER-RECORD.
           05 CV-VOUCHER-NUMBER.
               10 CV-NUMBER-TYPE        PIC X(1).
               10 CV-NUMBER-SERIAL      PIC 9(7).
           05 CV-VOUCHER-TYPE           PIC X(1).
               88 B-CV-HOTEL            VALUE 'H'.
               88 B-CV-MEAL             VALUE 'M'.
           05 CV-ISSUE-DATE             PIC 9(8).
      *    EVENTO QUE ORIGINOU A ASSISTENCIA: CXL OU DELAY
           05 CV-EVENT                  PIC X(5).
      *    PARTIDA AFETADA E PASSAGEIRO (NO HOTEL, O PRIMEIRO DO
      *    QUARTO); A RESERVA E O GRUPO QUE FICA JUNTO NO MESMO HOTEL
           05 CV-FLIGHT-NUMBER          PIC X(6).
           05 CV-FLIGHT-DATE            PIC X(8).
           05 CV-TICKET                 PIC 9(4).
           05 CV-PASSENGER-NAME         PIC X(14).
           05 CV-BOOKING-REF            PIC X(6).
      *    PASSAGEIROS NO QUARTO (REFEICAO: 1)
           05 CV-GUESTS                 PIC 9(2).
           05 CV-STATION                PIC X(3).
      *    HOTEL E NOITE DO QUARTO (EM BRANCO/ZERO NA REFEICAO)
           05 CV-HOTEL-CODE             PIC X(6).
           05 CV-NIGHT-DATE             PIC 9(8).
      *    VALOR DO VOUCHER: PRECO CONTRATADO DO QUARTO OU VALOR DA
      *    REFEICAO
           05 CV-AMOUNT                 PIC 9(4)V99.
           05 CV-ISSUE-OPERATOR         PIC X(8).
      *    I = EMITIDO, F = FATURADO PELO HOTEL E CONFERIDO
           05 CV-STATUS                 PIC X(1).
               88 B-CV-ISSUED           VALUE 'I'.
               88 B-CV-BILLED           VALUE 'F'.
      *    FATURA DO HOTEL QUE COBROU O QUARTO (HOTLRECN)
           05 CV-INVOICE-REF            PIC X(12).
           05 CV-BILLED-AMOUNT          PIC 9(4)V99.
           05 CV-MATCH-DATE             PIC 9(8).
