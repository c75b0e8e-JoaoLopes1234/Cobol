      ******************************************************************
      *    COMPCHOI - ESCOLHA DO PASSAGEIRO ENTRE DINHEIRO E VOUCHER
      *    PARA A COMPENSACAO DE ATRASO/CANCELAMENTO (FLTEVENT) E DE
      *    EMBARQUE NEGADO (DENYBRD). O BALCAO DE RECLAMACOES REGISTA
      *    UMA LINHA POR BILHETE EM compensation-choices.txt ANTES DE
      *    OS PROGRAMAS CORREREM; SEM LINHA A COMPENSACAO E PAGA EM
      *    DINHEIRO, COMO SEMPRE. COM 'V' E EMITIDO UM VOUCHER DE
      *    VIAGEM (VER VOUCHER) PELO MESMO VALOR EM VEZ DO PAGAMENTO.
      *    NA COMPENSACAO EM DINHEIRO O BALCAO REGISTA AQUI A CONTA DO
      *    PASSAGEIRO (TITULAR E IBAN) PARA A TRANSFERENCIA (PAYREQ);
      *    SEM CONTA O PAGAMENTO FICA RETIDO NA FILA ATE SER REGISTADA
      ******************************************************************
       01 COMP-CHOICE-RECORD.
           05 CC-FLIGHT-NUMBER      PIC X(6).
           05 CC-FLIGHT-DATE        PIC X(8).
           05 CC-TICKET             PIC 9(4).
           05 CC-CHOICE             PIC X(1).
               88 B-CC-VOUCHER      VALUE 'V'.
               88 B-CC-CASH         VALUE 'N'.
           05 CC-PAYEE-NAME         PIC X(30).
           05 CC-IBAN               PIC X(34).
