      *    INDEXADO POR VOO+BILHETE: O BILHETE SOZINHO NAO E UNICO
      *    ENTRE VOOS, O QUE OBRIGAVA O DRIVER A APAGAR O MESTRE A
      *    CADA VOO E IMPEDIA O FICHEIRO DE ACUMULAR A NOITE INTEIRA.
      *    COM A CHAVE COMPOSTA O MESTRE E FINALMENTE CUMULATIVO.
      *    A DATA DO VOO FAZ PARTE DA CHAVE (VER FLIGHTREC), PARA O
      *    MESMO VOO EM DATAS DIFERENTES TER PASSAGEIROS PROPRIOS
      ******************************************************************
       01 PASSENGER-MASTER-RECORD.
           05 PM-FLIGHT-TICKET-KEY.
               10 PM-FLIGHT-NUMBER  PIC X(6).
               10 PM-FLIGHT-DATE    PIC X(8).
               10 PM-TICKET         PIC 9(4).
           05 PM-NAME               PIC X(14).
           05 PM-AGE                PIC 9(3).
           05 PM-FARE-BRAND         PIC X(1).
      *    TIPO DE PASSAGEIRO: 'I' = BEBE AO COLO (TRANSACAO INFANT),
      *    LIGADO AO BILHETE DO ADULTO ACOMPANHANTE NO MESMO VOO, SEM
      *    LUGAR NO INVENTARIO; 'S' = PESSOAL NAO PAGANTE EM STANDBY
      *    (TRANSACAO STAFF), SEM LUGAR NO INVENTARIO ATE SER
      *    DESPACHADO NO FECHO DA PORTA PARA O LUGAR DE UM NO-SHOW;
      *    EM BRANCO OU 'A' = ADULTO/NORMAL
           05 PM-PAX-TYPE           PIC X(1).
               88 B-PM-INFANT       VALUE 'I'.
               88 B-PM-STAFF        VALUE 'S'.
           05 PM-ADULT-TICKET       PIC 9(4).
      *    MENOR DESACOMPANHADO (SERVICO UMNR): O ADULTO RESPONSAVEL
      *    QUE RECEBE A CRIANCA NO DESTINO, PARA O DOCUMENTO DE
      *    TITULAR DO CARTAO (CHARGEBACK, VER CHARGEBK.cbl)
           05 PM-DISPUTE-FLAG       PIC X(1).
               88 B-PM-DISPUTED     VALUE 'D'.
      *    NUMERO COMPLETO DO BILHETE (13 DIGITOS: PREFIXO DA
      *    COMPANHIA + SERIE + DIGITO DE CONTROLO) EMITIDO DO STOCK DO
      *    CANAL DE VENDA (VER TKTSTOCK). ZERO NOS REGISTOS ANTIGOS
           05 PM-TICKET-NUMBER      PIC 9(13).
      *    SO PARA PESSOAL EM STANDBY: CODIGO DE PRIORIDADE ('1' =
      *    SERVICO ... '9' = MENOR PRIORIDADE) E DATA DE ADMISSAO DO
      *    EMPREGADO (AAAAMMDD) - A LISTA DE STANDBY SEGUE A
      *    PRIORIDADE E, DENTRO DELA, A ANTIGUIDADE
           05 PM-STAFF-PRIORITY     PIC X(1).
           05 PM-STAFF-HIRE-DATE    PIC 9(8).
      *    CLIENTE A QUE A RESERVA PERTENCE NO MESTRE DE CLIENTES (VER
      *    CUSTMAST), ATRIBUIDO QUANDO O PASSAGEIRO E GRAVADO. ZERO
      *    NOS REGISTOS ANTIGOS
           05 PM-CUSTOMER-ID        PIC 9(8).
