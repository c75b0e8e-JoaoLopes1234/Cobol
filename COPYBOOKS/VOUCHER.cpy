      ******************************************************************
      *    VOUCHER - MESTRE DE VOUCHERS DE VIAGEM, INDEXADO PELO NUMERO
      *    DO VOUCHER. ATE AQUI O MEIO DE PAGAMENTO 'V' ACEITAVA
      *    QUALQUER TEXTO NA REFERENCIA DE PAGAMENTO: AGORA O VOUCHER
      *    TEM DE EXISTIR AQUI, ESTAR DENTRO DA VALIDADE E TER SALDO
      *    PARA O VALOR COBRADO, E O SALDO E ABATIDO NO USO.
      *    EMITIDO PELO CORRIGIR (GESTO COMERCIAL), PELO FLTEVENT E
      *    PELO DENYBRD (COMPENSACAO QUANDO O PASSAGEIRO ESCOLHE
      *    VOUCHER EM VEZ DE DINHEIRO - VER COMPCHOI) E PELO FILE-FLY
      *    NO CANCELAMENTO DE MARCAS NAO REEMBOLSAVEIS. O NUMERO E A
      *    LETRA DO MOTIVO DE EMISSAO SEGUIDA DE 7 DIGITOS SEQUENCIAIS
      *    DENTRO DESSE MOTIVO. O VCHRRPT.cbl TIRA DAQUI O RELATORIO
      *    MENSAL DA RESPONSABILIDADE EM VOUCHERS POR USAR
      ******************************************************************
       01 VOUCHER-MASTER-RECORD.
           05 VC-VOUCHER-NUMBER.
               10 VC-NUMBER-REASON  PIC X(1).
               10 VC-NUMBER-SERIAL  PIC 9(7).
      *    MOTIVO DE EMISSAO: G = GESTO COMERCIAL (CORRIGIR),
      *    C = COMPENSACAO DE ATRASO/CANCELAMENTO (FLTEVENT),
      *    D = EMBARQUE NEGADO (DENYBRD), R = CANCELAMENTO DE MARCA
      *    NAO REEMBOLSAVEL (FILE-FLY)
           05 VC-ISSUE-REASON       PIC X(1).
               88 B-VC-GOODWILL     VALUE 'G'.
               88 B-VC-COMPENSATION VALUE 'C'.
               88 B-VC-DENIED-BRD   VALUE 'D'.
               88 B-VC-NONREF-CXL   VALUE 'R'.
           05 VC-ISSUE-DATE         PIC 9(8).
           05 VC-ORIGINAL-AMOUNT    PIC 9(6)V99.
           05 VC-BALANCE            PIC 9(6)V99.
      *    ULTIMO DIA EM QUE O VOUCHER E ACEITE COMO PAGAMENTO
           05 VC-EXPIRY-DATE        PIC 9(8).
      *    BILHETE QUE ORIGINOU O VOUCHER (VOO+DATA+BILHETE, A CHAVE
      *    DO MESTRE DE PASSAGEIROS, E O NUMERO COMPLETO DE 13
      *    DIGITOS) E O NOME DO PASSAGEIRO
           05 VC-ISSUE-FLIGHT       PIC X(6).
           05 VC-ISSUE-FLIGHT-DATE  PIC X(8).
           05 VC-ISSUE-TICKET       PIC 9(4).
           05 VC-ISSUE-TICKET-NUMBER PIC 9(13).
           05 VC-PASSENGER-NAME     PIC X(14).
      *    OPERADOR (OU JOB) QUE EMITIU O VOUCHER
           05 VC-ISSUE-OPERATOR     PIC X(8).
      *    ULTIMO USO COMO PAGAMENTO (ZERO = NUNCA USADO)
           05 VC-LAST-USE-DATE      PIC 9(8).
           05 VC-USE-COUNT          PIC 9(3).
