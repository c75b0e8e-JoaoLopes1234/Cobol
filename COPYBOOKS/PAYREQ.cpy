      ******************************************************************
      *    PAYREQ - PEDIDO DE PAGAMENTO A UM PASSAGEIRO, UMA LINHA EM
      *    payout-requests.txt POR VALOR DEVIDO. ESCRITO ONDE O VALOR
      *    NASCE: REEMBOLSOS DE CANCELAMENTO E DE ALTERACAO (FILE-FLY),
      *    TAXAS DE NO-SHOW (CHECKIN), CORRECOES A FAVOR DO PASSAGEIRO
      *    (CORRIGIR), COMPENSACOES (FLTEVENT, DENYBRD), INDEMNIZACOES
      *    DE BAGAGEM (BAGCLAIM) E REEMBOLSOS E COMPENSACOES DOS
      *    PROCESSOS DE RECLAMACAO (CASEMNT). O PAYOUT.cbl PASSA OS
      *    PEDIDOS PARA A FILA DE PAGAMENTOS (PAYOUTQ) E ESVAZIA O
      *    FICHEIRO
      ******************************************************************
       01 PAYOUT-REQUEST-RECORD.
           05 PY-FLIGHT-NUMBER      PIC X(6).
           05 PY-FLIGHT-DATE        PIC X(8).
           05 PY-TICKET             PIC 9(4).
      *    ORIGEM DO VALOR DEVIDO
           05 PY-SOURCE             PIC X(1).
               88 B-PY-CANCEL-REFUND VALUE 'R'.
               88 B-PY-CHANGE-REFUND VALUE 'A'.
               88 B-PY-NOSHOW-TAXES VALUE 'T'.
               88 B-PY-CORRECTION   VALUE 'K'.
               88 B-PY-COMPENSATION VALUE 'C'.
               88 B-PY-DENIED-BRD   VALUE 'D'.
               88 B-PY-BAG-CLAIM    VALUE 'B'.
               88 B-PY-COMPLAINT    VALUE 'Q'.
      *    SEQUENCIA DENTRO DO BILHETE (A MALA NAS INDEMNIZACOES DE
      *    BAGAGEM, ZERO NOS OUTROS)
           05 PY-SEQ                PIC 9(2).
           05 PY-TICKET-NUMBER      PIC 9(13).
      *    BENEFICIARIO E CONTA; SEM IBAN O PAGAMENTO FICA RETIDO NA
      *    FILA ATE A TESOURARIA REGISTAR A CONTA (PAYMAINT)
           05 PY-PAYEE-NAME         PIC X(30).
           05 PY-IBAN               PIC X(34).
           05 PY-AMOUNT             PIC 9(6)V99.
           05 PY-REQUEST-DATE       PIC 9(8).
           05 PY-OPERATOR-ID        PIC X(8).
