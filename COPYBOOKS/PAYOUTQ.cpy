      ******************************************************************
      *    PAYOUTQ - FILA DE PAGAMENTOS A PASSAGEIROS
      *    (payout-queue.dat), INDEXADA POR VOO+DATA+BILHETE+ORIGEM+
      *    SEQUENCIA. ATE AQUI NADA PAGAVA NINGUEM: A TESOURARIA
      *    REDIGITAVA CADA VALOR NO PORTAL DO BANCO. O PAYOUT.cbl
      *    CARREGA OS PEDIDOS DO DIA (PAYREQ) E GERA A TRANSFERENCIA
      *    BANCARIA DOS PENDENTES; O PAYRTN.cbl APLICA O RETORNO DO
      *    BANCO - OS REJEITADOS VOLTAM A FILA EM VEZ DE DESAPARECER;
      *    O PAYMAINT.cbl REGISTA OU CORRIGE A CONTA DOS RETIDOS E
      *    REJEITADOS
      ******************************************************************
       01 PAYOUT-QUEUE-RECORD.
           05 PQ-PAYOUT-KEY.
               10 PQ-FLIGHT-NUMBER  PIC X(6).
               10 PQ-FLIGHT-DATE    PIC X(8).
               10 PQ-TICKET         PIC 9(4).
      *    ORIGEM: COMO PY-SOURCE (R, A, T, K, C, D, B, Q)
               10 PQ-SOURCE         PIC X(1).
               10 PQ-SEQ            PIC 9(2).
           05 PQ-TICKET-NUMBER      PIC 9(13).
           05 PQ-PAYEE-NAME         PIC X(30).
           05 PQ-IBAN               PIC X(34).
           05 PQ-AMOUNT             PIC 9(6)V99.
      *    H = RETIDO SEM CONTA, P = PRONTO A ENVIAR, S = ENVIADO AO
      *    BANCO, A = ACEITE (PAGO), J = REJEITADO (DE VOLTA A FILA),
      *    E = CREDITADO NA CONTA DE EMPRESA (NAO VAI AO BANCO; O
      *    NUMERO DA CONTA FICA EM PQ-IBAN E A DATA EM PQ-SENT-DATE)
           05 PQ-STATUS             PIC X(1).
               88 B-PQ-HELD         VALUE 'H'.
               88 B-PQ-PENDING      VALUE 'P'.
               88 B-PQ-SENT         VALUE 'S'.
               88 B-PQ-ACCEPTED     VALUE 'A'.
               88 B-PQ-REJECTED     VALUE 'J'.
               88 B-PQ-CORP-CREDIT  VALUE 'E'.
           05 PQ-REQUEST-DATE       PIC 9(8).
           05 PQ-OPERATOR-ID        PIC X(8).
      *    ULTIMO ENVIO: DATA E LOTE (AAAAMMDDHHMMSS) DO FICHEIRO
           05 PQ-SENT-DATE          PIC 9(8).
           05 PQ-BATCH-ID           PIC X(14).
           05 PQ-SEND-COUNT         PIC 9(2).
      *    ULTIMO RETORNO DO BANCO E O MOTIVO DA REJEICAO (CODIGO DO
      *    BANCO, OU 'IBAN' QUANDO A CONTA FALHOU A VALIDACAO LOCAL)
           05 PQ-RETURN-DATE        PIC 9(8).
           05 PQ-REJECT-CODE        PIC X(4).
