      ******************************************************************
      *    BANKPAY - FICHEIRO DE TRANSFERENCIAS A CREDITO PARA O BANCO
      *    (bank-payments.txt), GERADO PELO PAYOUT.cbl: UM CABECALHO
      *    (H) COM A CONTA ORDENANTE E O LOTE, UM DETALHE (D) POR
      *    PAGAMENTO E UM FECHO (T) COM O NUMERO DE PAGAMENTOS E O
      *    TOTAL, QUE O BANCO CONFERE ANTES DE ACEITAR O LOTE. A
      *    REFERENCIA DE PONTA A PONTA E A CHAVE DA FILA (PAYOUTQ) E
      *    VOLTA NO RETORNO (BANKRTN); O DESCRITIVO LEVA O BILHETE
      ******************************************************************
       01 BANK-PAYMENT-RECORD.
           05 BP-RECORD-TYPE        PIC X(1).
               88 B-BP-HEADER       VALUE 'H'.
               88 B-BP-DETAIL       VALUE 'D'.
               88 B-BP-TRAILER      VALUE 'T'.
           05 BP-RECORD-DATA        PIC X(149).
           05 BP-HEADER-DATA REDEFINES BP-RECORD-DATA.
               10 BP-H-PAYER-IBAN   PIC X(34).
               10 BP-H-PAYER-NAME   PIC X(30).
               10 BP-H-BATCH-ID     PIC X(14).
               10 BP-H-CREATION-DATE PIC 9(8).
               10 BP-H-EXECUTION-DATE PIC 9(8).
               10 BP-H-CURRENCY     PIC X(3).
               10 FILLER            PIC X(52).
           05 BP-DETAIL-DATA REDEFINES BP-RECORD-DATA.
               10 BP-D-END-TO-END-REF PIC X(21).
               10 BP-D-PAYEE-NAME   PIC X(30).
               10 BP-D-PAYEE-IBAN   PIC X(34).
               10 BP-D-AMOUNT       PIC 9(9)V99.
               10 BP-D-CURRENCY     PIC X(3).
               10 BP-D-REMITTANCE   PIC X(35).
               10 FILLER            PIC X(15).
           05 BP-TRAILER-DATA REDEFINES BP-RECORD-DATA.
               10 BP-T-BATCH-ID     PIC X(14).
               10 BP-T-COUNT        PIC 9(6).
               10 BP-T-TOTAL        PIC 9(11)V99.
               10 FILLER            PIC X(116).
