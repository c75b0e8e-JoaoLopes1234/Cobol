      ******************************************************************
      *    BANKRTN - RETORNO DO BANCO AO FICHEIRO DE TRANSFERENCIAS
      *    (bank-payments-return.txt), UMA LINHA POR PAGAMENTO COM A
      *    REFERENCIA DE PONTA A PONTA ENVIADA (A CHAVE DA FILA
      *    PAYOUTQ), ACEITE OU REJEITADO E O MOTIVO DA REJEICAO.
      *    APLICADO A FILA PELO PAYRTN.cbl
      ******************************************************************
       01 BANK-RETURN-RECORD.
           05 BR-BATCH-ID           PIC X(14).
           05 BR-END-TO-END-REF     PIC X(21).
           05 BR-STATUS             PIC X(1).
               88 B-BR-ACCEPTED     VALUE 'A'.
               88 B-BR-REJECTED     VALUE 'R'.
           05 BR-REJECT-CODE        PIC X(4).
           05 BR-VALUE-DATE         PIC 9(8).
           05 BR-AMOUNT             PIC 9(9)V99.
