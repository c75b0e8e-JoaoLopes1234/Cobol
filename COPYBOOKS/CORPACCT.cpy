      ******************************************************************
      *    CORPACCT - MESTRE DE CONTAS DE EMPRESA (corp-account.dat),
      *    INDEXADO PELO NUMERO DA CONTA. OS CLIENTES EMPRESARIAIS
      *    VOAM A CREDITO (MEIO DE PAGAMENTO 'A' - CONTA, COM O NUMERO
      *    DA CONTA NA REFERENCIA DE PAGAMENTO): A VENDA E DEBITADA NA
      *    CONTA E RECUSADA QUANDO O SALDO PASSARIA O LIMITE DE
      *    CREDITO. OS MOVIMENTOS FICAM NO RAZAO DA CONTA (CORPLEDG).
      *    CRIADO E MANTIDO NO CORPMNT.cbl (LIMITE, PRAZO, SITUACAO E
      *    OS RECEBIMENTOS); O CORPSTMT.cbl TIRA OS EXTRATOS MENSAIS E
      *    A ANTIGUIDADE DE SALDOS
      ******************************************************************
       01 CORP-ACCOUNT-RECORD.
           05 CA-ACCOUNT-NUMBER     PIC X(8).
           05 CA-NAME               PIC X(30).
           05 CA-NIF                PIC X(9).
           05 CA-ADDRESS            PIC X(40).
           05 CA-CITY               PIC X(20).
           05 CA-POSTCODE           PIC X(8).
           05 CA-CREDIT-LIMIT       PIC 9(7)V99.
      *    PRAZO DE PAGAMENTO EM DIAS A CONTAR DO DEBITO
           05 CA-PAYMENT-TERMS      PIC 9(3).
      *    A = ATIVA, S = SUSPENSA (NAO ACEITA VENDAS NOVAS)
           05 CA-STATUS             PIC X(1).
               88 B-CA-ACTIVE       VALUE 'A'.
               88 B-CA-SUSPENDED    VALUE 'S'.
      *    SALDO EM DIVIDA: DEBITOS MENOS REEMBOLSOS E RECEBIMENTOS
           05 CA-BALANCE            PIC S9(7)V99.
           05 CA-OPEN-DATE          PIC 9(8).
           05 CA-LAST-DEBIT-DATE    PIC 9(8).
           05 CA-LAST-PAYMENT-DATE  PIC 9(8).
