      ******************************************************************
      *    INTLBILL - LINHA DA FATURACAO INTERLINE ENVIADA PELAS
      *    PARCEIRAS (interline-billing.txt), UMA POR CUPAO. O SENTIDO
      *    E VISTO DO NOSSO LADO, COMO NO FICHEIRO DE LIQUIDACAO
      *    (INTLSET): P = A PARCEIRA COBRA-NOS O TROCO QUE OPEROU,
      *    R = A PARCEIRA RECONHECE DEVER-NOS O TROCO QUE NOS OPERAMOS.
      *    O INTLSETL.cbl CONCILIA-A CUPAO A CUPAO (PARCEIRA, SENTIDO,
      *    VOO, DATA E NUMERO DO BILHETE) COM O QUE APURAMOS NO MES
      ******************************************************************
       01 INTERLINE-BILLING-RECORD.
           05 IB-CARRIER-CODE           PIC X(2).
           05 IB-MONTH                  PIC X(6).
           05 IB-DIRECTION              PIC X(1).
               88 B-IB-PAYABLE          VALUE 'P'.
               88 B-IB-RECEIVABLE       VALUE 'R'.
           05 IB-TICKET-NUMBER          PIC 9(13).
           05 IB-FLIGHT-NUMBER          PIC X(6).
           05 IB-FLIGHT-DATE            PIC X(8).
           05 IB-AMOUNT                 PIC 9(7)V99.
      *    '-' = CREDITO (CUPAO CANCELADO DEPOIS DE FATURADO)
           05 IB-AMOUNT-SIGN            PIC X(1).
               88 B-IB-CREDIT           VALUE '-'.
