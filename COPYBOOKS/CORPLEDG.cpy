      ******************************************************************
      *    CORPLEDG - RAZAO DAS CONTAS DE EMPRESA (corp-ledger.dat),
      *    INDEXADO POR CONTA+DATA+REFERENCIA+SEQUENCIA. UM REGISTO POR
      *    MOVIMENTO DA CONTA:
      *    - DEBITO (D): BILHETE VENDIDO A CREDITO (FILE-FLY E BALCAO)
      *    - CREDITO (C): REEMBOLSO DE UM BILHETE DA CONTA, CREDITADO
      *      PELO PAYOUT.cbl EM VEZ DE SEGUIR POR TRANSFERENCIA
      *    - RECEBIMENTO (P): PAGAMENTO DA EMPRESA, LANCADO NO CORPMNT
      *    A REFERENCIA E O VOO+DATA+BILHETE NOS DEBITOS E CREDITOS E A
      *    REFERENCIA DO PAGAMENTO NOS RECEBIMENTOS. O CORPSTMT.cbl
      *    TIRA DAQUI OS EXTRATOS E A ANTIGUIDADE DE SALDOS
      ******************************************************************
       01 CORP-LEDGER-RECORD.
           05 CL-LEDGER-KEY.
               10 CL-ACCOUNT-NUMBER PIC X(8).
               10 CL-POST-DATE      PIC 9(8).
               10 CL-REFERENCE      PIC X(18).
               10 CL-ENTRY-TYPE     PIC X(1).
                   88 B-CL-DEBIT    VALUE 'D'.
                   88 B-CL-CREDIT   VALUE 'C'.
                   88 B-CL-PAYMENT  VALUE 'P'.
               10 CL-SEQ            PIC 9(2).
      *    TIPO DE MOVIMENTO DE ORIGEM (NEW, CONFRM, CHGCOL, ... NOS
      *    DEBITOS; A ORIGEM DO REEMBOLSO - VER PAYREQ - NOS CREDITOS)
           05 CL-TXN-CODE           PIC X(6).
           05 CL-TICKET-NUMBER      PIC 9(13).
           05 CL-PASSENGER-NAME     PIC X(14).
           05 CL-AMOUNT             PIC 9(7)V99.
      *    VENCIMENTO DO DEBITO (DATA + PRAZO DA CONTA)
           05 CL-DUE-DATE           PIC 9(8).
           05 CL-OPERATOR-ID        PIC X(8).
