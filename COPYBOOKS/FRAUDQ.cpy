      ******************************************************************
      *    FRAUDQ - FILA DE REVISAO DE FRAUDE: UMA LINHA POR VENDA COM
      *    CARTAO CUJA PONTUACAO DE RISCO (VER FRAUDSCR) ATINGIU O
      *    LIMIAR SP-FRAUD-THRESHOLD. AO CONTRARIO DA FILA DE RETIDOS
      *    DE SEGURANCA (HELDQ), A VENDA JA ESTA FEITA E O BILHETE
      *    EMITIDO: A EQUIPA DE FRAUDE DECIDE NO FRAUDREV.cbl SE A
      *    ACEITA (A) OU A CANCELA (X) - O CANCELAMENTO SEGUE PARA O
      *    LOTE SEGUINTE COMO UM REGISTO CANCEL NORMAL, COM O
      *    REEMBOLSO AO CARTAO, ANTES DE O TITULAR O ESTORNAR.
      *    P = PENDENTE
      ******************************************************************
       01 FRAUD-QUEUE-RECORD.
           05 FQ-STATUS             PIC X(1).
               88 B-FQ-PENDING      VALUE 'P'.
               88 B-FQ-ACCEPTED     VALUE 'A'.
               88 B-FQ-CANCELLED    VALUE 'X'.
           05 FQ-DECISION-DATE      PIC 9(8).
           05 FQ-DECISION-OPER      PIC X(8).
           05 FQ-RUN-DATE           PIC 9(8).
           05 FQ-FLIGHT-NUMBER      PIC X(6).
           05 FQ-FLIGHT-DATE        PIC X(8).
           05 FQ-TICKET             PIC 9(4).
           05 FQ-TICKET-NUMBER      PIC 9(13).
           05 FQ-NAME               PIC X(14).
           05 FQ-CHANNEL-CODE       PIC X(3).
           05 FQ-PAY-AUTH-REF       PIC X(8).
           05 FQ-AMOUNT             PIC 9(6)V99.
           05 FQ-SCORE              PIC 9(3).
           05 FQ-RULES              PIC X(4).
           05 FQ-PHONE              PIC X(15).
           05 FQ-EMAIL              PIC X(40).
