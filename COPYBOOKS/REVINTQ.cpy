      ******************************************************************
      *    REVINTQ - LISTA DE REVISAO DE INTEGRIDADE DE RECEITA: UMA
      *    LINHA POR SUSPEITA ENCONTRADA PELO VARRIMENTO NOTURNO
      *    (RVINTSWP.cbl) NO MESTRE DE PASSAGEIROS E NAS OPCOES
      *    EXPIRADAS. RV-RULE:
      *      D = RESERVA DUPLICADA (MESMO NOME E DOCUMENTO NO MESMO
      *          VOO E DATA) - RV-OTHER-xxx E A PRIMEIRA RESERVA
      *      S = O MESMO PASSAGEIRO EM DOIS VOOS QUE PARTEM A MESMA
      *          HORA - RV-OTHER-xxx E O OUTRO VOO
      *      F = NOME FICTICIO (TEST, MICKEY MOUSE, ...)
      *      H = CONTACTO COM RV-COUNT OPCOES EXPIRADAS NO HOLDSWP SEM
      *          NENHUMA RESERVA CONFIRMADA - O BILHETE E O DA ULTIMA
      *          OPCAO EXPIRADA (JA LIBERTADA)
      *    O ANALISTA DECIDE NO RVINTREV.cbl: X = CANCELAR (O
      *    CANCELAMENTO SEGUE PARA O LOTE SEGUINTE COMO UM REGISTO
      *    CANCEL NORMAL, QUE LIBERTA O LUGAR), A = ARQUIVAR SEM
      *    ACAO. P = PENDENTE. UMA SUSPEITA JA NA LISTA, EM QUALQUER
      *    ESTADO, NAO E REPETIDA PELO VARRIMENTO
      ******************************************************************
       01 REVINT-QUEUE-RECORD.
           05 RV-STATUS             PIC X(1).
               88 B-RV-PENDING      VALUE 'P'.
               88 B-RV-CLEARED      VALUE 'A'.
               88 B-RV-CANCELLED    VALUE 'X'.
           05 RV-DECISION-DATE      PIC 9(8).
           05 RV-DECISION-OPER      PIC X(8).
           05 RV-RUN-DATE           PIC 9(8).
           05 RV-RULE               PIC X(1).
               88 B-RV-DUPLICATE    VALUE 'D'.
               88 B-RV-SAME-TIME    VALUE 'S'.
               88 B-RV-FICTITIOUS   VALUE 'F'.
               88 B-RV-HOLD-CHURN   VALUE 'H'.
           05 RV-FLIGHT-NUMBER      PIC X(6).
           05 RV-FLIGHT-DATE        PIC X(8).
           05 RV-TICKET             PIC 9(4).
           05 RV-TICKET-NUMBER      PIC 9(13).
           05 RV-NAME               PIC X(14).
           05 RV-DOC-NUMBER         PIC X(9).
           05 RV-OTHER-FLIGHT       PIC X(6).
           05 RV-OTHER-DATE         PIC X(8).
           05 RV-OTHER-TICKET       PIC 9(4).
           05 RV-COUNT              PIC 9(3).
           05 RV-PHONE              PIC X(15).
           05 RV-EMAIL              PIC X(40).
