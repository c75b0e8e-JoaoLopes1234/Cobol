      ******************************************************************
      *    COMPNOTE - REGISTO DE NOTAS DOS PROCESSOS DE RECLAMACAO
      *    (complaint-notes.dat), INDEXADO POR PROCESSO+SEQUENCIA.
      *    CADA MOVIMENTO DO PROCESSO NO CASEMNT.cbl DEIXA AQUI UMA
      *    LINHA COM O OPERADOR E A HORA: AS NOTAS LIVRES DO AGENTE E,
      *    AUTOMATICAMENTE, A ABERTURA, AS MUDANCAS DE ESTADO E DE
      *    OPERADOR E CADA RESULTADO CONCEDIDO, COM O VALOR E A
      *    REFERENCIA (NUMERO DO VOUCHER). NUNCA E REESCRITO
      ******************************************************************
       01 COMPLAINT-NOTE-RECORD.
           05 CK-NOTE-KEY.
               10 CK-CASE-ID            PIC 9(8).
               10 CK-NOTE-SEQ           PIC 9(3).
           05 CK-NOTE-DATE              PIC 9(8).
           05 CK-NOTE-TIME              PIC 9(6).
           05 CK-OPERATOR-ID            PIC X(8).
      *    N = NOTA LIVRE, E = ESTADO, A = ATRIBUICAO, V = VOUCHER,
      *    R = REEMBOLSO, C = COMPENSACAO
           05 CK-NOTE-TYPE              PIC X(1).
               88 B-CK-FREE-NOTE        VALUE 'N'.
               88 B-CK-STATUS-CHANGE    VALUE 'E'.
               88 B-CK-ASSIGNMENT       VALUE 'A'.
               88 B-CK-VOUCHER          VALUE 'V'.
               88 B-CK-REFUND           VALUE 'R'.
               88 B-CK-COMPENSATION     VALUE 'C'.
           05 CK-AMOUNT                 PIC 9(6)V99.
           05 CK-REFERENCE              PIC X(8).
           05 CK-TEXT                   PIC X(60).
