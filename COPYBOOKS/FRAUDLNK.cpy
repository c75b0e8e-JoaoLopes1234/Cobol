      ******************************************************************
      *    FRAUDLNK - LIGACOES ENTRE RESERVAS PAGAS COM CARTAO, PARA A
      *    PONTUACAO DE RISCO DE FRAUDE NA VENDA: UM REGISTO POR
      *    REFERENCIA DE AUTORIZACAO (A), EMAIL (E) OU TELEFONE (T),
      *    COM QUANTAS RESERVAS O USARAM E OS NOMES DIFERENTES QUE
      *    APARECERAM COM ELE DESDE O INICIO DA JANELA. UMA JANELA
      *    MAIS ANTIGA QUE SP-FRAUD-WINDOW-DAYS RECOMECA DO ZERO, PARA
      *    O EMAIL DE UMA FAMILIA QUE VIAJA TODOS OS ANOS NAO ACABAR
      *    A PARECER UMA QUADRILHA. SO GUARDA OS PRIMEIROS 10 NOMES -
      *    A PARTIR DAI A CONTAGEM FICA NOS 10, O QUE JA BASTA PARA A
      *    REGRA DISPARAR. GRAVADO PELO FILE-FLY.cbl E PELO
      *    PASSAGEM.cbl
      ******************************************************************
       01 FRAUD-LINK-RECORD.
           05 FL-LINK-KEY.
               10 FL-LINK-TYPE      PIC X(1).
                   88 B-FL-AUTH-REF VALUE 'A'.
                   88 B-FL-EMAIL    VALUE 'E'.
                   88 B-FL-PHONE    VALUE 'T'.
               10 FL-LINK-VALUE     PIC X(40).
           05 FL-WINDOW-START       PIC 9(8).
           05 FL-LAST-DATE          PIC 9(8).
           05 FL-BOOKING-COUNT      PIC 9(5).
           05 FL-NAME-COUNT         PIC 9(2).
           05 FL-NAME               PIC X(14) OCCURS 10 TIMES.
