      ******************************************************************
      *    EXCREG - REGISTO CENTRAL DE EXCECOES (exceptions.dat),
      *    INDEXADO PELO NUMERO DA EXCECAO. CARREGADO TODAS AS NOITES
      *    PELO EXCLOAD.cbl A PARTIR DE exceptions-feed.txt (EXCFEED):
      *    UMA EXCECAO AINDA POR FECHAR QUE VOLTA A APARECER SO
      *    ACTUALIZA A ULTIMA OCORRENCIA. A EQUIPA DONA RECONHECE E
      *    FECHA AS SUAS EXCECOES NO EXCMAINT.cbl; O EXCAGE.cbl LISTA
      *    AS ABERTAS POR EQUIPA E POR DIAS EM ABERTO
      ******************************************************************
       01 EXCEPTION-REGISTER-RECORD.
           05 EX-EXCEPTION-ID       PIC 9(8).
      *    CHAVE DE IGUALDADE - A MESMA EXCECAO LEVANTADA DE NOVO
           05 EX-MATCH-KEY.
               10 EX-SOURCE-JOB     PIC X(8).
               10 EX-FLIGHT-NUMBER  PIC X(6).
               10 EX-FLIGHT-DATE    PIC X(8).
               10 EX-TICKET         PIC X(13).
               10 EX-DESCRIPTION    PIC X(80).
           05 EX-OWNER-TEAM         PIC X(10).
           05 EX-RAISED-DATE        PIC 9(8).
           05 EX-RAISED-TIME        PIC 9(6).
           05 EX-LAST-SEEN-DATE     PIC 9(8).
           05 EX-OCCURRENCES        PIC 9(4).
           05 EX-STATUS             PIC X(1).
               88 B-EX-OPEN         VALUE 'O'.
               88 B-EX-ACKNOWLEDGED VALUE 'A'.
               88 B-EX-CLOSED       VALUE 'C'.
               88 B-EX-UNRESOLVED   VALUES 'O' 'A'.
           05 EX-ACK-OPERATOR       PIC X(8).
           05 EX-ACK-DATE           PIC 9(8).
           05 EX-CLOSE-OPERATOR     PIC X(8).
           05 EX-CLOSE-DATE         PIC 9(8).
      *    COMENTARIO DA EQUIPA NO RECONHECIMENTO OU NO FECHO
           05 EX-COMMENT            PIC X(60).
