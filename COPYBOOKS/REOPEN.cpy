      ******************************************************************
      *    REOPEN - REGISTO DAS REABERTURAS DE VOOS ARQUIVADOS
      *    (flight-reopen.dat), INDEXADO POR VOO+DATA DE PARTIDA.
      *    DEPOIS DO DAYCLOSE UM VOO SO EXISTIA NO HISTORICO E UMA
      *    CORRECAO TARDIA (NOME ERRADO DETETADO PELO APIS, DISPUTA DE
      *    TARIFA) NAO TINHA ONDE SER FEITA. O FLTREOPN.cbl REGISTA O
      *    PEDIDO, A APROVACAO DE UM SEGUNDO OPERADOR E A REPOSICAO
      *    DO VOO EM LINHA; O DAYCLOSE.cbl NAO TOCA NUM VOO REABERTO
      *    NO VARRIMENTO NORMAL E VOLTA A ARQUIVA-LO COM O PARAMETRO
      *    RECLOSE. UMA SEGUNDA REABERTURA DO MESMO VOO REUTILIZA O
      *    REGISTO (A TRILHA DE AUDITORIA GUARDA AS ANTERIORES)
      ******************************************************************
       01 FLIGHT-REOPEN-RECORD.
           05 RO-FLIGHT-KEY.
               10 RO-FLIGHT-NUMBER      PIC X(6).
               10 RO-FLIGHT-DATE        PIC X(8).
           05 RO-STATUS                 PIC X(1).
               88 B-RO-PENDING          VALUE 'P'.
               88 B-RO-REOPENED         VALUE 'R'.
               88 B-RO-RECLOSED         VALUE 'C'.
               88 B-RO-REJECTED         VALUE 'X'.
      *    DATA DO FECHO (AAAAMMDD) COM QUE O VOO ESTAVA NO ARQUIVO
      *    QUANDO FOI REABERTO
           05 RO-ARCHIVE-CLOSE-DATE     PIC 9(8).
           05 RO-REASON                 PIC X(40).
           05 RO-REQUESTED-BY           PIC X(8).
           05 RO-REQUEST-DATE           PIC 9(8).
           05 RO-REQUEST-TIME           PIC 9(6).
      *    QUEM APROVOU (OU REJEITOU) E QUANDO
           05 RO-APPROVED-BY            PIC X(8).
           05 RO-APPROVE-DATE           PIC 9(8).
           05 RO-APPROVE-TIME           PIC 9(6).
      *    DATA DO NOVO FECHO (RECLOSE DO DAYCLOSE); ZERO ENQUANTO O
      *    VOO ESTIVER REABERTO
           05 RO-RECLOSE-DATE           PIC 9(8).
