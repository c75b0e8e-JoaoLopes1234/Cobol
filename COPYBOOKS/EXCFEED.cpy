      ******************************************************************
      *    EXCFEED - EXCECAO LEVANTADA POR UM JOB DE CONTROLO, UMA
      *    LINHA EM exceptions-feed.txt POR EXCECAO. ESCRITO ONDE A
      *    EXCECAO NASCE: RECONCIL E RECON3 (CONCILIACOES), CHECKIN
      *    (LEITURAS RECUSADAS NA PORTA), FEEDCHK (FALHAS DE FEED),
      *    SEATAUD (DESVIOS DE LUGARES), APISGEN (DOCUMENTOS EM FALTA),
      *    RATELOAD (CAMBIOS FORA DA TOLERANCIA), UPGRADE (PEDIDOS DE
      *    UPGRADE RECUSADOS) E FLTEVENT (PASSAGEIROS RETIDOS SEM
      *    QUARTO DE HOTEL CONTRATADO). O EXCLOAD.cbl PASSA
      *    AS EXCECOES PARA O REGISTO CENTRAL (EXCREG) E ESVAZIA O
      *    FICHEIRO
      ******************************************************************
       01 EXCEPTION-FEED-RECORD.
           05 XF-SOURCE-JOB         PIC X(8).
           05 XF-FLIGHT-NUMBER      PIC X(6).
           05 XF-FLIGHT-DATE        PIC X(8).
      *    BILHETE OU OUTRA REFERENCIA DA EXCECAO (AUTORIZACAO,
      *    MOEDA, FEED); ESPACOS QUANDO NAO HA
           05 XF-TICKET             PIC X(13).
           05 XF-DESCRIPTION        PIC X(80).
      *    EQUIPA DONA DA EXCECAO, DECIDIDA PELO JOB QUE A LEVANTA
           05 XF-OWNER-TEAM         PIC X(10).
           05 XF-RAISED-DATE        PIC 9(8).
           05 XF-RAISED-TIME        PIC 9(6).
