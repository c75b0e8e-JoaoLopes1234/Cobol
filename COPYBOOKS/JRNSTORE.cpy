      ******************************************************************
      *    JRNSTORE - ARMAZEM INDEXADO DOS DIARIOS (journal-store.dat),
      *    POR VOO+BILHETE+DATA/HORA DO MOVIMENTO. AS PERGUNTAS SOBRE
      *    UM BILHETE (TIMELINE, DSAREXP, CHARGEBK, HISTINQ) LIAM A
      *    TRILHA DE AUDITORIA, O DIARIO DE PAGAMENTOS, O DIARIO DE
      *    IMAGENS-ANTES E O EXTRATO DE VENDAS DE PONTA A PONTA - COM
      *    MESES NOS FICHEIROS UMA CRONOLOGIA LEVAVA MINUTOS AO
      *    BALCAO. CADA REGISTO DESSES EXTRATOS QUE DIGA RESPEITO A UM
      *    BILHETE FICA AQUI COM A IMAGEM COMPLETA (JS-DATA), TAL COMO
      *    FOI GRAVADA NA NOITE.
      *    CARREGADO PELO JRNLOAD.cbl NA CADEIA NOTURNA (DEPOIS DO
      *    PERAPND) E RECONSTRUIDO PELO MESMO A PARTIR DOS FICHEIROS
      *    DE PERIODO (JCL/rebuild-journal-store.sh)
      ******************************************************************
       01 JOURNAL-STORE-RECORD.
      *    A DATA DE NEGOCIO E A SEQUENCIA DO REGISTO NO EXTRATO DA
      *    NOITE FECHAM A CHAVE: DOIS MOVIMENTOS IGUAIS NO MESMO
      *    SEGUNDO FICAM OS DOIS, E UMA NOITE CARREGADA DUAS VEZES
      *    (REARRANQUE) NAO DUPLICA NADA
           05 JS-STORE-KEY.
               10 JS-FLIGHT-NUMBER      PIC X(6).
               10 JS-TICKET             PIC 9(4).
      *    DATA/HORA DO MOVIMENTO: A DO PROPRIO REGISTO NA TRILHA E NO
      *    DIARIO DE MESTRES; NOS PAGAMENTOS (SO TEM A DATA) A HORA
      *    FICA A ZERO; NAS VENDAS (SEM CARIMBO) E A DATA DE NEGOCIO
               10 JS-EVENT-DATE         PIC 9(8).
               10 JS-EVENT-TIME         PIC 9(6).
               10 JS-SOURCE             PIC X(2).
                   88 B-JS-AUDIT        VALUE 'AT'.
                   88 B-JS-PAYMENT      VALUE 'PJ'.
                   88 B-JS-JOURNAL      VALUE 'JN'.
                   88 B-JS-SALES        VALUE 'DS'.
               10 JS-BUSINESS-DATE      PIC 9(8).
               10 JS-SOURCE-SEQ         PIC 9(7).
      *    DATA DE PARTIDA DO VOO (AAAAMMDD), PARA SEPARAR AS VARIAS
      *    DATAS DO MESMO VOO SEM DESDOBRAR A IMAGEM
           05 JS-FLIGHT-DATE            PIC X(8).
      *    REFERENCIA DE AUTORIZACAO DO ADQUIRENTE (SO PAGAMENTOS; EM
      *    BRANCO NOS OUTROS): CHAVE ALTERNATIVA COM DUPLICADOS, POR
      *    ONDE O CHARGEBK ENCONTRA O PAGAMENTO CONTESTADO
           05 JS-AUTH-REF               PIC X(8).
      *    IMAGEM DO REGISTO DE ORIGEM (COPY AUDITTRL, PAYJRNL, JOURNAL
      *    OU DAILYSAL CONFORME JS-SOURCE). A MARCA DE DISPUTA DE UM
      *    PAGAMENTO (PJ-DISPUTE-FLAG) E MANTIDA AQUI PELO CHARGEBK
           05 JS-DATA                   PIC X(460).
