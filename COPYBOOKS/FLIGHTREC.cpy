      ******************************************************************
      *    FLIGHTREC - LAYOUT DO REGISTO MESTRE DE VOOS (FLIGHT-MASTER)
      *    INDEXADO POR VOO+DATA DE PARTIDA (FM-FLIGHT-KEY): O MESMO
      *    NUMERO DE VOO EXISTE EM VARIAS DATAS AO MESMO TEMPO, PARA
      *    SE VENDER COM SEMANAS DE ANTECEDENCIA SEM ESPERAR QUE O
      *    DAYCLOSE ARQUIVE A DATA ANTERIOR. A DATA (AAAAMMDD) SEGUE
      *    EM TODAS AS CHAVES LIGADAS AO VOO (SI, SA, BG, WL, BT, PM)
      ******************************************************************
       01 FLIGHT-MASTER-RECORD.
           05 FM-FLIGHT-KEY.
               10 FM-FLIGHT-NUMBER  PIC X(6).
               10 FM-FLIGHT-DATE    PIC X(8).
           05 FM-ORIGIN             PIC X(3).
           05 FM-DESTINATION        PIC X(3).
           05 FM-REVENUE-CAP        PIC 9(8)V99.
      *    LUGARES SEATMAP); EM BRANCO = SEM MAPA, VALEM AS REGRAS
      *    ANTIGAS DE LUGAR LIVRE E CAPACIDADE PADRAO
           05 FM-AIRCRAFT-TYPE      PIC X(4).
      *    CARGA MAXIMA (KG) DE BAGAGEM, PASSAGEIROS ESTIMADOS, CARGA
      *    E CORREIO PARA O AVIAO DO VOO, USADA PELA FOLHA DE CARGA
      *    (LOADSHT.cbl); ZERO = SEM LIMITE CARREGADO
           05 FM-MAX-PAYLOAD        PIC 9(6).
      *    PARTIDA REAL (OFF-BLOCK) CARIMBADA PELO EVENTO DEP DO
      *    DAYCLOSE E ALIMENTA O RELATORIO DE PONTUALIDADE (OTPRPT)
           05 FM-ACTUAL-DEP-DATE    PIC 9(8).
           05 FM-ACTUAL-DEP-TIME    PIC 9(4).
      *    CODESHARE/INTERLINE: COMPANHIA QUE VENDE O VOO COM O SEU
      *    CODIGO (COMERCIAL) E COMPANHIA QUE O OPERA. EM BRANCO = A
      *    PROPRIA COMPANHIA (OWN-CARRIER DOS PARAMETROS DE SITE); OS
      *    PARCEIROS VEM DO MESTRE PARTNER (PARTLOAD.cbl). A TARIFA
      *    DOS TROCOS OPERADOS POR OUTROS E RATEADA AO KM E LIQUIDADA
      *    TODOS OS MESES PELO INTLSETL.cbl
           05 FM-MARKETING-CARRIER  PIC X(2).
           05 FM-OPERATING-CARRIER  PIC X(2).
