      ******************************************************************
      *    STATRTN - DECLARACAO ESTATISTICA MENSAL DE PASSAGEIROS,
      *    GERADA PELO PAXSTAT.cbl A PARTIR DO ARQUIVO DO DAYCLOSE. SAO
      *    DOIS FICHEIROS COM ESTE LAYOUT, UM POR ENTIDADE:
      *    - stats-aviation-AAAAMM.txt (AUTORIDADE DA AVIACAO CIVIL):
      *      H, UMA LINHA R POR ROTA, UMA LINHA C POR PAR DE PAISES, T
      *    - stats-tourism-AAAAMM.txt (INSTITUTO DE ESTATISTICA):
      *      H, UMA LINHA C POR PAR DE PAISES, UMA LINHA N POR
      *      NACIONALIDADE, T
      *    SO CONTAM PASSAGEIROS EMBARCADOS (BEBES INCLUIDOS, A PARTE
      *    NA COLUNA DE BEBES) EM VOOS OPERADOS POR NOS. O TIPO E
      *    ADULTO (12 ANOS OU MAIS), CRIANCA (2 A 11) OU BEBE (MENOS DE
      *    2 OU AO COLO); EM TRANSITO E O PASSAGEIRO COM PERCURSO
      *    (PM-JOURNEY-REF), PONTO A PONTO O QUE VIAJA SO NESTE VOO. O
      *    FECHO (T) LEVA O NUMERO DE LINHAS DE DETALHE E OS TOTAIS DO
      *    MES, QUE BATEM COM A SOMA DE CADA BLOCO
      ******************************************************************
       01 STATISTICS-RETURN-RECORD.
           05 SR-RECORD-TYPE            PIC X(1).
               88 B-SR-HEADER           VALUE 'H'.
               88 B-SR-ROUTE            VALUE 'R'.
               88 B-SR-COUNTRY          VALUE 'C'.
               88 B-SR-NATIONALITY      VALUE 'N'.
               88 B-SR-TOTAL            VALUE 'T'.
           05 SR-HEADER-DATA.
      *        AAC = AUTORIDADE DA AVIACAO CIVIL, INE = ESTATISTICA
               10 SR-H-RETURN-ID        PIC X(3).
                   88 B-SR-AVIATION     VALUE 'AAC'.
                   88 B-SR-TOURISM      VALUE 'INE'.
               10 SR-H-OWN-CARRIER      PIC X(2).
               10 SR-H-MONTH            PIC X(6).
               10 SR-H-RUN-DATE         PIC X(8).
               10 FILLER                PIC X(60).
           05 SR-ROUTE-DATA REDEFINES SR-HEADER-DATA.
               10 SR-R-ORIGIN           PIC X(3).
               10 SR-R-DESTINATION      PIC X(3).
               10 SR-R-ORIGIN-CTRY      PIC X(3).
               10 SR-R-DEST-CTRY        PIC X(3).
               10 SR-R-FLIGHTS          PIC 9(5).
               10 SR-R-SEATS            PIC 9(7).
               10 SR-R-PASSENGERS       PIC 9(7).
               10 SR-R-ADULTS           PIC 9(7).
               10 SR-R-CHILDREN         PIC 9(7).
               10 SR-R-INFANTS          PIC 9(7).
               10 SR-R-TRANSFER         PIC 9(7).
               10 SR-R-POINT-TO-POINT   PIC 9(7).
               10 FILLER                PIC X(13).
           05 SR-COUNTRY-DATA REDEFINES SR-HEADER-DATA.
               10 SR-C-ORIGIN-CTRY      PIC X(3).
               10 SR-C-DEST-CTRY        PIC X(3).
               10 SR-C-FLIGHTS          PIC 9(5).
               10 SR-C-SEATS            PIC 9(7).
               10 SR-C-PASSENGERS       PIC 9(7).
               10 SR-C-ADULTS           PIC 9(7).
               10 SR-C-CHILDREN         PIC 9(7).
               10 SR-C-INFANTS          PIC 9(7).
               10 SR-C-TRANSFER         PIC 9(7).
               10 SR-C-POINT-TO-POINT   PIC 9(7).
               10 FILLER                PIC X(19).
           05 SR-NATIONALITY-DATA REDEFINES SR-HEADER-DATA.
      *        NACIONALIDADE COMO NO MESTRE DE PAISES (CT-NATIONALITY);
      *        SEM NACIONALIDADE NO BILHETE VAI 'DESCONHECIDA'
               10 SR-N-NATIONALITY      PIC X(11).
               10 SR-N-PASSENGERS       PIC 9(7).
               10 SR-N-ADULTS           PIC 9(7).
               10 SR-N-CHILDREN         PIC 9(7).
               10 SR-N-INFANTS          PIC 9(7).
               10 SR-N-TRANSFER         PIC 9(7).
               10 SR-N-POINT-TO-POINT   PIC 9(7).
               10 FILLER                PIC X(26).
           05 SR-TOTAL-DATA REDEFINES SR-HEADER-DATA.
               10 SR-T-DETAIL-LINES     PIC 9(5).
               10 SR-T-FLIGHTS          PIC 9(6).
               10 SR-T-SEATS            PIC 9(8).
               10 SR-T-PASSENGERS       PIC 9(7).
               10 SR-T-ADULTS           PIC 9(7).
               10 SR-T-CHILDREN         PIC 9(7).
               10 SR-T-INFANTS          PIC 9(7).
               10 SR-T-TRANSFER         PIC 9(7).
               10 SR-T-POINT-TO-POINT   PIC 9(7).
               10 FILLER                PIC X(18).
