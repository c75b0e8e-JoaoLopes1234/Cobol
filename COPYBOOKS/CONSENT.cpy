      ******************************************************************
      *    CONSENT - REGISTO DE CONSENTIMENTOS (consent-register.dat),
      *    INDEXADO POR CONTACTO: EMAIL (E) OU TELEFONE (T), COMO AS
      *    LIGACOES DO FRAUDLNK. CADA CONTACTO TEM UMA AUTORIZACAO
      *    SEPARADA POR FINALIDADE, COM A DATA E A ORIGEM DA ULTIMA
      *    MUDANCA:
      *      1 = MENSAGENS OPERACIONAIS (CHECK-IN, UPGRADES, VOO)
      *      2 = COMUNICACOES DE FIDELIZACAO (EXTRATOS, CARTAS)
      *      3 = MARKETING
      *    'Y' = AUTORIZADO, 'N' = RECUSADO, ESPACO = NUNCA DADO.
      *    SO SE CONTACTA QUEM TEM 'Y' NA FINALIDADE DA MENSAGEM; AS
      *    MENSAGENS OPERACIONAIS SO SAO SUPRIMIDAS POR UM 'N'
      *    EXPRESSO, PORQUE OS BILHETES ANTERIORES AO REGISTO NAO TEM
      *    CONTACTO REGISTADO E O AVISO DE UM VOO E PARTE DO SERVICO.
      *    GRAVADO NA VENDA PELO FILE-FLY.cbl E PELO PASSAGEM.cbl E
      *    PELO FEED DE PARCEIROS (CONSLOAD.cbl); CADA MUDANCA FICA NO
      *    DIARIO DE CONSENTIMENTOS (CONSLOG) PARA O ENCARREGADO DA
      *    PROTECAO DE DADOS
      ******************************************************************
       01 CONSENT-RECORD.
           05 CN-CONTACT-KEY.
               10 CN-CONTACT-TYPE       PIC X(1).
                   88 B-CN-EMAIL        VALUE 'E'.
                   88 B-CN-PHONE        VALUE 'T'.
               10 CN-CONTACT-VALUE      PIC X(40).
           05 CN-FIRST-DATE             PIC 9(8).
           05 CN-PURPOSE OCCURS 3 TIMES.
               10 CN-FLAG               PIC X(1).
                   88 B-CN-GRANTED      VALUE 'Y'.
                   88 B-CN-REFUSED      VALUE 'N'.
               10 CN-FLAG-DATE          PIC 9(8).
               10 CN-FLAG-SOURCE        PIC X(8).
