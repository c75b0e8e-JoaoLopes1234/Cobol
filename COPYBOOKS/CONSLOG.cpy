      ******************************************************************
      *    CONSLOG - DIARIO DE CONSENTIMENTOS (consent-log.txt): UMA
      *    LINHA POR CADA MUDANCA DE AUTORIZACAO NO REGISTO (CONSENT),
      *    SEJA NA VENDA OU PELO FEED DE PARCEIROS. SO E ACRESCENTADO,
      *    NUNCA REESCRITO: E A PROVA DE QUANDO E POR QUEM CADA
      *    CONTACTO AUTORIZOU OU RECUSOU, PARA O ENCARREGADO DA
      *    PROTECAO DE DADOS E PARA A EXPORTACAO DO DSAREXP.
      *    FINALIDADE: O = OPERACIONAL, L = FIDELIZACAO, M = MARKETING
      ******************************************************************
       01 CONSENT-LOG-RECORD.
           05 CV-LOG-DATE               PIC 9(8).
           05 CV-LOG-TIME               PIC 9(6).
           05 CV-CONTACT-TYPE           PIC X(1).
           05 CV-CONTACT-VALUE          PIC X(40).
           05 CV-PURPOSE                PIC X(1).
           05 CV-OLD-FLAG               PIC X(1).
           05 CV-NEW-FLAG               PIC X(1).
      *    ORIGEM: 'FILE-FLY', 'PASSAGEM' OU O CODIGO DO PARCEIRO
           05 CV-SOURCE                 PIC X(8).
      *    BILHETE E VOO DA VENDA, OU A REFERENCIA DA LINHA DO FEED
           05 CV-REFERENCE              PIC X(14).
