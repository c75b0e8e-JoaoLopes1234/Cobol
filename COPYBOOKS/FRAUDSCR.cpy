      ******************************************************************
      *    FRAUDSCR - REGISTO DA PONTUACAO DE RISCO DE FRAUDE DE CADA
      *    VENDA PAGA COM CARTAO (NOVA OU CONFIRMACAO DE OPCAO), ACIMA
      *    OU ABAIXO DO LIMIAR. E A BASE DO FRAUDRPT.cbl, QUE CRUZA AS
      *    PONTUACOES DO MES COM OS ESTORNOS QUE O CHARGEBK ENCONTROU,
      *    PARA AFINAR OS PESOS E O LIMIAR (SP-FRAUD-xxx). AS REGRAS
      *    QUE DISPARARAM FICAM MARCADAS COM A SUA LETRA, '-' QUANDO
      *    NAO DISPARARAM:
      *      A = REFERENCIA DE AUTORIZACAO JA USADA COM OUTRO NOME
      *      L = ULTIMA HORA: VALOR ALTO, SO IDA, INTERNACIONAL E
      *          PARTIDA ATE AO DIA SEGUINTE A VENDA
      *      E = EMAIL PARTILHADO POR MUITAS RESERVAS
      *      T = TELEFONE PARTILHADO POR MUITAS RESERVAS
      ******************************************************************
       01 FRAUD-SCORE-RECORD.
           05 FS-RUN-DATE           PIC 9(8).
           05 FS-TXN-TYPE           PIC X(6).
           05 FS-FLIGHT-NUMBER      PIC X(6).
           05 FS-FLIGHT-DATE        PIC X(8).
           05 FS-TICKET             PIC 9(4).
           05 FS-TICKET-NUMBER      PIC 9(13).
           05 FS-NAME               PIC X(14).
           05 FS-CHANNEL-CODE       PIC X(3).
           05 FS-PAY-AUTH-REF       PIC X(8).
           05 FS-AMOUNT             PIC 9(6)V99.
           05 FS-SCORE              PIC 9(3).
           05 FS-RULES.
               10 FS-RULE-AUTH-REF  PIC X(1).
               10 FS-RULE-LAST-MIN  PIC X(1).
               10 FS-RULE-EMAIL     PIC X(1).
               10 FS-RULE-PHONE     PIC X(1).
           05 FS-QUEUED             PIC X(1).
               88 B-FS-QUEUED       VALUE 'Y'.
