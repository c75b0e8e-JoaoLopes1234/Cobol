                   VALUE "PASSAGEM/FILE/allotments.dat".
               10 SP-PTH-LOYALTY-ACCRUALS PIC X(64)
                   VALUE "PASSAGEM/FILE/loyalty-accruals.txt".
      *    STOCK DE NUMEROS DE BILHETE POR CANAL (VER TKTSTOCK)
               10 SP-PTH-TICKET-STOCK   PIC X(64)
                   VALUE "PASSAGEM/FILE/ticket-stock.dat".
      *    MESTRE DE AEROPORTOS/ESTACOES (VER AIRPORT)
               10 SP-PTH-AIRPORT-MASTER PIC X(64)
                   VALUE "PASSAGEM/FILE/airport-master.dat".
      *    MESTRE DE VOUCHERS DE VIAGEM (VER VOUCHER)
               10 SP-PTH-VOUCHER-MASTER PIC X(64)
                   VALUE "PASSAGEM/FILE/voucher-master.dat".
      *    CONTAS DE EMPRESA E O SEU RAZAO (VER CORPACCT, CORPLEDG)
               10 SP-PTH-CORP-ACCOUNT   PIC X(64)
                   VALUE "PASSAGEM/FILE/corp-account.dat".
               10 SP-PTH-CORP-LEDGER    PIC X(64)
                   VALUE "PASSAGEM/FILE/corp-ledger.dat".
      *    PEDIDOS DE PAGAMENTO A PASSAGEIROS (VER PAYREQ)
               10 SP-PTH-PAYOUT-REQUESTS PIC X(64)
                   VALUE "PASSAGEM/FILE/payout-requests.txt".
      *    PONTUACAO DE RISCO DE FRAUDE NA VENDA (VER FRAUDLNK,
      *    FRAUDSCR E FRAUDQ)
               10 SP-PTH-FRAUD-LINKS    PIC X(64)
                   VALUE "PASSAGEM/FILE/fraud-links.dat".
               10 SP-PTH-FRAUD-SCORES   PIC X(64)
                   VALUE "PASSAGEM/FILE/fraud-scores.txt".
               10 SP-PTH-FRAUD-QUEUE    PIC X(64)
                   VALUE "PASSAGEM/FILE/fraud-review-queue.txt".
      *    MESTRE DE CLIENTES (VER CUSTMAST)
               10 SP-PTH-CUSTOMER-MASTER PIC X(64)
                   VALUE "PASSAGEM/FILE/customer-master.dat".
      *    REGISTO E DIARIO DE CONSENTIMENTOS (VER CONSENT E CONSLOG)
               10 SP-PTH-CONSENT-REGISTER PIC X(64)
                   VALUE "PASSAGEM/FILE/consent-register.dat".
               10 SP-PTH-CONSENT-LOG    PIC X(64)
                   VALUE "PASSAGEM/FILE/consent-log.txt".
      *    CATALOGO E REGISTO DE VENDAS DOS PRODUTOS AUXILIARES (VER
      *    ANCCAT E ANCSALE)
               10 SP-PTH-ANCILLARY-CATALOGUE PIC X(64)
                   VALUE "PASSAGEM/FILE/ancillary-catalogue.dat".
               10 SP-PTH-ANCILLARY-SALES PIC X(64)
                   VALUE "PASSAGEM/FILE/ancillary-sales.dat".
      *    PEDIDOS DE GRUPO COM LUGARES RETIDOS (VER GRPREQ)
               10 SP-PTH-GROUP-REQUEST  PIC X(64)
                   VALUE "PASSAGEM/FILE/group-requests.dat".
           05 SP-CONSTANTS.
               10 SP-CHECKPOINT-INTERVAL PIC 9(4) VALUE 50.
               10 SP-SALES-TAX-RATE      PIC 9V9(4) VALUE 0,0600.
      *    HORA LIMITE DE EMBARQUE POR OMISSAO, SO PARA ESTACOES
      *    SEM ANTECEDENCIA MINIMA NO MESTRE DE AEROPORTOS
               10 SP-CUTOFF-MINUTES      PIC 9(3) VALUE 40.
               10 SP-RATE-MAX-AGE-DAYS   PIC 9(3) VALUE 5.
      *    PRAZO DAS OPCOES DE RESERVA (TRANSACAO HOLD), EM DIAS
      *    TAXA PUBLICADA DE CONVERSAO DO RESGATE DE PONTOS
      *    (PONTOS POR EURO) DO PAGAMENTO COM PONTOS ('P')
               10 SP-POINTS-PER-EUR      PIC 9(3) VALUE 100.
      *    VALIDADE DOS VOUCHERS EMITIDOS NO CANCELAMENTO DE MARCAS
      *    NAO REEMBOLSAVEIS, EM DIAS A CONTAR DA EMISSAO
               10 SP-VOUCHER-VALID-DAYS  PIC 9(3) VALUE 365.
      *    CONTA ORDENANTE DAS TRANSFERENCIAS A PASSAGEIROS (PAYOUT)
               10 SP-PAYER-IBAN          PIC X(34)
                   VALUE "PT50000201231234567890154".
               10 SP-PAYER-NAME          PIC X(30)
                   VALUE "PASSAGEM - TESOURARIA".
      *    IDENTIFICACAO FISCAL DA EMPRESA NOS DOCUMENTOS FATURADOS E
      *    NO FICHEIRO SAF-T (PT) ENTREGUE A AUTORIDADE TRIBUTARIA
               10 SP-COMPANY-NIF         PIC X(9)  VALUE "500000000".
               10 SP-COMPANY-NAME        PIC X(40)
                   VALUE "PASSAGEM - TRANSPORTES AEREOS, S.A.".
               10 SP-COMPANY-ADDRESS     PIC X(40)
                   VALUE "AEROPORTO HUMBERTO DELGADO".
               10 SP-COMPANY-CITY        PIC X(20) VALUE "LISBOA".
               10 SP-COMPANY-POSTCODE    PIC X(8)  VALUE "1700-111".
      *    PONTUACAO DE RISCO DE FRAUDE DAS VENDAS COM CARTAO: PESO
      *    DE CADA REGRA (VER FRAUDSCR), LIMIAR A PARTIR DO QUAL A
      *    VENDA VAI PARA A FILA DE REVISAO, JANELA EM DIAS DAS
      *    LIGACOES ENTRE RESERVAS, VALOR A PARTIR DO QUAL UM
      *    BILHETE CONTA COMO VALOR ALTO E QUANTAS RESERVAS ANTERIORES
      *    NO MESMO EMAIL/TELEFONE FAZEM DISPARAR A REGRA. AFINADOS
      *    COM O RELATORIO MENSAL FRAUDRPT
               10 SP-FRAUD-THRESHOLD     PIC 9(3)  VALUE 60.
               10 SP-FRAUD-WINDOW-DAYS   PIC 9(3)  VALUE 30.
               10 SP-FRAUD-HIGH-VALUE    PIC 9(6)V99 VALUE 800,00.
               10 SP-FRAUD-CONTACT-LIMIT PIC 9(3)  VALUE 4.
               10 SP-FRAUD-PTS-AUTH-REF  PIC 9(3)  VALUE 60.
               10 SP-FRAUD-PTS-LAST-MIN  PIC 9(3)  VALUE 40.
               10 SP-FRAUD-PTS-EMAIL     PIC 9(3)  VALUE 30.
               10 SP-FRAUD-PTS-PHONE     PIC 9(3)  VALUE 30.
      *    PREVISAO DE OVERBOOKING (OVBKFCST): JANELA EM DIAS DO
      *    HISTORICO DE VOOS FECHADOS, HORIZONTE EM DIAS DOS VOOS
      *    FUTUROS A RECOMENDAR, AMOSTRA MINIMA DE PASSAGEIROS POR
      *    ROTA+DIA DA SEMANA+CLASSE, PERCENTAGEM DA MARGEM TEORICA
      *    QUE SE RECOMENDA (PRUDENCIA), MARGEM MAXIMA E COMPENSACAO
      *    POR EMBARQUE NEGADO QUANDO NAO HA DBC NO PERIODO
               10 SP-OVBK-WINDOW-DAYS    PIC 9(3)  VALUE 90.
               10 SP-OVBK-HORIZON-DAYS   PIC 9(3)  VALUE 60.
               10 SP-OVBK-MIN-PAX        PIC 9(5)  VALUE 30.
               10 SP-OVBK-PRUDENCE-PCT   PIC 9(3)  VALUE 80.
               10 SP-OVBK-MAX-PCT        PIC 9(2)  VALUE 15.
               10 SP-OVBK-DENIED-COMP    PIC 9(4)V99 VALUE 250,00.
      *    ORCAMENTO CONTRA REAL (BUDGRPT): DESVIO PERCENTUAL DO MES,
      *    EM PASSAGEIROS OU RECEITA, A PARTIR DO QUAL A ROTA E MARCADA
               10 SP-BUDGET-TOLERANCE-PCT PIC 9(3) VALUE 10.
      *    CODIGO IATA DA PROPRIA COMPANHIA NOS VOOS EM CODESHARE E
      *    NOS FICHEIROS DE LIQUIDACAO INTERLINE (INTLSETL)
               10 SP-OWN-CARRIER         PIC X(2)  VALUE "PS".

      *    CAMPOS DE TRABALHO DO CARREGADOR DE PARAMETROS
       01 SITE-PARAM-WORK.
