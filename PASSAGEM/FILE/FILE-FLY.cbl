               SP-PTH-FLIGHT-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               LOCK MODE IS AUTOMATIC.

           SELECT PASSENGER-MASTER-FILE ASSIGN USING
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-AIRPORT-SEQ-KEY.

           SELECT OPTIONAL AIRPORT-MASTER-FILE ASSIGN USING
               SP-PTH-AIRPORT-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE.

           SELECT OPTIONAL PROMO-MASTER-FILE ASSIGN USING
               SP-PTH-PROMO-MASTER
               ORGANIZATION IS INDEXED
               RECORD KEY IS AL-FLIGHT-CLASS-CHN-KEY
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL GROUP-REQUEST-FILE ASSIGN USING
               SP-PTH-GROUP-REQUEST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GQ-GROUP-REF
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL LOYALTY-ACCRUAL-FILE ASSIGN USING
               SP-PTH-LOYALTY-ACCRUALS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TICKET-STOCK-FILE ASSIGN USING
               SP-PTH-TICKET-STOCK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-CHANNEL-CODE
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL VOUCHER-MASTER-FILE ASSIGN USING
               SP-PTH-VOUCHER-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL CORP-ACCOUNT-FILE ASSIGN USING
               SP-PTH-CORP-ACCOUNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-ACCOUNT-NUMBER
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL CORP-LEDGER-FILE ASSIGN USING
               SP-PTH-CORP-LEDGER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-LEDGER-KEY
               LOCK MODE IS AUTOMATIC.

      *    PONTUACAO DE RISCO DE FRAUDE DAS VENDAS COM CARTAO: AS
      *    LIGACOES ENTRE RESERVAS SAO PARTILHADAS POR TODAS AS
      *    PISTAS E PELO BALCAO; AS PONTUACOES E A FILA DE REVISAO
      *    SAO ACRESCENTADAS COMO A FILA DE RETIDOS
           SELECT OPTIONAL FRAUD-LINK-FILE ASSIGN USING
               SP-PTH-FRAUD-LINKS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-LINK-KEY
               LOCK MODE IS AUTOMATIC.

      *    MESTRE DE CLIENTES: CADA PASSAGEIRO GRAVADO FICA LIGADO
      *    A UM CLIENTE, PARTILHADO POR TODAS AS PISTAS E PELO BALCAO
           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN USING
               SP-PTH-CUSTOMER-MASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CU-MATCH-DOC-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-MATCH-EMAIL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-LOYALTY-ID
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC.

      *    REGISTO DE CONSENTIMENTOS DOS CONTACTOS, PARTILHADO COMO O
      *    MESTRE DE CLIENTES; O DIARIO DAS MUDANCAS E ACRESCENTADO
      *    COMO A FILA DE REVISAO DE FRAUDE
           SELECT OPTIONAL CONSENT-REGISTER-FILE ASSIGN USING
               SP-PTH-CONSENT-REGISTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL CONSENT-LOG-FILE ASSIGN USING
               SP-PTH-CONSENT-LOG
               ORGANIZATION IS LINE SEQUENTIAL.

      *    CATALOGO DE PRODUTOS AUXILIARES (SO LEITURA) E REGISTO DAS
      *    VENDAS DE AUXILIARES, PARTILHADO COM O ANCSELL.cbl
           SELECT OPTIONAL ANCILLARY-CATALOGUE-FILE ASSIGN USING
               SP-PTH-ANCILLARY-CATALOGUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-CATALOGUE-KEY.

           SELECT OPTIONAL ANCILLARY-SALES-FILE ASSIGN USING
               SP-PTH-ANCILLARY-SALES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-DOC-NUMBER
               ALTERNATE RECORD KEY IS AS-TICKET-KEY
                   WITH DUPLICATES
               LOCK MODE IS AUTOMATIC.

           SELECT OPTIONAL FRAUD-SCORE-FILE ASSIGN USING
               SP-PTH-FRAUD-SCORES
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL FRAUD-QUEUE-FILE ASSIGN USING
               SP-PTH-FRAUD-QUEUE
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN USING
               SP-PTH-PAYOUT-REQUESTS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
      *    SO PARA REGISTOS INFANT: O BILHETE DO ADULTO ACOMPANHANTE
      *    NO MESMO VOO A QUE O BEBE AO COLO FICA LIGADO
           05 IN-ADULT-TICKET      PIC X(4).
      *    SO PARA REGISTOS STAFF (PESSOAL NAO PAGANTE EM STANDBY):
      *    CODIGO DE PRIORIDADE ('1' A '9') E, MAIS ABAIXO, A DATA DE
      *    ADMISSAO DO EMPREGADO (AAAAMMDD) QUE DA A ANTIGUIDADE
           05 IN-STAFF-PRIORITY    PIC X(1).
      *    CONSENTIMENTO DADO NA RESERVA PARA AS COMUNICACOES DE
      *    FIDELIZACAO E PARA MARKETING: 'Y', 'N' OU EM BRANCO QUANDO
      *    O PASSAGEIRO NAO RESPONDEU (VER CONSENT)
           05 IN-CONSENT-LOYALTY   PIC X(1).
           05 IN-CONSENT-MARKETING PIC X(1).
           05 FILLER               PIC X(2).
      *    SO PARA MENORES NAO ACOMPANHADOS (SERVICO UMNR): O ADULTO
      *    RESPONSAVEL QUE RECEBE A CRIANCA NO DESTINO
           05 IN-UM-CONTACT-NAME   PIC X(14).
           05 IN-UM-CONTACT-PHONE  PIC X(15).
           05 IN-STAFF-HIRE-DATE   PIC X(8).
           05 FILLER               PIC X(3).
      *    DOCUMENTO DE VIAGEM PARA A INFORMACAO ANTECIPADA DE
      *    PASSAGEIROS (APIS): TIPO (P = PASSAPORTE, I = CARTAO
      *    DE IDENTIDADE), NUMERO, VALIDADE E PAIS EMISSOR
           05 IN-DOC-NUMBER        PIC X(9).
           05 IN-DOC-EXPIRY        PIC X(8).
           05 IN-DOC-ISSUE-CTRY    PIC X(3).
      *    DATA DE PARTIDA DO VOO (AAAAMMDD): O MESMO NUMERO DE VOO
      *    REPETE-SE TODOS OS DIAS. EM BRANCO = PROXIMA PARTIDA DO VOO
      *    A PARTIR DE HOJE (FICHEIROS ANTIGOS). IN-OLD-FLIGHT-DATE E
      *    A DATA DO VOO ANTIGO NOS REGISTOS CHANGE
           05 IN-FLIGHT-DATE       PIC X(8).
           05 IN-OLD-FLIGHT-DATE   PIC X(8).
           05 FILLER               PIC X(3).
      *    NUMERO COMPLETO DO BILHETE (13 DIGITOS, VER TKTSTOCK),
      *    DO STOCK DO CANAL QUE VENDEU. EM BRANCO = EMITIR A SERIE
      *    SEGUINTE DO STOCK DO CANAL; NUM CHANGE EM BRANCO, O
      *    BILHETE MANTEM O NUMERO QUE JA TINHA
           05 IN-TICKET-NUMBER     PIC X(13).
      *    ATE DOIS PRODUTOS AUXILIARES (CODIGO DO CATALOGO ANCCAT)
      *    VENDIDOS COM O BILHETE; EM BRANCO = NENHUM
           05 IN-ANCILLARY-CODE    PIC X(3) OCCURS 2 TIMES.
           05 FILLER               PIC X(1).
       01 INPUT-CONTROL-RECORD.
           05 INC-TXN-TYPE         PIC X(6).
           05 INC-HDR-FLIGHT       PIC X(6).
           05 INC-HDR-DATE         PIC X(8).
           05 INC-HDR-COUNT        PIC X(6).
           05 FILLER               PIC X(274).

       FD SORTED-INPUT-FILE.
       01 SORTED-INPUT-RECORD     PIC X(300).

       SD SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SR-SEAT-CLASS        PIC X(1).
           05 SR-TICKET            PIC 9(4).
           05 SR-RAW-LINE          PIC X(300).

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

      *    REGISTOS LIBERADOS PELO OFICIAL DE SERVICO NO WREVIEW.cbl,
      *    NO LAYOUT DE ENTRADA NORMAL - O SALVO-CONDUTO VALE SO PARA
      *    A RESERVA LIBERADA (VOO+DATA+BILHETE+NOME), NUNCA PARA O
      *    NOME EM QUALQUER VOO FUTURO
       FD CLEARED-LIST-FILE.
       01 CLEARED-LIST-RECORD.
           05 CL-TXN-TYPE           PIC X(6).
           05 CL-NAME               PIC X(14).
           05 FILLER                PIC X(28).
           05 CL-TICKET             PIC X(4).
           05 FILLER                PIC X(203).
           05 CL-FLIGHT-DATE        PIC X(8).
           05 FILLER                PIC X(31).

       FD CHANNEL-MASTER-FILE.
           COPY CHANMAST.
       FD AIRPORT-TAX-FILE.
           COPY TAXTBL.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD PROMO-MASTER-FILE.
           COPY PROMO.

       FD ALLOTMENT-FILE.
           COPY ALLOTMNT.

       FD GROUP-REQUEST-FILE.
           COPY GRPREQ.

       FD LOYALTY-ACCRUAL-FILE.
           COPY LOYACCR.

       FD TICKET-STOCK-FILE.
           COPY TKTSTOCK.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       FD CORP-ACCOUNT-FILE.
           COPY CORPACCT.

       FD CORP-LEDGER-FILE.
           COPY CORPLEDG.

       FD FRAUD-LINK-FILE.
           COPY FRAUDLNK.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD CONSENT-REGISTER-FILE.
           COPY CONSENT.

       FD CONSENT-LOG-FILE.
           COPY CONSLOG.

       FD ANCILLARY-CATALOGUE-FILE.
           COPY ANCCAT.

       FD ANCILLARY-SALES-FILE.
           COPY ANCSALE.

       FD FRAUD-SCORE-FILE.
           COPY FRAUDSCR.

       FD FRAUD-QUEUE-FILE.
           COPY FRAUDQ.

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKP-RECORDS-DONE     PIC 9(6).
           ==PM-FLIGHT-TICKET-KEY== BY ==WS-FILE-PASS-KEY==
           ==PM-TICKET== BY ==WS-TICKET==
           ==PM-FLIGHT-NUMBER== BY ==WS-FLIGHT-NUMBER==
           ==PM-FLIGHT-DATE== BY ==WS-FLIGHT-DATE==
           ==PM-NAME== BY ==WS-NAME==
           ==PM-AGE== BY ==WS-AGE==
           ==PM-NATIONALITY== BY ==WS-NATIONALITY==
           ==PM-FARE-BRAND== BY ==WS-FARE-BRAND-IN==
           ==PM-PAX-TYPE== BY ==FILLER==
           ==B-PM-INFANT== BY ==B-WS-FILLER-INFANT==
           ==B-PM-STAFF== BY ==B-WS-FILLER-STAFF==
           ==PM-ADULT-TICKET== BY ==FILLER==
           ==PM-UM-CONTACT-NAME== BY ==WS-UM-CONTACT-NAME==
           ==PM-UM-CONTACT-PHONE== BY ==WS-UM-CONTACT-PHONE==
           ==PM-DOC-EXPIRY== BY ==WS-DOC-EXPIRY==
           ==PM-DOC-ISSUE-CTRY== BY ==WS-DOC-ISSUE-CTRY==
           ==PM-DISPUTE-FLAG== BY ==FILLER==
           ==B-PM-DISPUTED== BY ==B-WS-FILLER-DISPUTED==
           ==PM-TICKET-NUMBER== BY ==WS-TICKET-NUMBER==
           ==PM-STAFF-PRIORITY== BY ==FILLER==
           ==PM-STAFF-HIRE-DATE== BY ==FILLER==
           ==PM-CUSTOMER-ID== BY ==FILLER==.

      *    A LINGUA VIVE FORA DA COPIA: CONDICOES DE NIVEL 88 SOLTAS
      *    A SEGUIR A UM COPY COLAM-SE AO ULTIMO CAMPO EXPANDIDO, QUE
      *        BEBE AO COLO, LIGADO AO BILHETE DO ADULTO: SEM LUGAR
      *        NO INVENTARIO, TARIFA DE BEBE NO EXTRATO DIARIO
               88 B-TXN-INFANT      VALUE 'INFANT'.
      *        PESSOAL E FAMILIARES EM BILHETE DE SERVICO: NAO OCUPA
      *        LUGAR DO INVENTARIO, FICA NA LISTA DE STANDBY E SO E
      *        DESPACHADO NO FECHO DA PORTA (CHECKIN.cbl)
               88 B-TXN-STAFF       VALUE 'STAFF'.
      *        MUDANCA DE NOME NUM BILHETE JA EMITIDO: O NOME NOVO
      *        VEM NA COLUNA DO NOME E O DOCUMENTO DE VIAGEM, QUANDO
      *        JA CONHECIDO, NAS DO DOCUMENTO (VER 2025)
               88 B-TXN-NAMECHG     VALUE 'NAMECH'.
           05 WS-LEG-SEQ        PIC X(2).
           05 WS-OLD-FLIGHT     PIC X(6).
           05 WS-OLD-DATE       PIC X(8).
           05 WS-LOYALTY-ID     PIC X(6).
           05 WS-LOYALTY-TIER   PIC X(1).
               88 B-LOYALTY-GOLD    VALUE 'G'.
               88 B-ALLOT-RETURNED  VALUE 'Y'.
           05 WS-DISP-ALLOT-USED    PIC Z(3)9.
           05 WS-DISP-ALLOT-BLOCK   PIC Z(3)9.
      *    O LUGAR DO REGISTO ATUAL SAIU DOS LUGARES RETIDOS DE UM
      *    PEDIDO DE GRUPO (VER GRPREQ) E PAGA A TARIFA DO GRUPO
           05 WS-GROUP-TAKEN        PIC X(1) VALUE 'N'.
               88 B-GROUP-TAKEN     VALUE 'Y'.
           05 WS-GROUP-FARE         PIC 9(5)V99.
           05 WS-DISP-GROUP-BOOKED  PIC Z(2)9.
           05 WS-DISP-GROUP-HELD    PIC Z(2)9.

      ******************************************************************
      *    HORA LIMITE DE EMBARQUE: CALCULADA A PARTIR DA HORA DE
      *    PARTIDA DO MESTRE DE VOOS MENOS A ANTECEDENCIA MINIMA DA
      *    ESTACAO DE ORIGEM (MESTRE DE AEROPORTOS; SEM ELA, O
      *    SP-CUTOFF-MINUTES); QUANDO O VOO AINDA NAO TEM HORA
      *    ATRIBUIDA O CARTAO MANTEM A REGRA POR EXTENSO DE SEMPRE
      ******************************************************************
       01 WS-BOARDING-PASS.
           05 WS-GATE-CUTOFF.
               10 WS-GATE-CUTOFF-MIN PIC Z(2)9.
               10 FILLER            PIC X(21)
                   VALUE ' MINUTOS ANTES DO VOO'.
           05 WS-STN-CHECKIN-MIN    PIC 9(3).
           05 WS-STN-ORIGIN-CITY    PIC X(20).
           05 WS-STN-DEST-CITY      PIC X(20).
           05 WS-CUTOFF-MINUTES     PIC S9(5).
           05 WS-CUTOFF-HH          PIC 9(2).
           05 WS-CUTOFF-MM          PIC 9(2).
           05 WS-BRAND-REFUNDABLE   PIC X(1).
               88 B-BRAND-REFUNDABLE VALUE 'Y'.
           05 WS-BRAND-FREE-BAGS    PIC 9(1).
           05 WS-BRAND-NAME-OK      PIC X(1).
               88 B-BRAND-NAME-OK   VALUE 'Y'.
           05 WS-BRAND-NAME-FEE     PIC 9(3)V99.
           05 WS-CANCEL-BRAND       PIC X(1).
           05 WS-CANCEL-GROSS       PIC 9(6)V99.
           05 WS-CANCEL-CHANNEL     PIC X(3).
           05 WS-CANCEL-NAME        PIC X(14).
           05 WS-CANCEL-WAS-HELD    PIC X(1).
               88 B-CANCEL-WAS-HELD VALUE 'Y'.
           05 WS-CANCEL-PENALTY     PIC 9(6)V99.
           05 WS-CANCEL-NET         PIC S9(6)V99.
      *    BILHETE ANULADO NO EXTRATO (MOVIMENTO CANCEL) - O DA PERNA
      *    PEDIDA OU O DE CADA OUTRA PERNA DO PERCURSO
           05 WS-CXC-FLIGHT         PIC X(6).
           05 WS-CXC-DATE           PIC X(8).
           05 WS-CXC-TICKET         PIC 9(4).
           05 WS-CXC-TICKET-NUMBER  PIC 9(13).
           05 WS-CXC-AMOUNT         PIC 9(6)V99.
           05 WS-CXC-CHANNEL        PIC X(3).
           05 WS-CHANGE-BRAND       PIC X(1).
           05 WS-CHANGE-CHANNEL     PIC X(3).
           05 WS-CHANGE-NAME        PIC X(14).
           05 WS-DISP-PENALTY       PIC Z(5)9,99.
           05 WS-DISP-NET-REFUND    PIC Z(5)9,99.
           05 WS-DISP-CHANGE-FEE    PIC Z(5)9,99.

      ******************************************************************
      *    MUDANCA DE NOME (NAMECH): LETRAS QUE MUDAM, POSICAO A
      *    POSICAO, ENTRE O NOME DO MESTRE E O NOVO; ATE AO LIMITE DA
      *    FAREBRND E CORRECAO DE ERRO DE ESCRITA SEM TAXA, ACIMA DELE
      *    E MUDANCA DE TITULAR E PAGA A TAXA DA MARCA DO BILHETE
      ******************************************************************
       01 WS-NAME-CHANGE.
           05 WS-NC-OLD-NAME        PIC X(14).
           05 WS-NC-NEW-NAME        PIC X(14).
           05 WS-NC-LETTERS         PIC 9(2).
           05 WS-NC-IDX             PIC 9(2).
           05 WS-NC-FEE             PIC 9(3)V99.
           05 WS-DISP-NC-FEE        PIC ZZ9,99.

       COPY SEASON.

       01 WS-SEASON-LOOKUP.
           05 WS-CHANGE-ABS        PIC 9(6)V99.
           05 WS-DISP-CHANGE       PIC Z(5)9,99.

      ******************************************************************
      *    RESOLUCAO DA DATA DE PARTIDA DE UM VOO PEDIDO SEM DATA
      ******************************************************************
       01 WS-FLIGHT-DATE-RESOLVE.
           05 WS-RESOLVE-FLIGHT    PIC X(6).
           05 WS-RESOLVE-DATE      PIC X(8).
           05 WS-RESOLVE-EOF       PIC X(1).
               88 B-RESOLVE-EOF    VALUE 'Y'.

       01 WS-CANCELLATION.
           05 WS-DISP-REFUND       PIC Z(5)9,99.
           05 WS-CANCEL-FLIGHT     PIC X(6).
           05 WS-CANCEL-DATE       PIC X(8).
           05 WS-CANCEL-CLASS      PIC X(1).
           05 WS-CANCEL-TICKET     PIC 9(4).
           05 WS-CANCEL-WAITLISTED PIC X(1).
           05 WS-IT-EOF            PIC X(1).
               88 B-IT-EOF         VALUE 'Y'.
           05 WS-LAST-LEG-FLIGHT   PIC X(6).
           05 WS-LAST-LEG-DATE     PIC X(8).
           05 WS-THROUGH-DEST      PIC X(3).
           05 WS-JOURNEY-CANCEL-REF PIC X(6).
           05 WS-JL-COUNT          PIC 9(1).
           05 WS-JL-IDX            PIC 9(1).
           05 WS-JL-TICKET         PIC 9(4) OCCURS 8 TIMES.
           05 WS-JL-FLIGHT         PIC X(6) OCCURS 8 TIMES.
           05 WS-JL-DATE           PIC X(8) OCCURS 8 TIMES.

      ******************************************************************
      *    LISTA DE ESPERA: SEQUENCIA A ATRIBUIR AO PROXIMO PASSAGEIRO
           05 WS-DISP-HELD          PIC Z(5)9.
      *    RESERVAS JA LIBERADAS PELO OFICIAL (FALSAS
      *    CORRESPONDENCIAS CONFIRMADAS): A TRIAGEM DEIXA PASSAR SO
      *    O MESMO VOO+DATA+BILHETE+NOME, SENAO O REGISTO REINTRODUZIDO
      *    VOLTAVA DIRETO A FILA - MAS SEM TRANSFORMAR UMA LIBERACAO
      *    NUM SALVO-CONDUTO PERMANENTE PARA O NOME
           05 WS-CLR-COUNT          PIC 9(2) VALUE ZERO.
               10 WS-CLR-FLIGHT     PIC X(6).
               10 WS-CLR-TICKET     PIC X(4).
               10 WS-CLR-NAME       PIC X(14).
               10 WS-CLR-DATE       PIC X(8).
           05 WS-CLR-IDX            PIC 9(2).
           05 WS-CLR-EOF            PIC X(1).
               88 B-CLR-EOF         VALUE 'Y'.
           05 WS-DISP-CHN-GROSS     PIC Z(7)9,99.
           05 WS-DISP-CHN-COMM      PIC Z(7)9,99.

      ******************************************************************
      *    NUMERO COMPLETO DO BILHETE (VER TKTSTOCK): O QUE VEM NO
      *    REGISTO DE ENTRADA, OU A SERIE SEGUINTE DO STOCK DO CANAL
      *    QUANDO VEM EM BRANCO. O STOCK SO E GASTO QUANDO O REGISTO
      *    VAI SER PROCESSADO (1962-USE-TICKET-STOCK)
      ******************************************************************
       01 WS-TICKET-STOCK.
           05 WS-TKT-DOC-IN         PIC X(13).
           05 WS-TKT-DOC            PIC 9(13).
           05 WS-TKT-DOC-PARTS REDEFINES WS-TKT-DOC.
               10 WS-TKT-PREFIX     PIC 9(3).
               10 WS-TKT-SERIAL     PIC 9(9).
               10 WS-TKT-CHECK      PIC 9(1).
           05 WS-TKT-NEXT           PIC 9(10).
           05 WS-TKT-PM-NUMBER      PIC 9(13).
           05 WS-TKT-USE-STOCK      PIC X(1) VALUE 'N'.
               88 B-TKT-USE-STOCK   VALUE 'Y'.

      ******************************************************************
      *    AREA DE TRABALHO DO DIARIO DE IMAGENS-ANTES: OS CAMPOS SAO
      *    PREENCHIDOS NO PONTO DE LEITURA DE CADA MESTRE E GRAVADOS
       01 WS-JOURNAL-WORK.
           05 WS-JRNL-FILE-ID       PIC X(2).
           05 WS-JRNL-ACTION        PIC X(1).
           05 WS-JRNL-KEY           PIC X(30).
           05 WS-JRNL-BEFORE        PIC X(400).
           05 WS-JB-FM-IMAGE        PIC X(400).
           05 WS-JB-FM-EXISTS       PIC X(1).
               88 B-JB-FM-EXISTS    VALUE 'Y'.
           05 WS-JB-PM-IMAGE        PIC X(400).
           05 WS-JB-PM-EXISTS       PIC X(1).
               88 B-JB-PM-EXISTS    VALUE 'Y'.

           05 WS-DISP-POINTS        PIC Z(7)9.
           05 WS-DISP-PTS-VALUE     PIC Z(5)9,99.

      ******************************************************************
      *    VOUCHERS DE VIAGEM (PM-PAY-METHOD 'V', VER VOUCHER): O
      *    NUMERO DO VOUCHER VEM NA REFERENCIA DE PAGAMENTO. NA
      *    VALIDACAO O VOUCHER TEM DE EXISTIR, ESTAR DENTRO DA VALIDADE
      *    E TER SALDO; DEPOIS DE O PRECO SER CONHECIDO O VALOR COBRADO
      *    E ABATIDO AO SALDO. O CANCELAMENTO DE UMA MARCA NAO
      *    REEMBOLSAVEL EMITE UM VOUCHER (MOTIVO 'R') EM VEZ DE
      *    DEVOLVER DINHEIRO. A SERIE SEGUINTE E PROCURADA NO MESTRE NA
      *    PRIMEIRA EMISSAO DA EXECUCAO E AVANCA DEPOIS EM MEMORIA
      ******************************************************************
       01 WS-VOUCHER.
           05 WS-VOUCHER-CHARGE     PIC 9(6)V99.
           05 WS-VOUCHER-AMOUNT     PIC 9(6)V99.
           05 WS-VOUCHER-REF        PIC X(8).
           05 WS-VOUCHER-NEXT       PIC 9(7) VALUE ZERO.
           05 WS-VOUCHER-TRIES      PIC 9(3).
           05 WS-VOUCHER-SCAN-END   PIC X(1).
               88 B-VOUCHER-SCAN-END VALUE 'Y'.
           05 WS-VOUCHER-ISSUED     PIC X(1).
               88 B-VOUCHER-ISSUED  VALUE 'Y'.
           05 WS-DISP-VOUCHER-AMT   PIC Z(5)9,99.
           05 WS-DISP-VOUCHER-BAL   PIC Z(5)9,99.

      ******************************************************************
      *    CONTAS DE EMPRESA (PM-PAY-METHOD 'A', VER CORPACCT): O
      *    NUMERO DA CONTA VEM NA REFERENCIA DE PAGAMENTO. NA VALIDACAO
      *    A CONTA TEM DE EXISTIR, ESTAR ATIVA E TER CREDITO DISPONIVEL
      *    (PARA O PRECO COTADO, QUANDO JA E CONHECIDO); DEPOIS DE O
      *    PRECO SER CONHECIDO O VALOR E DEBITADO NA CONTA E FICA NO
      *    RAZAO (CORPLEDG) - OU, SE PASSARIA O LIMITE, NAO E DEBITADO
      *    E O PAGAMENTO FICA COMO NUMERARIO, COMO NO VOUCHER
      ******************************************************************
       01 WS-CORP-ACCOUNT.
           05 WS-ACCOUNT-CHARGE     PIC 9(6)V99.
           05 WS-ACCOUNT-NUMBER     PIC X(8).
           05 WS-ACCOUNT-TXN        PIC X(6).
           05 WS-ACCOUNT-FLIGHT     PIC X(6).
           05 WS-ACCOUNT-DATE       PIC X(8).
           05 WS-ACCOUNT-TICKET     PIC 9(4).
           05 WS-ACCOUNT-TKT-NUMBER PIC 9(13).
           05 WS-ACCOUNT-NAME       PIC X(14).
           05 WS-ACCOUNT-AVAILABLE  PIC S9(7)V99.
           05 WS-ACCOUNT-CHARGED    PIC X(1).
               88 B-ACCOUNT-CHARGED VALUE 'Y'.
           05 WS-DISP-ACCOUNT-AMT   PIC Z(5)9,99.
           05 WS-DISP-ACCOUNT-AVAIL PIC Z(6)9,99-.

      ******************************************************************
      *    PONTUACAO DE RISCO DE FRAUDE DAS VENDAS COM CARTAO (VER
      *    FRAUDSCR E 2022-SCORE-FRAUD-RISK)
      ******************************************************************
       01 WS-FRAUD.
           05 WS-FRAUD-SCORE        PIC 9(4).
           05 WS-FRAUD-RULES.
               10 WS-FRAUD-RULE-AUTH-REF PIC X(1).
               10 WS-FRAUD-RULE-LAST-MIN PIC X(1).
               10 WS-FRAUD-RULE-EMAIL    PIC X(1).
               10 WS-FRAUD-RULE-PHONE    PIC X(1).
           05 WS-FRAUD-LINK-TYPE    PIC X(1).
           05 WS-FRAUD-LINK-VALUE   PIC X(40).
           05 WS-FRAUD-LINK-FOUND   PIC X(1).
               88 B-FRAUD-LINK-FOUND VALUE 'Y'.
           05 WS-FRAUD-NAME-SEEN    PIC X(1).
               88 B-FRAUD-NAME-SEEN VALUE 'Y'.
           05 WS-FRAUD-IDX          PIC 9(2).
           05 WS-FRAUD-OTHER-NAMES  PIC 9(2).
           05 WS-FRAUD-PRIOR-BOOKINGS PIC 9(5).
           05 WS-FRAUD-LAST-MIN     PIC X(1).
               88 B-FRAUD-LAST-MIN  VALUE 'Y'.
           05 WS-FRAUD-DEP-DATE     PIC 9(8).
           05 WS-FRAUD-ORIG-CTRY    PIC X(3).
           05 WS-FRAUD-DEST-CTRY    PIC X(3).
           05 WS-FRAUD-QUEUED-COUNT PIC 9(6) VALUE ZERO.
           05 WS-DISP-FRAUD-QUEUED  PIC Z(5)9.
           05 WS-DISP-FRAUD-SCORE   PIC ZZ9.

      ******************************************************************
      *    LIGACAO DO PASSAGEIRO AO MESTRE DE CLIENTES (VER CUSTMAST E
      *    2009-E-LINK-CUSTOMER)
      ******************************************************************
       01 WS-CUSTOMER.
           05 WS-CUST-FOUND         PIC X(1).
               88 B-CUST-FOUND      VALUE 'Y'.
           05 WS-CUST-NEW-ID        PIC 9(8).

      ******************************************************************
      *    CONSENTIMENTOS DOS CONTACTOS DO PASSAGEIRO (VER CONSENT E
      *    2009-H-RECORD-CONSENT) E SUPRESSAO NOS AVISOS
      ******************************************************************
       01 WS-CONSENT.
           05 WS-CONS-LOYALTY-IN    PIC X(1).
           05 WS-CONS-MARKETING-IN  PIC X(1).
           05 WS-CONS-TYPE          PIC X(1).
           05 WS-CONS-VALUE         PIC X(40).
           05 WS-CONS-IDX           PIC 9(1).
           05 WS-CONS-NEW-FLAG      PIC X(1).
           05 WS-CONS-FOUND         PIC X(1).
               88 B-CONS-FOUND      VALUE 'Y'.
           05 WS-CONS-CHANGED       PIC X(1).
               88 B-CONS-CHANGED    VALUE 'Y'.
           05 WS-CONS-ALLOWED       PIC X(1).
               88 B-CONS-ALLOWED    VALUE 'Y'.
      *    LETRA DE CADA FINALIDADE NO DIARIO, PELA ORDEM DO REGISTO
           05 WS-CONS-LETTERS       PIC X(3) VALUE 'OLM'.
           05 WS-NOTIFY-PHONE       PIC X(15).
           05 WS-NOTIFY-EMAIL       PIC X(40).
           05 WS-CONS-SUPPRESSED    PIC 9(6) VALUE ZERO.
           05 WS-DISP-CONS-SUPPRESSED PIC Z(5)9.

      ******************************************************************
      *    PRODUTOS AUXILIARES VENDIDOS COM O BILHETE, IMPRESSOS NO
      *    CARTAO E REEMBOLSADOS NO CANCELAMENTO (VER ANCCAT, ANCSALE
      *    E 2024-SELL-ANCILLARIES)
      ******************************************************************
       01 WS-ANCILLARY.
           05 WS-ANC-REQUESTED      PIC X(3) OCCURS 2 TIMES.
           05 WS-ANC-IDX            PIC 9(1).
           05 WS-ANC-PRODUCT        PIC X(3).
      *    N = SEM PRECO, Y = PRECO ATIVO, R = PRODUTO RETIRADO
           05 WS-ANC-FOUND          PIC X(1).
               88 B-ANC-FOUND       VALUE 'Y'.
               88 B-ANC-NOT-FOUND   VALUE 'N'.
           05 WS-ANC-NEXT-DOC       PIC 9(8).
           05 WS-ANC-GROSS          PIC 9(6)V99.
           05 WS-ANC-EOF            PIC X(1).
               88 B-ANC-EOF         VALUE 'Y'.
      *    BILHETE CUJOS AUXILIARES SAO IMPRESSOS, REEMBOLSADOS OU
      *    MUDADOS DE VOO
           05 WS-ANC-KEY.
               10 WS-ANC-FLIGHT     PIC X(6).
               10 WS-ANC-DATE       PIC X(8).
               10 WS-ANC-TICKET     PIC 9(4).
           05 WS-ANC-REFUND-NET     PIC 9(5)V99.
           05 WS-ANC-REFUND-VAT     PIC 9(5)V99.
      *    DOCUMENTOS A MUDAR NUMA ALTERACAO, RECOLHIDOS ANTES DE
      *    REGRAVAR A CHAVE ALTERNATIVA QUE SE ESTA A PERCORRER
           05 WS-ANC-MOVE-COUNT     PIC 9(2).
           05 WS-ANC-MOVE-DOC       PIC 9(8) OCCURS 20 TIMES.
           05 WS-ANC-MOVE-IDX       PIC 9(2).
           05 WS-ANC-SOLD-COUNT     PIC 9(6) VALUE ZERO.
           05 WS-ANC-REFUND-COUNT   PIC 9(6) VALUE ZERO.
           05 WS-DISP-ANC-SOLD      PIC Z(5)9.
           05 WS-DISP-ANC-REFUNDED  PIC Z(5)9.
           05 WS-DISP-ANC-AMOUNT    PIC Z(5)9,99.

       01 WS-VALIDATION.
           05 WS-VALID-RECORD       PIC X(1) VALUE 'Y'.
               88 B-VALID-RECORD    VALUE 'Y'.
      *    ENTRAM NAS CONTAGENS POR CLASSE
           05 WS-INFANT-COUNT        PIC 9(6) VALUE ZERO.
           05 WS-DISP-INFANTS        PIC Z(5)9.
      *    PESSOAL NAO PAGANTE EM STANDBY, TAMBEM A PARTE: SEM LUGAR,
      *    SEM RECEITA E FORA DAS CONTAGENS POR CLASSE
           05 WS-STAFF-COUNT         PIC 9(6) VALUE ZERO.
           05 WS-DISP-STAFF          PIC Z(5)9.
           05 WS-TOTAL-REVENUE       PIC 9(8)V9(2) VALUE ZERO.
           05 WS-TOTAL-BAGS-COUNT    PIC 9(6) VALUE ZERO.
           05 WS-COUNT-ECONOMY       PIC 9(6) VALUE ZERO.
                   MOVE SP-LINE-VALUE TO SP-PTH-ALLOTMENT
               WHEN 'LOYALTY-ACCRUALS'
                   MOVE SP-LINE-VALUE TO SP-PTH-LOYALTY-ACCRUALS
               WHEN 'TICKET-STOCK'
                   MOVE SP-LINE-VALUE TO SP-PTH-TICKET-STOCK
               WHEN 'AIRPORT-MASTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-AIRPORT-MASTER
               WHEN 'VOUCHER-MASTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-VOUCHER-MASTER
               WHEN 'CORP-ACCOUNT'
                   MOVE SP-LINE-VALUE TO SP-PTH-CORP-ACCOUNT
               WHEN 'CORP-LEDGER'
                   MOVE SP-LINE-VALUE TO SP-PTH-CORP-LEDGER
               WHEN 'PAYOUT-REQUESTS'
                   MOVE SP-LINE-VALUE TO SP-PTH-PAYOUT-REQUESTS
               WHEN 'FRAUD-LINKS'
                   MOVE SP-LINE-VALUE TO SP-PTH-FRAUD-LINKS
               WHEN 'FRAUD-SCORES'
                   MOVE SP-LINE-VALUE TO SP-PTH-FRAUD-SCORES
               WHEN 'FRAUD-QUEUE'
                   MOVE SP-LINE-VALUE TO SP-PTH-FRAUD-QUEUE
               WHEN 'CUSTOMER-MASTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-CUSTOMER-MASTER
               WHEN 'CONSENT-REGISTER'
                   MOVE SP-LINE-VALUE TO SP-PTH-CONSENT-REGISTER
               WHEN 'CONSENT-LOG'
                   MOVE SP-LINE-VALUE TO SP-PTH-CONSENT-LOG
               WHEN 'ANCILLARY-CATALOGUE'
                   MOVE SP-LINE-VALUE TO SP-PTH-ANCILLARY-CATALOGUE
               WHEN 'ANCILLARY-SALES'
                   MOVE SP-LINE-VALUE TO SP-PTH-ANCILLARY-SALES
               WHEN 'GROUP-REQUESTS'
                   MOVE SP-LINE-VALUE TO SP-PTH-GROUP-REQUEST
               WHEN 'CHECKPOINT-INTERVAL'
                   COMPUTE SP-CHECKPOINT-INTERVAL =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'POINTS-PER-EUR'
                   COMPUTE SP-POINTS-PER-EUR =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'VOUCHER-VALID-DAYS'
                   COMPUTE SP-VOUCHER-VALID-DAYS =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-THRESHOLD'
                   COMPUTE SP-FRAUD-THRESHOLD =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-WINDOW-DAYS'
                   COMPUTE SP-FRAUD-WINDOW-DAYS =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-HIGH-VALUE'
                   COMPUTE SP-FRAUD-HIGH-VALUE =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-CONTACT-LIMIT'
                   COMPUTE SP-FRAUD-CONTACT-LIMIT =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-PTS-AUTH-REF'
                   COMPUTE SP-FRAUD-PTS-AUTH-REF =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-PTS-LAST-MINUTE'
                   COMPUTE SP-FRAUD-PTS-LAST-MIN =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-PTS-EMAIL'
                   COMPUTE SP-FRAUD-PTS-EMAIL =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN 'FRAUD-PTS-PHONE'
                   COMPUTE SP-FRAUD-PTS-PHONE =
                       FUNCTION NUMVAL(SP-LINE-VALUE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF

           MOVE IN-FLIGHT-NUMBER TO WS-FLIGHT-NUMBER
           MOVE IN-FLIGHT-DATE   TO WS-FLIGHT-DATE
           MOVE IN-NAME          TO WS-NAME
           MOVE IN-AGE           TO WS-AGE
           MOVE IN-NATIONALITY   TO WS-NATIONALITY
           MOVE IN-PAY-AUTH-REF  TO WS-PAY-AUTH-REF
           MOVE IN-PHONE         TO WS-PHONE
           MOVE IN-EMAIL         TO WS-EMAIL
           MOVE IN-CONSENT-LOYALTY   TO WS-CONS-LOYALTY-IN
           MOVE IN-CONSENT-MARKETING TO WS-CONS-MARKETING-IN
           MOVE IN-PROMO-CODE    TO WS-PROMO-CODE
           MOVE IN-SSR-CODES     TO WS-SSR-CODES
           MOVE IN-OLD-FLIGHT    TO WS-OLD-FLIGHT
           MOVE IN-OLD-FLIGHT-DATE TO WS-OLD-DATE
           MOVE IN-TICKET-NUMBER TO WS-TKT-DOC-IN
           MOVE IN-ANCILLARY-CODE(1) TO WS-ANC-REQUESTED(1)
           MOVE IN-ANCILLARY-CODE(2) TO WS-ANC-REQUESTED(2)

      *    VOO SEM DATA: RESOLVER PARA A PROXIMA PARTIDA DESSE VOO
           IF WS-FLIGHT-NUMBER NOT = SPACES
               AND WS-FLIGHT-DATE = SPACES
               MOVE WS-FLIGHT-NUMBER TO WS-RESOLVE-FLIGHT
               PERFORM 1852-RESOLVE-FLIGHT-DATE
               MOVE WS-RESOLVE-DATE TO WS-FLIGHT-DATE
           END-IF
           IF WS-OLD-FLIGHT NOT = SPACES
               AND WS-OLD-DATE = SPACES
               MOVE WS-OLD-FLIGHT TO WS-RESOLVE-FLIGHT
               PERFORM 1852-RESOLVE-FLIGHT-DATE
               MOVE WS-RESOLVE-DATE TO WS-OLD-DATE
           END-IF

           IF IN-LANGUAGE-CODE = SPACES
               MOVE 'PT' TO WS-LANGUAGE-CODE
               MOVE IN-CHANNEL-CODE TO WS-CHANNEL-CODE
           END-IF.

      ******************************************************************
      *    O MESTRE DE VOOS E POR VOO + DATA DE PARTIDA. UM REGISTO SEM
      *    DATA (FORMATO ANTIGO) FICA COM A PROXIMA PARTIDA DO VOO A
      *    PARTIR DA DATA DA CORRIDA; SEM PARTIDAS FUTURAS, A ULTIMA
      *    QUE EXISTIR; SEM NENHUMA, A PROPRIA DATA DA CORRIDA (O VOO
      *    E CRIADO NO MESTRE COMO ANTES)
      ******************************************************************
       1852-RESOLVE-FLIGHT-DATE.
           MOVE SPACES TO WS-RESOLVE-DATE
           MOVE WS-RESOLVE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-RUN-DATE       TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
               NOT INVALID KEY
                   READ FLIGHT-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE HIGH-VALUES TO FM-FLIGHT-NUMBER
                   END-READ
           END-START
           IF FM-FLIGHT-NUMBER = WS-RESOLVE-FLIGHT
               MOVE FM-FLIGHT-DATE TO WS-RESOLVE-DATE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESOLVE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE LOW-VALUES        TO FM-FLIGHT-DATE
           START FLIGHT-MASTER-FILE KEY IS NOT LESS THAN FM-FLIGHT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RESOLVE-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-RESOLVE-EOF
           END-START
           PERFORM UNTIL B-RESOLVE-EOF
               READ FLIGHT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RESOLVE-EOF
                   NOT AT END
                       IF FM-FLIGHT-NUMBER NOT = WS-RESOLVE-FLIGHT
                           MOVE 'Y' TO WS-RESOLVE-EOF
                       ELSE
                           MOVE FM-FLIGHT-DATE TO WS-RESOLVE-DATE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-RESOLVE-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-RESOLVE-DATE
           END-IF.

      ******************************************************************
      *    ORDENAR OS PASSAGEIROS POR CLASSE DE LUGAR E BILHETE ANTES
      *    DE PROCESSAR, PARA QUE O RELATORIO E OS CARTOES DE EMBARQUE
                I-O LOYALTY-MASTER-FILE
                I-O PROMO-MASTER-FILE
                INPUT AIRPORT-TAX-FILE
                INPUT AIRPORT-MASTER-FILE
                INPUT SEAT-MAP-FILE
                INPUT COUNTRY-MASTER-FILE
                INPUT VISA-RULE-FILE
                I-O ITINERARY-FILE
                I-O BAG-TAG-FILE
                I-O ALLOTMENT-FILE
                I-O GROUP-REQUEST-FILE
                I-O TICKET-STOCK-FILE
                I-O VOUCHER-MASTER-FILE
                I-O CORP-ACCOUNT-FILE
                I-O CORP-LEDGER-FILE
                I-O FRAUD-LINK-FILE
                I-O CUSTOMER-MASTER-FILE
                I-O CONSENT-REGISTER-FILE
                INPUT ANCILLARY-CATALOGUE-FILE
                I-O ANCILLARY-SALES-FILE
                OUTPUT OUTPUT-FILE
                EXTEND ERROR-FILE
                EXTEND BOARDING-PASS-FILE
                EXTEND RUN-HISTORY-FILE
                EXTEND SSR-SUMMARY-FILE
                EXTEND OPS-REPORT-FILE
                EXTEND LOYALTY-ACCRUAL-FILE
                EXTEND PAYOUT-REQUEST-FILE
                EXTEND FRAUD-SCORE-FILE
                EXTEND FRAUD-QUEUE-FILE
                EXTEND CONSENT-LOG-FILE.

           IF WS-SORTED-STATUS NOT = '00'
               PERFORM 1002-FILE-ERROR
                               IF NOT B-TXN-CANCEL
                                   PERFORM 1960-SCREEN-WATCHLIST
                               END-IF
      *                        O NUMERO SO SAI DO STOCK DO CANAL
      *                        QUANDO O REGISTO VAI SER PROCESSADO
                               IF NOT B-SCREEN-HELD
                                   PERFORM 1962-USE-TICKET-STOCK
                               END-IF
                           END-IF
                           IF B-VALID-RECORD
                               IF B-SCREEN-HELD
                                   PERFORM 1961-WRITE-HELD-QUEUE
                               ELSE
                                           PERFORM 2017-PROCESS-CONFIRM
                                       WHEN B-TXN-INFANT
                                           PERFORM 2020-PROCESS-INFANT
                                       WHEN B-TXN-STAFF
                                           PERFORM 2023-PROCESS-STAFF
                                       WHEN B-TXN-NAMECHG
                                           PERFORM
                                             2025-PROCESS-NAME-CHANGE
                                       WHEN OTHER
                                           PERFORM 2000-PROCESSING-DATA
                                   END-EVALUATE
                               WS-CLR-TICKET(WS-CLR-COUNT)
                           MOVE CL-NAME TO
                               WS-CLR-NAME(WS-CLR-COUNT)
                           MOVE CL-FLIGHT-DATE TO
                               WS-CLR-DATE(WS-CLR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
               END-IF
               IF B-VALID-RECORD
                   MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'BILHETE NAO ENCONTRADO PARA ' &
                               'CANCELAR' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE PM-TICKET-NUMBER TO WS-TICKET-NUMBER
                   END-READ
               END-IF
           ELSE
               END-IF
               IF B-VALID-RECORD
                   MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                           MOVE 'OPCAO NAO ENCONTRADA PARA ' &
                               'CONFIRMAR' TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE PM-TICKET-NUMBER TO WS-TICKET-NUMBER
                           IF NOT B-PM-HELD-OPT
                               MOVE 'N' TO WS-VALID-RECORD
                               MOVE 'BILHETE NAO ESTA EM OPCAO' TO
                   MOVE 'PAGAMENTO COM CARTAO SEM ' &
                       'AUTORIZACAO' TO WS-REJECT-REASON
               END-IF
      *        O VOUCHER TEM DE COBRIR O PRECO COTADO NO HOLD
               IF B-VALID-RECORD AND WS-PAY-METHOD = 'V'
                   MOVE PM-TOTAL-PAID TO WS-VOUCHER-CHARGE
                   PERFORM 1963-CHECK-VOUCHER
               END-IF
      *        E A CONTA DE EMPRESA TEM DE TER CREDITO PARA ELE
               IF B-VALID-RECORD AND WS-PAY-METHOD = 'A'
                   MOVE PM-TOTAL-PAID TO WS-ACCOUNT-CHARGE
                   PERFORM 1964-CHECK-CORP-ACCOUNT
               END-IF
           ELSE
           IF B-TXN-NAMECHG
               PERFORM 1966-VALIDATE-NAME-CHANGE
           ELSE
               IF WS-AGE IS NOT NUMERIC OR WS-AGE > 120
                   MOVE 'N' TO WS-VALID-RECORD
      *        APAGAR) O REGISTO DO PRIMEIRO
               IF B-VALID-RECORD
                   MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-JB-PM-EXISTS
                           MOVE ZERO TO WS-TKT-PM-NUMBER
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JB-PM-EXISTS
                           MOVE PM-TICKET-NUMBER TO WS-TKT-PM-NUMBER
                           MOVE PASSENGER-MASTER-RECORD TO
                               WS-JB-PM-IMAGE
                           IF PM-NAME NOT = WS-NAME
      *        AVIAO (OU SEM MAPA CARREGADO) MANTEM AS REGRAS ANTIGAS
               IF B-VALID-RECORD AND WS-SEAT-NUMBER NOT = SPACES
                   MOVE WS-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO FM-AIRCRAFT-TYPE

               IF B-VALID-RECORD AND WS-SEAT-NUMBER NOT = SPACES
                   MOVE WS-FLIGHT-NUMBER TO SA-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO SA-FLIGHT-DATE
                   MOVE WS-SEAT-NUMBER   TO SA-SEAT-NUMBER
                   READ SEAT-ASSIGNMENT-FILE
                       INVALID KEY
               END-IF

      *        MEIO DE PAGAMENTO: C = CARTAO (EXIGE REFERENCIA DE
      *        AUTORIZACAO DO ADQUIRENTE), N = NUMERARIO, V = VOUCHER
      *        (O NUMERO DO VOUCHER VEM NA REFERENCIA E E CONFERIDO
      *        CONTRA O MESTRE DE VOUCHERS), A = CONTA DE EMPRESA (O
      *        NUMERO DA CONTA VEM NA REFERENCIA).
      *        UMA OPCAO (HOLD) NAO TRAZ PAGAMENTO POR DESENHO - ELE
      *        CHEGA COM O CONFRM - PELO QUE AS COLUNAS DE PAGAMENTO
      *        EM BRANCO SAO ACEITES E NADA E EXIGIDO AQUI
                                   'AUTORIZACAO' TO WS-REJECT-REASON
                           END-IF
                       WHEN 'N'
                           CONTINUE
      *                O PRECO AINDA NAO E CONHECIDO: AQUI BASTA O
      *                VOUCHER TER SALDO (2007-H CONFERE O VALOR)
                       WHEN 'V'
                           MOVE ZERO TO WS-VOUCHER-CHARGE
                           PERFORM 1963-CHECK-VOUCHER
      *                CONTA DE EMPRESA: AQUI BASTA A CONTA TER CREDITO
      *                DISPONIVEL (2007-J CONFERE O VALOR)
                       WHEN 'A'
                           MOVE ZERO TO WS-ACCOUNT-CHARGE
                           PERFORM 1964-CHECK-CORP-ACCOUNT
      *                PAGAMENTO COM PONTOS: SO COM CARTAO DE
      *                FIDELIZACAO (O SALDO E VERIFICADO NO RESGATE,
      *                DEPOIS DE O PRECO SER CONHECIDO)
                           WS-REJECT-REASON
                   ELSE
                       MOVE WS-OLD-FLIGHT TO PM-FLIGHT-NUMBER
                       MOVE WS-OLD-DATE   TO PM-FLIGHT-DATE
                       MOVE WS-TICKET     TO PM-TICKET
                       READ PASSENGER-MASTER-FILE
                           INVALID KEY
                               MOVE 'BILHETE ORIGINAL NAO ' &
                                   'ENCONTRADO PARA ALTERACAO' TO
                                   WS-REJECT-REASON
      *                    UM STANDBY NAO TEM TARIFA NEM LUGAR PARA
      *                    ALTERAR: CANCELA-SE E REGISTA-SE DE NOVO
                           NOT INVALID KEY
                               IF B-PM-STAFF
                                   MOVE 'N' TO WS-VALID-RECORD
                                   MOVE 'STANDBY NAO SE ALTERA: ' &
                                       'CANCELAR/REGISTAR' TO
                                       WS-REJECT-REASON
                               END-IF
                       END-READ
                   END-IF
               END-IF
                               WS-REJECT-REASON
                       ELSE
                           MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                           MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                           MOVE IN-ADULT-TICKET  TO PM-TICKET
                           READ PASSENGER-MASTER-FILE
                               INVALID KEY
                   END-IF
               END-IF

      *        PESSOAL EM STANDBY: A CLASSE PEDIDA E OBRIGATORIA (E
      *        A CABINE ONDE PODE SER DESPACHADO), NAO HA LUGAR
      *        ATRIBUIDO NA VENDA, A PRIORIDADE E A ADMISSAO ORDENAM
      *        A LISTA E AS TAXAS DO AEROPORTO SAO COBRADAS NO FECHO
      *        DA PORTA - POR ISSO SO CARTAO OU NUMERARIO
               IF B-VALID-RECORD AND B-TXN-STAFF
                   EVALUATE TRUE
                       WHEN WS-SEAT = SPACES
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'STANDBY SEM CLASSE PEDIDA' TO
                               WS-REJECT-REASON
                       WHEN WS-SEAT-NUMBER NOT = SPACES
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'STANDBY NAO PODE TER LUGAR ' &
                               'ATRIBUIDO' TO WS-REJECT-REASON
                       WHEN IN-STAFF-PRIORITY IS NOT NUMERIC
                           OR IN-STAFF-PRIORITY = '0'
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'PRIORIDADE DE STANDBY INVALIDA' TO
                               WS-REJECT-REASON
                       WHEN IN-STAFF-HIRE-DATE IS NOT NUMERIC
                           OR IN-STAFF-HIRE-DATE = '00000000'
                           OR IN-STAFF-HIRE-DATE > WS-RUN-DATE
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'DATA DE ADMISSAO INVALIDA' TO
                               WS-REJECT-REASON
                       WHEN WS-PAY-METHOD NOT = 'C'
                           AND WS-PAY-METHOD NOT = 'N'
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'STANDBY PAGA SO POR CARTAO OU ' &
                               'NUMERARIO' TO WS-REJECT-REASON
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

      *        O NUMERO COMPLETO DO BILHETE TEM DE PERTENCER AO STOCK
      *        DO CANAL DE VENDA E TER O DIGITO DE CONTROLO CERTO
               MOVE 'N' TO WS-TKT-USE-STOCK
               IF B-VALID-RECORD
                   PERFORM 1959-CHECK-TICKET-STOCK
               END-IF

      *        A IDADE DA TAXA DE CAMBIO E VERIFICADA AINDA NA
      *        VALIDACAO, ANTES DE QUALQUER MESTRE SER TOCADO POR
      *        ESTE REGISTO
                   PERFORM 1955-CHECK-RATE-AGE
               END-IF
           END-IF
           END-IF
           END-IF.

      ******************************************************************
      *    NUMERO COMPLETO DO BILHETE: EM BRANCO E EMITIDA A SERIE
      *    SEGUINTE DA GAMA DO CANAL; PREENCHIDO TEM DE SER NUMERICO,
      *    TER O DIGITO DE CONTROLO CERTO (RESTO DA SERIE POR 7) E
      *    CAIR NA GAMA DO CANAL COM O PREFIXO DA COMPANHIA DO STOCK.
      *    UMA ALTERACAO SEM NUMERO NOVO MANTEM O DO BILHETE ORIGINAL
      *    (2015-PROCESS-CHANGE) E O REENVIO DE UMA VENDA JA GRAVADA
      *    MANTEM O QUE O MESTRE JA TEM, SEM GASTAR STOCK
      ******************************************************************
       1959-CHECK-TICKET-STOCK.
           MOVE ZERO TO WS-TICKET-NUMBER
           MOVE ZERO TO WS-TKT-DOC
           IF WS-TKT-DOC-IN = SPACES
               IF B-TXN-CHANGE
                   EXIT PARAGRAPH
               END-IF
               IF B-JB-PM-EXISTS AND WS-TKT-PM-NUMBER NOT = ZERO
                   MOVE WS-TKT-PM-NUMBER TO WS-TICKET-NUMBER
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-CHANNEL-CODE TO TK-CHANNEL-CODE
           READ TICKET-STOCK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'CANAL SEM STOCK DE BILHETES' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT B-VALID-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-TKT-DOC-IN = SPACES
               IF TK-LAST-SERIAL < TK-SERIAL-FROM
                   MOVE TK-SERIAL-FROM TO WS-TKT-NEXT
               ELSE
                   COMPUTE WS-TKT-NEXT = TK-LAST-SERIAL + 1
               END-IF
               IF WS-TKT-NEXT > TK-SERIAL-TO
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'STOCK DE BILHETES DO CANAL ESGOTADO' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE TK-AIRLINE-PREFIX TO WS-TKT-PREFIX
               MOVE WS-TKT-NEXT       TO WS-TKT-SERIAL
               COMPUTE WS-TKT-CHECK = FUNCTION MOD(WS-TKT-SERIAL, 7)
           ELSE
               IF WS-TKT-DOC-IN IS NOT NUMERIC
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'NUMERO DO DOCUMENTO DO BILHETE INVALIDO' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TKT-DOC-IN TO WS-TKT-DOC
               IF WS-TKT-CHECK NOT = FUNCTION MOD(WS-TKT-SERIAL, 7)
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'DIGITO DE CONTROLO DO BILHETE ERRADO' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-TKT-PREFIX NOT = TK-AIRLINE-PREFIX
                   OR WS-TKT-SERIAL < TK-SERIAL-FROM
                   OR WS-TKT-SERIAL > TK-SERIAL-TO
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'BILHETE FORA DO STOCK DO CANAL' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-TKT-DOC TO WS-TICKET-NUMBER
           IF B-JB-PM-EXISTS AND WS-TKT-DOC = WS-TKT-PM-NUMBER
               CONTINUE
           ELSE
               MOVE 'Y' TO WS-TKT-USE-STOCK
           END-IF.

      ******************************************************************
           END-IF

           MOVE WS-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
           MOVE WS-FLIGHT-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
                               MOVE 'Y' TO WS-UM-GROUP-EOF
                           ELSE
                               IF PM-FLIGHT-NUMBER = WS-FLIGHT-NUMBER
                                   AND PM-FLIGHT-DATE = WS-FLIGHT-DATE
                                   AND PM-AGE >= 18
                                   MOVE 'Y' TO WS-UM-ADULT-FOUND
                               END-IF

      ******************************************************************
      *    REGRAS DA MARCA TARIFARIA EM WS-BRAND-CODE: TAXA DE
      *    ALTERACAO, PENALIZACAO DE CANCELAMENTO, REEMBOLSO, MALAS
      *    INCLUIDAS E MUDANCA DE NOME. MARCA DESCONHECIDA OU EM
      *    BRANCO (REGISTOS ANTIGOS DO MESTRE) CONTA COMO 'S'
      ******************************************************************
       1956-LOOKUP-FARE-BRAND.
           IF WS-BRAND-CODE = SPACE
           MOVE 020    TO WS-BRAND-CANCEL-PCT
           MOVE 'Y'    TO WS-BRAND-REFUNDABLE
           MOVE 1      TO WS-BRAND-FREE-BAGS
           MOVE 'Y'    TO WS-BRAND-NAME-OK
           MOVE 050,00 TO WS-BRAND-NAME-FEE
           PERFORM VARYING WS-BRAND-IDX FROM 1 BY 1
               UNTIL WS-BRAND-IDX > 3
               IF WS-BRAND-CODE = FB-BRAND-CODE(WS-BRAND-IDX)
                       WS-BRAND-REFUNDABLE
                   MOVE FB-FREE-BAGS(WS-BRAND-IDX) TO
                       WS-BRAND-FREE-BAGS
                   MOVE FB-NAME-CHG-OK(WS-BRAND-IDX) TO
                       WS-BRAND-NAME-OK
                   MOVE FB-NAME-CHG-FEE(WS-BRAND-IDX) TO
                       WS-BRAND-NAME-FEE
               END-IF
           END-PERFORM.

               WHEN 'OPCAO NAO ENCONTRADA PARA CONFIRMAR'
               WHEN 'BILHETE NAO ESTA EM OPCAO'
                   MOVE 'CNF ' TO RJ-REASON-CODE
               WHEN 'CANAL SEM STOCK DE BILHETES'
               WHEN 'STOCK DE BILHETES DO CANAL ESGOTADO'
               WHEN 'BILHETE FORA DO STOCK DO CANAL'
                   MOVE 'STK ' TO RJ-REASON-CODE
               WHEN 'NUMERO DO DOCUMENTO DO BILHETE INVALIDO'
               WHEN 'DIGITO DE CONTROLO DO BILHETE ERRADO'
                   MOVE 'TKCD' TO RJ-REASON-CODE
               WHEN 'PAGAMENTO COM VOUCHER SEM NUMERO'
               WHEN 'VOUCHER DESCONHECIDO'
               WHEN 'VOUCHER EXPIRADO'
               WHEN 'VOUCHER SEM SALDO SUFICIENTE'
                   MOVE 'VCH ' TO RJ-REASON-CODE
               WHEN 'PAGAMENTO A CONTA SEM NUMERO DE CONTA'
               WHEN 'CONTA DE EMPRESA DESCONHECIDA'
               WHEN 'CONTA DE EMPRESA SUSPENSA'
               WHEN 'LIMITE DE CREDITO DA CONTA EXCEDIDO'
                   MOVE 'CORP' TO RJ-REASON-CODE
               WHEN 'STANDBY SEM CLASSE PEDIDA'
               WHEN 'STANDBY NAO PODE TER LUGAR ATRIBUIDO'
               WHEN 'PRIORIDADE DE STANDBY INVALIDA'
               WHEN 'DATA DE ADMISSAO INVALIDA'
               WHEN 'STANDBY PAGA SO POR CARTAO OU NUMERARIO'
               WHEN 'STANDBY NAO SE ALTERA: CANCELAR/REGISTAR'
                   MOVE 'STBY' TO RJ-REASON-CODE
               WHEN 'VOO EM FALTA NA MUDANCA DE NOME'
               WHEN 'BILHETE NAO ENCONTRADO PARA MUDAR NOME'
               WHEN 'BILHETE JA FECHADO NO VOO'
               WHEN 'NOME NOVO EM FALTA'
               WHEN 'MUDANCA DE NOME SEM NADA A MUDAR'
               WHEN 'MARCA TARIFARIA NAO PERMITE MUDAR NOME'
               WHEN 'TAXA DE NOME SO POR CARTAO OU NUMERARIO'
                   MOVE 'NAMC' TO RJ-REASON-CODE
               WHEN OTHER
                   MOVE 'OUTR' TO RJ-REASON-CODE
           END-EVALUATE
           WRITE REJECT-FILE-RECORD.

      ******************************************************************
      *    GASTAR O NUMERO DO BILHETE NO STOCK DO CANAL: MAIS UM
      *    USADO, E A SERIE MAIS ALTA AVANCA PARA A EMISSAO SEGUINTE.
      *    AS PISTAS DO LOTE CORREM EM PARALELO SOBRE O MESMO STOCK:
      *    NA EMISSAO AUTOMATICA A SERIE E TIRADA AQUI DE NOVO, COM O
      *    REGISTO DO STOCK BLOQUEADO DA LEITURA ATE AO REWRITE
      ******************************************************************
       1962-USE-TICKET-STOCK.
           IF NOT B-TKT-USE-STOCK
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-TKT-USE-STOCK
           MOVE WS-CHANNEL-CODE TO TK-CHANNEL-CODE
           READ TICKET-STOCK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'CANAL SEM STOCK DE BILHETES' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT B-VALID-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-TKT-DOC-IN = SPACES
               IF TK-LAST-SERIAL < TK-SERIAL-FROM
                   MOVE TK-SERIAL-FROM TO WS-TKT-NEXT
               ELSE
                   COMPUTE WS-TKT-NEXT = TK-LAST-SERIAL + 1
               END-IF
               IF WS-TKT-NEXT > TK-SERIAL-TO
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'STOCK DE BILHETES DO CANAL ESGOTADO' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE TK-AIRLINE-PREFIX TO WS-TKT-PREFIX
               MOVE WS-TKT-NEXT       TO WS-TKT-SERIAL
               COMPUTE WS-TKT-CHECK = FUNCTION MOD(WS-TKT-SERIAL, 7)
               MOVE WS-TKT-DOC TO WS-TICKET-NUMBER
           END-IF

           ADD 1 TO TK-USED-COUNT
           IF WS-TKT-SERIAL > TK-LAST-SERIAL
               MOVE WS-TKT-SERIAL TO TK-LAST-SERIAL
           END-IF
           REWRITE TICKET-STOCK-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

      ******************************************************************
      *    PAGAMENTO COM VOUCHER: O NUMERO NA REFERENCIA DE PAGAMENTO
      *    TEM DE EXISTIR NO MESTRE DE VOUCHERS, ESTAR DENTRO DA
      *    VALIDADE E TER SALDO PARA WS-VOUCHER-CHARGE (ZERO QUANDO O
      *    PRECO AINDA NAO E CONHECIDO - BASTA HAVER SALDO)
      ******************************************************************
       1963-CHECK-VOUCHER.
           IF WS-PAY-AUTH-REF = SPACES
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'PAGAMENTO COM VOUCHER SEM NUMERO' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-AUTH-REF TO VC-VOUCHER-NUMBER
           READ VOUCHER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'VOUCHER DESCONHECIDO' TO WS-REJECT-REASON
           END-READ
           IF NOT B-VALID-RECORD
               EXIT PARAGRAPH
           END-IF

           IF VC-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'VOUCHER EXPIRADO' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           IF VC-BALANCE = ZERO
               OR VC-BALANCE < WS-VOUCHER-CHARGE
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'VOUCHER SEM SALDO SUFICIENTE' TO
                   WS-REJECT-REASON
           END-IF.

      ******************************************************************
      *    PAGAMENTO A CONTA DE EMPRESA: O NUMERO NA REFERENCIA DE
      *    PAGAMENTO TEM DE EXISTIR NO MESTRE DE CONTAS, A CONTA TEM DE
      *    ESTAR ATIVA E O SALDO MAIS WS-ACCOUNT-CHARGE NAO PODE PASSAR
      *    O LIMITE DE CREDITO (COM O PRECO AINDA DESCONHECIDO BASTA
      *    HAVER CREDITO DISPONIVEL)
      ******************************************************************
       1964-CHECK-CORP-ACCOUNT.
           IF WS-PAY-AUTH-REF = SPACES
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'PAGAMENTO A CONTA SEM NUMERO DE CONTA' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAY-AUTH-REF TO CA-ACCOUNT-NUMBER
           READ CORP-ACCOUNT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'CONTA DE EMPRESA DESCONHECIDA' TO
                       WS-REJECT-REASON
           END-READ
           IF NOT B-VALID-RECORD
               EXIT PARAGRAPH
           END-IF

           IF NOT B-CA-ACTIVE
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'CONTA DE EMPRESA SUSPENSA' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ACCOUNT-AVAILABLE =
               CA-CREDIT-LIMIT - CA-BALANCE
           IF WS-ACCOUNT-AVAILABLE NOT > ZERO
               OR WS-ACCOUNT-AVAILABLE < WS-ACCOUNT-CHARGE
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'LIMITE DE CREDITO DA CONTA EXCEDIDO' TO
                   WS-REJECT-REASON
           END-IF.

      ******************************************************************
      *    MUDANCA DE NOME (NAMECH): O BILHETE TEM DE EXISTIR E AINDA
      *    NAO TER VOADO E O NOME NOVO TEM DE VIR PREENCHIDO. ACIMA DO
      *    LIMITE DE LETRAS DE ERRO DE ESCRITA (FAREBRND) A MARCA DO
      *    BILHETE TEM DE PERMITIR A MUDANCA E A TAXA SO E ACEITE POR
      *    CARTAO COM AUTORIZACAO OU EM NUMERARIO. O NOME NOVO E
      *    RASTREADO NA LISTA DE VIGILANCIA PELO 1960 COMO UMA VENDA.
      *    O MESMO NOME COM DOCUMENTO E SO A RECOLHA DO DOCUMENTO
      ******************************************************************
       1966-VALIDATE-NAME-CHANGE.
           IF NOT B-VALID-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-FLIGHT-NUMBER = SPACES
               MOVE 'N' TO WS-VALID-RECORD
               MOVE 'VOO EM FALTA NA MUDANCA DE NOME' TO
                   WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE WS-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'BILHETE NAO ENCONTRADO PARA MUDAR NOME' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE PM-TICKET-NUMBER TO WS-TICKET-NUMBER

           EVALUATE TRUE
               WHEN B-PM-BOARDED
               WHEN B-PM-NO-SHOW
               WHEN B-PM-DENIED
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'BILHETE JA FECHADO NO VOO' TO
                       WS-REJECT-REASON
               WHEN WS-NAME = SPACES
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'NOME NOVO EM FALTA' TO WS-REJECT-REASON
               WHEN WS-NAME = PM-NAME AND WS-DOC-TYPE = SPACE
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'MUDANCA DE NOME SEM NADA A MUDAR' TO
                       WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT B-VALID-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE PM-NAME TO WS-NC-OLD-NAME
           MOVE WS-NAME TO WS-NC-NEW-NAME
           PERFORM 1967-COUNT-NAME-LETTERS
           MOVE ZERO TO WS-NC-FEE
           IF WS-NC-LETTERS > FB-NAME-TYPO-MAX
               MOVE PM-FARE-BRAND TO WS-BRAND-CODE
               PERFORM 1956-LOOKUP-FARE-BRAND
               IF NOT B-BRAND-NAME-OK
                   MOVE 'N' TO WS-VALID-RECORD
                   MOVE 'MARCA TARIFARIA NAO PERMITE MUDAR NOME' TO
                       WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BRAND-NAME-FEE TO WS-NC-FEE
           END-IF

           IF WS-NC-FEE > ZERO
               EVALUATE WS-PAY-METHOD
                   WHEN 'C'
                       IF WS-PAY-AUTH-REF = SPACES
                           MOVE 'N' TO WS-VALID-RECORD
                           MOVE 'PAGAMENTO COM CARTAO SEM ' &
                               'AUTORIZACAO' TO WS-REJECT-REASON
                       END-IF
                   WHEN 'N'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO WS-VALID-RECORD
                       MOVE 'TAXA DE NOME SO POR CARTAO OU ' &
                           'NUMERARIO' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

      *    DOCUMENTO DO NOVO TITULAR, QUANDO JA VEM NO REGISTO: AS
      *    MESMAS REGRAS DA VENDA, COM A NACIONALIDADE DO REGISTO OU,
      *    EM BRANCO, A QUE O MESTRE JA TEM
           IF B-VALID-RECORD AND WS-DOC-TYPE NOT = SPACE
               IF WS-NATIONALITY = SPACES
                   MOVE PM-NATIONALITY TO WS-NATIONALITY
               END-IF
               PERFORM 1958-CHECK-TRAVEL-DOCUMENT
           END-IF.

      *    LETRAS QUE MUDAM ENTRE O NOME ANTIGO E O NOVO, POSICAO A
      *    POSICAO (UMA TROCA DE DUAS LETRAS CONTA DUAS)
       1967-COUNT-NAME-LETTERS.
           MOVE ZERO TO WS-NC-LETTERS
           PERFORM VARYING WS-NC-IDX FROM 1 BY 1
               UNTIL WS-NC-IDX > 14
               IF WS-NC-OLD-NAME(WS-NC-IDX:1) NOT =
                   WS-NC-NEW-NAME(WS-NC-IDX:1)
                   ADD 1 TO WS-NC-LETTERS
               END-IF
           END-PERFORM.

      ******************************************************************
      *    RASTREIO DE SEGURANCA: COMPARAR O NOME DO PASSAGEIRO COM A
      *    LISTA DE VIGILANCIA - CORRESPONDENCIA EXATA OU APROXIMADA
      *    (PRIMEIROS 8 CARACTERES IGUAIS). HOJE UM NOME LISTADO VOAVA
      *    DESDE QUE O RESTO DO REGISTO FOSSE NUMERICO
      ******************************************************************
       1960-SCREEN-WATCHLIST.
           MOVE SPACES TO WS-SCREEN-REASON
           MOVE SPACES TO WS-SCREEN-MATCH-NAME

      *    RESERVA JA LIBERADA PELO OFICIAL (MESMO VOO, DATA,
      *    BILHETE E NOME): CORRESPONDENCIA CONFIRMADA COMO FALSA, O
      *    REGISTO REINTRODUZIDO PASSA SEM NOVA RETENCAO - O MESMO
      *    NOME NOUTRO VOO OU NOUTRA DATA CONTINUA A SER RASTREADO.
      *    A FILA GUARDA A DATA RESOLVIDA; SO UMA LIBERACAO ANTIGA,
      *    SEM DATA, VALE PARA QUALQUER DATA DO VOO
           MOVE SPACE TO WS-NAME-CLEARED
           PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
               UNTIL WS-CLR-IDX > WS-CLR-COUNT OR B-NAME-CLEARED
               IF WS-NAME = WS-CLR-NAME(WS-CLR-IDX)
                   AND WS-FLIGHT-NUMBER = WS-CLR-FLIGHT(WS-CLR-IDX)
                   AND WS-TICKET = WS-CLR-TICKET(WS-CLR-IDX)
                   AND (WS-CLR-DATE(WS-CLR-IDX) = WS-FLIGHT-DATE
                       OR WS-CLR-DATE(WS-CLR-IDX) = SPACES)
                   MOVE 'Y' TO WS-NAME-CLEARED
               END-IF
           END-PERFORM
           IF B-NAME-CLEARED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-SEC-COUNT OR B-SCREEN-HELD
               IF WS-NAME = WS-SEC-NAME(WS-SEC-IDX)
                   OR WS-NAME(1:8) = WS-SEC-NAME(WS-SEC-IDX)(1:8)
                   MOVE 'Y' TO WS-SCREEN-HELD
                   MOVE WS-SEC-NAME(WS-SEC-IDX) TO
                       WS-SCREEN-MATCH-NAME
                   MOVE WS-SEC-REASON(WS-SEC-IDX) TO
                       WS-SCREEN-REASON
               END-IF
           END-PERFORM.

      ******************************************************************
      *    RETER O REGISTO: NAO E PROCESSADO NEM RECEBE CARTAO DE
      *    EMBARQUE - SEGUE INTACTO PARA A FILA DE REVISAO COM O
      *    MOTIVO DA CORRESPONDENCIA, E A DECISAO FICA COM O OFICIAL
      *    DE SERVICO (WREVIEW.cbl). CADA RETENCAO VAI A AUDITORIA
      ******************************************************************
       1961-WRITE-HELD-QUEUE.
           ADD 1 TO WS-HELD-COUNT
           MOVE 'P'                  TO HQ-STATUS
           MOVE WS-RUN-DATE          TO HQ-RUN-DATE
           MOVE WS-SCREEN-MATCH-NAME TO HQ-MATCH-NAME
           MOVE WS-SCREEN-REASON     TO HQ-REASON
      *    UM REGISTO SEM DATA FICA COM A PARTIDA PARA QUE FOI
      *    RASTREADO, PARA A LIBERACAO VALER SO PARA ESSA DATA
           IF IN-FLIGHT-DATE = SPACES
               MOVE WS-FLIGHT-DATE   TO IN-FLIGHT-DATE
           END-IF
           MOVE INPUT-RECORD         TO HQ-INPUT-DATA
           WRITE HELD-QUEUE-RECORD

           MOVE WS-TICKET        TO AT-TICKET
           MOVE WS-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE WS-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'WLHELD'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           STRING 'REGISTO RETIDO PARA REVISAO DE SEGURANCA - ' &
                  'BILHETE ' DELIMITED BY SIZE
                  WS-TICKET DELIMITED BY SIZE
                  INTO OUTPUT-COMMENT
           WRITE OUTPUT-COMMENT.

                   ELSE
                       PERFORM 2007-E-ACCRUE-LOYALTY
                   END-IF
                   IF WS-PAY-METHOD = 'V'
                       PERFORM 2007-I-VOUCHER-CHARGE-DUE
                       PERFORM 2007-H-REDEEM-VOUCHER
                   END-IF
      *            A CONTA DE EMPRESA E DEBITADA PELO MESMO VALOR QUE
      *            O VOUCHER COBRARIA (SO A DIFERENCA NUMA ALTERACAO)
                   IF WS-PAY-METHOD = 'A'
                       PERFORM 2007-I-VOUCHER-CHARGE-DUE
                       MOVE WS-VOUCHER-CHARGE TO WS-ACCOUNT-CHARGE
                       IF B-TXN-CHANGE
                           MOVE 'CHGCOL' TO WS-ACCOUNT-TXN
                       ELSE
                           MOVE WS-TXN-TYPE TO WS-ACCOUNT-TXN
                       END-IF
                       PERFORM 2007-K-CHARGE-ACCOUNT-SALE
                   END-IF
               END-IF
               PERFORM 2008-CONCATENATE-MESSAGES
               PERFORM 2009-UPDATE-PASSENGER-MASTER
      *        SO A VENDA NOVA PAGA COM CARTAO E PONTUADA: A OPCAO E
      *        PONTUADA QUANDO FOR CONFIRMADA E A ALTERACAO MANTEM A
      *        RESERVA QUE JA TINHA SIDO PONTUADA
               IF NOT B-TXN-HOLD AND NOT B-TXN-CHANGE
                   AND PM-PAY-METHOD = 'C'
                   PERFORM 2022-SCORE-FRAUD-RISK
               END-IF
               PERFORM 2009-B-RECORD-ITINERARY
               PERFORM 2009-C-COUNT-SSR
               PERFORM 2024-SELL-ANCILLARIES
               IF B-TXN-HOLD
                   PERFORM 2009-D-WRITE-HOLD-NOTICE
               ELSE
      ******************************************************************
       1900-LOOKUP-FLIGHT.
                   MOVE WS-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-JB-FM-EXISTS
                           MOVE "DESCONHECIDO" TO FM-ORIGIN
                           MOVE "DESCONHECIDO" TO FM-DESTINATION
                           MOVE WS-FLIGHT-DATE TO FM-FLIGHT-DATE
                           MOVE ZERO TO FM-REVENUE-CAP
                           MOVE ZERO TO FM-REVENUE-BOOKED
                           MOVE ZERO TO FM-DEPARTURE-TIME
                           MOVE ZERO TO FM-MAX-PAYLOAD
                           MOVE ZERO TO FM-ACTUAL-DEP-DATE
                           MOVE ZERO TO FM-ACTUAL-DEP-TIME
                           MOVE SPACES TO FM-MARKETING-CARRIER
                           MOVE SPACES TO FM-OPERATING-CARRIER
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-JB-FM-EXISTS
                           MOVE FLIGHT-MASTER-RECORD TO WS-JB-FM-IMAGE
      *    O RELATORIO COMPLETO A PROCURA DELES
      ******************************************************************
       2004-B-WRITE-NOTIFICATION.
      *            SO SAI O CONTACTO QUE NAO RECUSOU AS MENSAGENS
      *            OPERACIONAIS; SEM NENHUM CONTACTO AUTORIZADO O AVISO
      *            NAO E EXTRAIDO
                   MOVE WS-PHONE TO WS-NOTIFY-PHONE
                   MOVE WS-EMAIL TO WS-NOTIFY-EMAIL
                   MOVE 1 TO WS-CONS-IDX
                   IF WS-EMAIL NOT = SPACES
                       MOVE 'E'      TO WS-CONS-TYPE
                       MOVE WS-EMAIL TO WS-CONS-VALUE
                       PERFORM 2009-K-CHECK-CONSENT
                       IF NOT B-CONS-ALLOWED
                           MOVE SPACES TO WS-NOTIFY-EMAIL
                       END-IF
                   END-IF
                   IF WS-PHONE NOT = SPACES
                       MOVE 'T'      TO WS-CONS-TYPE
                       MOVE WS-PHONE TO WS-CONS-VALUE
                       PERFORM 2009-K-CHECK-CONSENT
                       IF NOT B-CONS-ALLOWED
                           MOVE SPACES TO WS-NOTIFY-PHONE
                       END-IF
                   END-IF
                   IF (WS-PHONE NOT = SPACES OR WS-EMAIL NOT = SPACES)
                       AND WS-NOTIFY-PHONE = SPACES
                       AND WS-NOTIFY-EMAIL = SPACES
                       ADD 1 TO WS-CONS-SUPPRESSED
                       EXIT PARAGRAPH
                   END-IF

                   MOVE SPACES TO NOTIFICATION-RECORD
                   STRING 'BILHETE ' DELIMITED BY SIZE
                          WS-TICKET DELIMITED BY SIZE
                          ' - CHECK-IN NO BALCAO OBRIGATORIO'
                          DELIMITED BY SIZE
                          ' TEL ' DELIMITED BY SIZE
                          WS-NOTIFY-PHONE DELIMITED BY SIZE
                          ' EMAIL ' DELIMITED BY SIZE
                          WS-NOTIFY-EMAIL DELIMITED BY SIZE
                          INTO NOTIFICATION-RECORD
                   WRITE NOTIFICATION-RECORD.

      ******************************************************************
       2005-C-ISSUE-BAG-TAGS.
                   MOVE WS-FLIGHT-NUMBER TO BT-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO BT-FLIGHT-DATE
                   MOVE WS-TICKET        TO BT-TICKET
                   MOVE WS-BAG-WEIGHT    TO BT-WEIGHT
                   SET B-BT-ACTIVE       TO TRUE
                   MOVE SPACE            TO BT-WEIGH-SOURCE
                   MOVE ZERO             TO BT-WEIGHED-DATE
                   MOVE ZERO             TO BT-EXCESS-PAID
                   PERFORM VARYING WS-BT-SEQ FROM 1 BY 1
                       UNTIL WS-BT-SEQ > WS-BAGS
                       MOVE WS-BT-SEQ TO BT-BAG-SEQ
      ******************************************************************
       2005-B-APPLY-GROUP-BAG-ALLOWANCE.
                   MOVE WS-FLIGHT-NUMBER TO BG-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO BG-FLIGHT-DATE
                   MOVE WS-BOOKING-REF TO BG-BOOKING-REF
                   READ BOOKING-GROUP-FILE
                       INVALID KEY
      ******************************************************************
       2006-DETERMINE-SEAT-COST.
                   MOVE 'N' TO WS-SEAT-SOLD-OUT
                   MOVE 'N' TO WS-GROUP-TAKEN
                   MOVE ZERO TO WS-CALC-LOAD
      *            GUARDAR SE O LUGAR FOI PEDIDO PELO PASSAGEIRO
      *            ANTES DE A ATRIBUICAO AUTOMATICA PREENCHER
       2006-B-CHECK-SEAT-INVENTORY.
      *    UMA RESERVA DO CANAL COM BLOCO CONTRATADO ABATE NO BLOCO
      *    (JA CONTADO EM SI-SEATS-SOLD NA CONTRATACAO) EM VEZ DE
      *    OCUPAR INVENTARIO LIVRE. UM MEMBRO DE UM GRUPO ABATE NOS
      *    LUGARES RETIDOS PELO GRUPO, QUE TAMBEM JA ESTAO CONTADOS
                   PERFORM 2006-J-TRY-GROUP-HOLD
                   IF B-GROUP-TAKEN
                       MOVE 'N' TO WS-ALLOT-TAKEN
                   ELSE
                       PERFORM 2006-H-TRY-ALLOTMENT
                   END-IF

                   MOVE WS-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO SI-FLIGHT-DATE
                   MOVE WS-SEAT          TO SI-SEAT-CLASS
                   READ SEAT-INVENTORY-FILE
                       INVALID KEY
                           MOVE ZERO             TO SI-SEATS-SOLD
                           MOVE ZERO             TO SI-OVERBOOK-PCT
                           MOVE WS-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
                           MOVE WS-FLIGHT-DATE   TO SI-FLIGHT-DATE
                           MOVE WS-SEAT          TO SI-SEAT-CLASS
                           MOVE 'W' TO WS-JRNL-ACTION
                           MOVE SPACES TO WS-JRNL-BEFORE

      *    COM O LUGAR VINDO DO BLOCO, O INVENTARIO FICA COMO ESTA -
      *    A LEITURA ACIMA SO SERVE PARA O PRECO DINAMICO DO CHAMADOR
                   IF B-ALLOT-TAKEN OR B-GROUP-TAKEN
                       EXIT PARAGRAPH
                   END-IF

                   END-IF

                   MOVE WS-FLIGHT-NUMBER  TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO DS-FLIGHT-DATE
                   MOVE WS-TICKET         TO DS-TICKET
                   MOVE WS-TICKET-NUMBER  TO DS-TICKET-NUMBER
                   MOVE 'SEATFE'          TO DS-TXN-CODE
                   MOVE WS-SEAT-ATTR-FEE  TO DS-TICKET-TOTAL
                   MOVE ZERO              TO DS-TAX-AMOUNT
                   WRITE DAILY-SALES-RECORD

                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
      *            O AUTH-REF FICA EM BRANCO: A LIQUIDACAO DO
      *            ADQUIRENTE TRAZ UMA SO LINHA POR AUTORIZACAO E O
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-FLIGHT-NUMBER TO AL-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO AL-FLIGHT-DATE
                   MOVE WS-SEAT          TO AL-SEAT-CLASS
                   MOVE WS-CHANNEL-CODE  TO AL-CHANNEL-CODE
                   READ ALLOTMENT-FILE
                           END-IF
                   END-READ.

      ******************************************************************
      *    TENTAR ABATER A RESERVA NOS LUGARES RETIDOS DO PEDIDO DE
      *    GRUPO COM A MESMA REFERENCIA (OS REGISTOS NEW QUE O GRPREQ
      *    GERA DA LISTA DE NOMES): SO NA VENDA NOVA, NO MESMO
      *    VOO+CLASSE, COM O GRUPO AINDA COM LUGARES RETIDOS E POR
      *    RESERVAR. O MEMBRO PAGA A TARIFA NEGOCIADA DO GRUPO
      ******************************************************************
       2006-J-TRY-GROUP-HOLD.
                   MOVE 'N' TO WS-GROUP-TAKEN
                   IF WS-BOOKING-REF = SPACES
                       OR B-TXN-HOLD OR B-TXN-CHANGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-BOOKING-REF TO GQ-GROUP-REF
                   READ GROUP-REQUEST-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
                   IF GQ-FLIGHT-NUMBER NOT = WS-FLIGHT-NUMBER
                       OR GQ-FLIGHT-DATE NOT = WS-FLIGHT-DATE
                       OR GQ-SEAT-CLASS NOT = WS-SEAT
                       OR NOT B-GQ-SEATS-HELD
                       OR GQ-SEATS-BOOKED NOT < GQ-SEATS-HELD
                       EXIT PARAGRAPH
                   END-IF

                   ADD 1 TO GQ-SEATS-BOOKED
                   REWRITE GROUP-REQUEST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'Y' TO WS-GROUP-TAKEN
                   MOVE GQ-FARE-PER-HEAD TO WS-GROUP-FARE
                   MOVE GQ-SEATS-BOOKED  TO WS-DISP-GROUP-BOOKED
                   MOVE GQ-SEATS-HELD    TO WS-DISP-GROUP-HELD
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'LUGAR ABATIDO NO GRUPO ' DELIMITED BY SIZE
                          GQ-GROUP-REF DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          WS-DISP-GROUP-BOOKED DELIMITED BY SIZE
                          ' DE' DELIMITED BY SIZE
                          WS-DISP-GROUP-HELD DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    GRAVAR O LUGAR CONCRETO OCUPADO NO FICHEIRO DE ATRIBUICOES,
      *    PARA 1950-VALIDATE-INPUT PODER RECUSAR UMA REPETICAO DO
      ******************************************************************
       2006-C-ASSIGN-SEAT-NUMBER.
                   MOVE WS-FLIGHT-NUMBER TO SA-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO SA-FLIGHT-DATE
                   MOVE WS-SEAT-NUMBER   TO SA-SEAT-NUMBER
                   MOVE WS-TICKET        TO SA-TICKET
                   MOVE 'SA' TO WS-JRNL-FILE-ID
      ******************************************************************
       2006-D-ADD-TO-WAITLIST.
                   MOVE WS-FLIGHT-NUMBER TO WL-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO WL-FLIGHT-DATE
                   MOVE WS-SEAT          TO WL-SEAT-CLASS
                   MOVE WS-TICKET        TO WL-TICKET
                   MOVE SPACE TO WS-WL-WRITTEN
       2006-G-TRY-MAP-SEAT.
                   MOVE SPACE TO WS-MAP-SEAT-FREE
                   MOVE WS-FLIGHT-NUMBER TO SA-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO SA-FLIGHT-DATE
                   MOVE SM-SEAT-NUMBER   TO SA-SEAT-NUMBER
                   READ SEAT-ASSIGNMENT-FILE
                       INVALID KEY
                       END-REWRITE
                   END-IF

      *    MEMBRO DE UM GRUPO: A TARIFA NEGOCIADA POR PESSOA
      *    SUBSTITUI O PRECO DO BILHETE E DA CLASSE E OS DESCONTOS;
      *    A BAGAGEM PAGA-SE A PARTE
                   IF B-GROUP-TAKEN
                       COMPUTE WS-TICKET-NET =
                           TOTAL-BAGS + WS-GROUP-FARE
                   END-IF

                   MOVE WS-TICKET-NET TO TOTAL-TICKET
                   MOVE TOTAL-TICKET  TO WS-DISP-TICKET

                               INTO OUTPUT-TICKET
                   END-IF
                   MOVE OUTPUT-TICKET TO WS-MSG-TICKET
                   WRITE OUTPUT-TICKET

                   IF WS-TICKET-NUMBER NOT = ZERO
                       MOVE SPACES TO OUTPUT-COMMENT
                       IF B-LANG-EN
                           STRING 'Ticket number: ' DELIMITED BY SIZE
                                  WS-TICKET-NUMBER DELIMITED BY SIZE
                                  INTO OUTPUT-COMMENT
                       ELSE
                           STRING 'Numero do bilhete: '
                                  DELIMITED BY SIZE
                                  WS-TICKET-NUMBER DELIMITED BY SIZE
                                  INTO OUTPUT-COMMENT
                       END-IF
                       WRITE OUTPUT-COMMENT
                   END-IF.

      ******************************************************************
      *    ACUMULAR A RECEITA DO VOO NO FICHEIRO MESTRE DE VOOS E
                   IF B-JB-FM-EXISTS
                       MOVE 'FM' TO WS-JRNL-FILE-ID
                       MOVE 'R'  TO WS-JRNL-ACTION
                       MOVE FM-FLIGHT-KEY TO WS-JRNL-KEY
                       MOVE WS-JB-FM-IMAGE   TO WS-JRNL-BEFORE
                       PERFORM 2600-WRITE-MASTER-JOURNAL
                   END-IF
       2007-C-UPDATE-GROUP-PRICE.
                   IF WS-BOOKING-REF NOT = SPACES
                       MOVE WS-FLIGHT-NUMBER TO BG-FLIGHT-NUMBER
                       MOVE WS-FLIGHT-DATE   TO BG-FLIGHT-DATE
                       MOVE WS-BOOKING-REF TO BG-BOOKING-REF
                       READ BOOKING-GROUP-FILE
                           INVALID KEY
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    VALOR A COBRAR NO VOUCHER NUMA VENDA: O BILHETE MAIS A TAXA
      *    DE ACOMPANHAMENTO DE MENOR DESACOMPANHADO. NUMA ALTERACAO
      *    SO A DIFERENCA A COBRAR (2016) MAIS A TAXA DE ALTERACAO DA
      *    MARCA ORIGINAL (2019) - A RESERVA ANTIGA JA ESTAVA PAGA
      ******************************************************************
       2007-I-VOUCHER-CHARGE-DUE.
                   IF B-TXN-CHANGE
                       MOVE ZERO TO WS-VOUCHER-CHARGE
                       IF WS-TICKET-NET > WS-CHANGE-OLD-PAID
                           COMPUTE WS-VOUCHER-CHARGE =
                               WS-TICKET-NET - WS-CHANGE-OLD-PAID
                       END-IF
                       MOVE WS-CHANGE-BRAND TO WS-BRAND-CODE
                       PERFORM 1956-LOOKUP-FARE-BRAND
                       ADD WS-BRAND-CHANGE-FEE TO WS-VOUCHER-CHARGE
                   ELSE
                       MOVE WS-TICKET-NET TO WS-VOUCHER-CHARGE
                       IF B-UM-REQUIRED
                           ADD WS-UM-ESCORT-FEE TO WS-VOUCHER-CHARGE
                       END-IF
                   END-IF.

      ******************************************************************
      *    ABATER WS-VOUCHER-CHARGE AO SALDO DO VOUCHER DA REFERENCIA
      *    DE PAGAMENTO. NA VALIDACAO O PRECO AINDA NAO ERA CONHECIDO:
      *    SE AGORA O SALDO NAO CHEGA (OU O VOUCHER DEIXOU DE SER
      *    VALIDO) O VOUCHER NAO E USADO E O PAGAMENTO FICA REGISTADO
      *    COMO NUMERARIO, COM AVISO NO RELATORIO, COMO O BALCAO FAZ
      ******************************************************************
       2007-H-REDEEM-VOUCHER.
                   IF WS-VOUCHER-CHARGE = ZERO
                       EXIT PARAGRAPH
                   END-IF

                   MOVE WS-PAY-AUTH-REF TO VC-VOUCHER-NUMBER
                   READ VOUCHER-MASTER-FILE
                       INVALID KEY
                           MOVE ZERO TO VC-BALANCE
                           MOVE ZERO TO VC-EXPIRY-DATE
                   END-READ

                   MOVE WS-VOUCHER-CHARGE TO WS-DISP-VOUCHER-AMT
                   IF VC-EXPIRY-DATE < WS-RUN-DATE
                       OR VC-BALANCE < WS-VOUCHER-CHARGE
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'VOUCHER ' DELIMITED BY SIZE
                              WS-PAY-AUTH-REF DELIMITED BY SIZE
                              ' SEM SALDO PARA ' DELIMITED BY SIZE
                              WS-DISP-VOUCHER-AMT DELIMITED BY SIZE
                              ' EUROS - REGISTADO COMO NUMERARIO'
                              DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       MOVE 'N'    TO WS-PAY-METHOD
                       MOVE SPACES TO WS-PAY-AUTH-REF
                       EXIT PARAGRAPH
                   END-IF

                   SUBTRACT WS-VOUCHER-CHARGE FROM VC-BALANCE
                   MOVE WS-RUN-DATE TO VC-LAST-USE-DATE
                   ADD 1 TO VC-USE-COUNT
                   REWRITE VOUCHER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE

                   MOVE VC-BALANCE TO WS-DISP-VOUCHER-BAL
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'PAGO COM O VOUCHER ' DELIMITED BY SIZE
                          VC-VOUCHER-NUMBER DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WS-DISP-VOUCHER-AMT DELIMITED BY SIZE
                          ' EUROS - SALDO RESTANTE ' DELIMITED BY SIZE
                          WS-DISP-VOUCHER-BAL DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    DEBITAR WS-ACCOUNT-CHARGE NA CONTA DE EMPRESA
      *    WS-ACCOUNT-NUMBER E LANCAR O DEBITO NO RAZAO, COM VENCIMENTO
      *    NO PRAZO DA CONTA. A CONTA E RELIDA: SE ENTRETANTO FOI
      *    SUSPENSA OU O VALOR PASSARIA O LIMITE, NAO E DEBITADA
      *    (B-ACCOUNT-CHARGED FICA DESLIGADO E QUEM CHAMA DECIDE)
      ******************************************************************
       2007-J-CHARGE-CORP-ACCOUNT.
                   MOVE 'N' TO WS-ACCOUNT-CHARGED
                   IF WS-ACCOUNT-CHARGE = ZERO
                       EXIT PARAGRAPH
                   END-IF

                   MOVE WS-ACCOUNT-NUMBER TO CA-ACCOUNT-NUMBER
                   READ CORP-ACCOUNT-FILE
                       INVALID KEY
                           MOVE SPACE TO CA-STATUS
                   END-READ

                   MOVE WS-ACCOUNT-CHARGE TO WS-DISP-ACCOUNT-AMT
                   IF NOT B-CA-ACTIVE
                       OR CA-BALANCE + WS-ACCOUNT-CHARGE >
                          CA-CREDIT-LIMIT
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'CONTA DE EMPRESA ' DELIMITED BY SIZE
                              WS-ACCOUNT-NUMBER DELIMITED BY SIZE
                              ' SEM CREDITO PARA ' DELIMITED BY SIZE
                              WS-DISP-ACCOUNT-AMT DELIMITED BY SIZE
                              ' EUROS' DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       EXIT PARAGRAPH
                   END-IF

                   ADD WS-ACCOUNT-CHARGE TO CA-BALANCE
                   MOVE WS-RUN-DATE TO CA-LAST-DEBIT-DATE
                   REWRITE CORP-ACCOUNT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE 'Y' TO WS-ACCOUNT-CHARGED

                   MOVE WS-ACCOUNT-NUMBER     TO CL-ACCOUNT-NUMBER
                   MOVE WS-RUN-DATE           TO CL-POST-DATE
                   MOVE SPACES                TO CL-REFERENCE
                   STRING WS-ACCOUNT-FLIGHT DELIMITED BY SIZE
                          WS-ACCOUNT-DATE   DELIMITED BY SIZE
                          WS-ACCOUNT-TICKET DELIMITED BY SIZE
                          INTO CL-REFERENCE
                   MOVE 'D'                   TO CL-ENTRY-TYPE
                   MOVE ZERO                  TO CL-SEQ
                   MOVE WS-ACCOUNT-TXN        TO CL-TXN-CODE
                   MOVE WS-ACCOUNT-TKT-NUMBER TO CL-TICKET-NUMBER
                   MOVE WS-ACCOUNT-NAME       TO CL-PASSENGER-NAME
                   MOVE WS-ACCOUNT-CHARGE     TO CL-AMOUNT
                   COMPUTE CL-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       + CA-PAYMENT-TERMS)
                   MOVE WS-OPERATOR-ID        TO CL-OPERATOR-ID
      *            O MESMO BILHETE PODE SER DEBITADO MAIS DE UMA VEZ
      *            NO DIA (VENDA E ALTERACAO): SEGUE PARA A SEQUENCIA
      *            SEGUINTE ATE ENCONTRAR UMA CHAVE LIVRE
                   PERFORM UNTIL CL-SEQ = 99
                       WRITE CORP-LEDGER-RECORD
                           INVALID KEY
                               ADD 1 TO CL-SEQ
                           NOT INVALID KEY
                               EXIT PERFORM
                       END-WRITE
                   END-PERFORM

                   COMPUTE WS-DISP-ACCOUNT-AVAIL =
                       CA-CREDIT-LIMIT - CA-BALANCE
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'DEBITADO NA CONTA DE EMPRESA '
                          DELIMITED BY SIZE
                          WS-ACCOUNT-NUMBER DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WS-DISP-ACCOUNT-AMT DELIMITED BY SIZE
                          ' EUROS - CREDITO DISPONIVEL '
                          DELIMITED BY SIZE
                          WS-DISP-ACCOUNT-AVAIL DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    VENDA A CONTA DE EMPRESA (REGISTO CORRENTE): NA VALIDACAO O
      *    PRECO AINDA NAO ERA CONHECIDO - SE AGORA O DEBITO PASSARIA O
      *    LIMITE, O PAGAMENTO FICA REGISTADO COMO NUMERARIO, COM AVISO
      *    NO RELATORIO, COMO NO VOUCHER (2007-H)
      ******************************************************************
       2007-K-CHARGE-ACCOUNT-SALE.
                   MOVE WS-PAY-AUTH-REF  TO WS-ACCOUNT-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO WS-ACCOUNT-FLIGHT
                   MOVE WS-FLIGHT-DATE   TO WS-ACCOUNT-DATE
                   MOVE WS-TICKET        TO WS-ACCOUNT-TICKET
                   MOVE WS-TICKET-NUMBER TO WS-ACCOUNT-TKT-NUMBER
                   MOVE WS-NAME          TO WS-ACCOUNT-NAME
                   PERFORM 2007-L-CHARGE-OR-CASH.

       2007-L-CHARGE-OR-CASH.
                   PERFORM 2007-J-CHARGE-CORP-ACCOUNT
                   IF NOT B-ACCOUNT-CHARGED
                       AND WS-ACCOUNT-CHARGE > ZERO
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'BILHETE ' DELIMITED BY SIZE
                              WS-ACCOUNT-TICKET DELIMITED BY SIZE
                              ' NAO DEBITADO NA CONTA - REGISTADO '
                              DELIMITED BY SIZE
                              'COMO NUMERARIO' DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       MOVE 'N'    TO WS-PAY-METHOD
                       MOVE SPACES TO WS-PAY-AUTH-REF
                   END-IF.

      ******************************************************************
      *    CONCATENACAO EM UMA STRING SÓ
      ******************************************************************
       2009-UPDATE-PASSENGER-MASTER.
                   MOVE WS-TICKET         TO PM-TICKET
                   MOVE WS-FLIGHT-NUMBER  TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO PM-FLIGHT-DATE
                   MOVE WS-NAME           TO PM-NAME
                   MOVE WS-AGE            TO PM-AGE
                   MOVE WS-NATIONALITY    TO PM-NATIONALITY
                   MOVE WS-PAY-METHOD     TO PM-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF   TO PM-PAY-AUTH-REF
                   MOVE WS-TICKET-NET     TO PM-PAY-AMOUNT
                   MOVE WS-TICKET-NUMBER  TO PM-TICKET-NUMBER
                   MOVE SPACE             TO PM-STAFF-PRIORITY
                   MOVE ZERO              TO PM-STAFF-HIRE-DATE
      *            UMA OPCAO (HOLD) FICA NO ESTADO RETIDO COM A DATA
      *            DE EXPIRACAO E SEM PAGAMENTO CAPTADO; O PRECO
      *            COTADO FICA EM PM-TOTAL-PAID PARA A CONFIRMACAO
                       SET B-PM-BOOKED TO TRUE
                       MOVE ZERO TO PM-HOLD-EXPIRY
                   END-IF
                   PERFORM 2009-E-LINK-CUSTOMER
                   PERFORM 2009-H-RECORD-CONSENT

                   MOVE 'PM' TO WS-JRNL-FILE-ID
                   IF B-JB-PM-EXISTS
                       MOVE WS-JOURNEY-REF   TO IT-JOURNEY-REF
                       MOVE WS-LEG-SEQ       TO IT-LEG-SEQ
                       MOVE WS-FLIGHT-NUMBER TO IT-FLIGHT-NUMBER
                       MOVE WS-FLIGHT-DATE   TO IT-FLIGHT-DATE
                       MOVE WS-TICKET        TO IT-TICKET
                       WRITE ITINERARY-RECORD
                           INVALID KEY
      ******************************************************************
      *    MONTAR A LINHA DA HORA LIMITE DE EMBARQUE NO BUFFER DO
      *    CARTAO: COM HORA DE PARTIDA NO MESTRE, IMPRIME A HORA
      *    CONCRETA (PARTIDA MENOS A ANTECEDENCIA MINIMA DA ESTACAO)
      *    E A PORTA; SEM HORA ATRIBUIDA, MANTEM A REGRA POR EXTENSO
      ******************************************************************
       2010-C-FORMAT-CUTOFF.
                   MOVE WS-STN-CHECKIN-MIN TO WS-GATE-CUTOFF-MIN
                   IF FM-DEPARTURE-TIME IS NUMERIC
                       AND FM-DEPARTURE-TIME > ZERO
                       AND FM-DEPARTURE-TIME(1:2) < '24'
                       MOVE FM-DEPARTURE-TIME(3:2) TO WS-CUTOFF-MM
                       COMPUTE WS-CUTOFF-MINUTES =
                           (WS-CUTOFF-HH * 60) + WS-CUTOFF-MM
                           - WS-STN-CHECKIN-MIN
                       IF WS-CUTOFF-MINUTES < ZERO
                           ADD 1440 TO WS-CUTOFF-MINUTES
                       END-IF
                   END-IF.

      ******************************************************************
      *    CIDADES DA ORIGEM E DO DESTINO E ANTECEDENCIA MINIMA DE
      *    APRESENTACAO DA ESTACAO DE ORIGEM, DO MESTRE DE AEROPORTOS;
      *    ESTACAO FORA DO MESTRE (OU SEM ANTECEDENCIA) FICA COM O
      *    SP-CUTOFF-MINUTES DA INSTALACAO
      ******************************************************************
       2010-D-LOOKUP-STATIONS.
                   MOVE SPACES TO WS-STN-ORIGIN-CITY
                   MOVE SPACES TO WS-STN-DEST-CITY
                   MOVE SP-CUTOFF-MINUTES TO WS-STN-CHECKIN-MIN
                   MOVE FM-ORIGIN TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AR-CITY-NAME TO WS-STN-ORIGIN-CITY
                           IF AR-MIN-CHECKIN-MIN > ZERO
                               MOVE AR-MIN-CHECKIN-MIN TO
                                   WS-STN-CHECKIN-MIN
                           END-IF
                   END-READ
                   MOVE FM-DESTINATION TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AR-CITY-NAME TO WS-STN-DEST-CITY
                   END-READ.

      ******************************************************************
      *    ACUMULAR OS PEDIDOS DE SERVICO ESPECIAL DO PASSAGEIRO NOS
      *    CONTADORES DO VOO (REFEICOES, CADEIRAS DE RODAS, ANIMAIS)
      ******************************************************************
       2009-C-COUNT-SSR.
                   IF WS-SSR-CODES = SPACES
                       EXIT PARAGRAPH
                   END-IF
                               ELSE
                                   MOVE IT-FLIGHT-NUMBER TO
                                       WS-LAST-LEG-FLIGHT
                                   MOVE IT-FLIGHT-DATE TO
                                       WS-LAST-LEG-DATE
                               END-IF
                       END-READ
                   END-PERFORM

                   IF WS-LAST-LEG-FLIGHT NOT = SPACES
                       MOVE WS-LAST-LEG-FLIGHT TO FM-FLIGHT-NUMBER
                       MOVE WS-LAST-LEG-DATE   TO FM-FLIGHT-DATE
                       READ FLIGHT-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO WS-THROUGH-DEST
                   END-IF

                   MOVE WS-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           MOVE "DESCONHECIDO" TO FM-ORIGIN
                           MOVE "DESCONHECIDO" TO FM-DESTINATION
                           MOVE WS-FLIGHT-DATE TO FM-FLIGHT-DATE
                           MOVE ZERO TO FM-DEPARTURE-TIME
                           MOVE SPACES TO FM-GATE
                           MOVE SPACES TO FM-AIRCRAFT-TYPE
                           MOVE ZERO TO FM-MAX-PAYLOAD
                           MOVE ZERO TO FM-ACTUAL-DEP-DATE
                           MOVE ZERO TO FM-ACTUAL-DEP-TIME
                           MOVE SPACES TO FM-MARKETING-CARRIER
                           MOVE SPACES TO FM-OPERATING-CARRIER
                   END-READ.

      ******************************************************************
      ******************************************************************
       2011-PROCESS-CANCELLATION.
                   MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                           MOVE PM-FARE-BRAND   TO WS-CANCEL-BRAND
                           MOVE PM-TOTAL-PAID   TO WS-CANCEL-GROSS
                           MOVE PM-CHANNEL-CODE TO WS-CANCEL-CHANNEL
                           MOVE PM-NAME         TO WS-CANCEL-NAME
                           MOVE PM-TICKET-NUMBER TO WS-TICKET-NUMBER
                           IF B-PM-HELD-OPT
                               MOVE 'Y' TO WS-CANCEL-WAS-HELD
                           ELSE
                               MOVE 'N' TO WS-CANCEL-WAS-HELD
                           END-IF
      *    UM STANDBY NAO OCUPOU LUGAR NEM PAGOU TARIFA: SO SAI DA
      *    LISTA (NAO HA INVENTARIO, RECEITA NEM PENALIZACAO A MEXER)
                           IF B-PM-STAFF
                               PERFORM 2023-B-CANCEL-STAFF
                           ELSE
                           PERFORM 2011-A-CANCEL-CORE
                           PERFORM 2018-WRITE-CANCEL-PENALTY
                           MOVE WS-FLIGHT-NUMBER TO WS-ANC-FLIGHT
                           MOVE WS-FLIGHT-DATE   TO WS-ANC-DATE
                           MOVE WS-TICKET        TO WS-ANC-TICKET
                           PERFORM 2024-H-REFUND-ANCILLARIES
      *    SE A PERNA PERTENCIA A UM PERCURSO COM ESCALAS, CANCELAR
      *    TAMBEM AS RESTANTES PERNAS DO PERCURSO - UM CANCELAMENTO
      *    DO PERCURSO TEM DE LIBERTAR OS LUGARES DE TODAS AS PERNAS
                           IF WS-JOURNEY-CANCEL-REF NOT = SPACES
                               PERFORM 2011-F-CANCEL-JOURNEY-LEGS
                           END-IF
                           END-IF
                   END-READ.

      ******************************************************************
      *    RETIDA DO REEMBOLSO SAI DISCRIMINADA NO EXTRATO DIARIO COM
      *    O SEU PROPRIO TIPO DE MOVIMENTO (CXLPEN), PARA A
      *    CONTABILIDADE VER A RECEITA DE PENALIZACOES A PARTE. UMA
      *    OPCAO (HOLD) CANCELADA NAO TEM NADA PAGO PARA RETER.
      *    UMA MARCA NAO REEMBOLSAVEL NAO DEVOLVE DINHEIRO: RETEM A
      *    TAXA DE ALTERACAO DA MARCA E O RESTO FICA AO PASSAGEIRO
      *    COMO VOUCHER DE VIAGEM (MOTIVO 'R'). O REEMBOLSO LIQUIDO EM
      *    DINHEIRO SEGUE PARA A FILA DE PAGAMENTOS (VER PAYREQ).
      *    A VENDA ANULADA SAI PRIMEIRO PELO VALOR PAGO (CANCEL), PARA
      *    A NOTA DE CREDITO; A PENALIZACAO E FATURADA A PARTE
      ******************************************************************
       2018-WRITE-CANCEL-PENALTY.
                   IF B-CANCEL-WAS-HELD OR WS-CANCEL-GROSS = ZERO
                       EXIT PARAGRAPH
                   END-IF

                   MOVE WS-FLIGHT-NUMBER  TO WS-CXC-FLIGHT
                   MOVE WS-FLIGHT-DATE    TO WS-CXC-DATE
                   MOVE WS-TICKET         TO WS-CXC-TICKET
                   MOVE WS-TICKET-NUMBER  TO WS-CXC-TICKET-NUMBER
                   MOVE WS-CANCEL-GROSS   TO WS-CXC-AMOUNT
                   MOVE WS-CANCEL-CHANNEL TO WS-CXC-CHANNEL
                   PERFORM 2018-E-WRITE-CANCEL-CREDIT

                   MOVE WS-CANCEL-BRAND TO WS-BRAND-CODE
                   PERFORM 1956-LOOKUP-FARE-BRAND
                   MOVE 'N' TO WS-VOUCHER-ISSUED
                   IF NOT B-BRAND-REFUNDABLE
                       IF WS-BRAND-CHANGE-FEE < WS-CANCEL-GROSS
                           MOVE WS-BRAND-CHANGE-FEE TO
                               WS-CANCEL-PENALTY
                       ELSE
                           MOVE WS-CANCEL-GROSS TO WS-CANCEL-PENALTY
                       END-IF
                       COMPUTE WS-VOUCHER-AMOUNT =
                           WS-CANCEL-GROSS - WS-CANCEL-PENALTY
                       IF WS-VOUCHER-AMOUNT > ZERO
                           PERFORM 2018-B-ISSUE-CANCEL-VOUCHER
                       END-IF
                   ELSE
                       COMPUTE WS-CANCEL-PENALTY ROUNDED =
                           WS-CANCEL-GROSS * WS-BRAND-CANCEL-PCT / 100
                   END-IF
                   IF B-VOUCHER-ISSUED
                       MOVE ZERO TO WS-CANCEL-NET
                   ELSE
                       COMPUTE WS-CANCEL-NET =
                           WS-CANCEL-GROSS - WS-CANCEL-PENALTY
                   END-IF
                   IF WS-CANCEL-NET > ZERO
                       MOVE WS-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
                       MOVE WS-FLIGHT-DATE   TO PY-FLIGHT-DATE
                       MOVE WS-TICKET        TO PY-TICKET
                       MOVE 'R'              TO PY-SOURCE
                       MOVE WS-TICKET-NUMBER TO PY-TICKET-NUMBER
                       MOVE WS-CANCEL-NAME   TO PY-PAYEE-NAME
                       MOVE WS-CANCEL-NET    TO PY-AMOUNT
                       PERFORM 2018-D-REQUEST-REFUND
                   END-IF

                   IF WS-CANCEL-PENALTY = ZERO
                       EXIT PARAGRAPH
                   END-IF

                   MOVE WS-FLIGHT-NUMBER  TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO DS-FLIGHT-DATE
                   MOVE WS-TICKET         TO DS-TICKET
                   MOVE WS-TICKET-NUMBER  TO DS-TICKET-NUMBER
                   MOVE 'CXLPEN'          TO DS-TXN-CODE
                   MOVE WS-CANCEL-PENALTY TO DS-TICKET-TOTAL
                   MOVE ZERO              TO DS-TAX-AMOUNT
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    VENDA ANULADA NO EXTRATO DIARIO (MOVIMENTO CANCEL): O VALOR
      *    PAGO DO BILHETE COM AS MESMAS TAXAS DA VENDA (IVA SOBRE O
      *    LIQUIDO E AS TAXAS DOS AEROPORTOS DA ROTA DO VOO), PARA A
      *    NOTA DE CREDITO QUE ANULA A FATURA ORIGINAL (VER INVOICE).
      *    O MESTRE DE VOOS E LIDO PARA O VOO DO BILHETE E DEPOIS
      *    RELIDO PARA O VOO DA MENSAGEM ATUAL
      ******************************************************************
       2018-E-WRITE-CANCEL-CREDIT.
                   MOVE ZERO TO WS-TAX-AMOUNT
                   MOVE ZERO TO WS-TAX-ITEM-COUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                       UNTIL WS-TAX-SEQ > 4
                       MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
                       MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
                   END-PERFORM

                   ADD 1 TO WS-TAX-ITEM-COUNT
                   MOVE 'IVA' TO DS-TAX-NAME(WS-TAX-ITEM-COUNT)
                   COMPUTE DS-TAX-ITEM-AMT(WS-TAX-ITEM-COUNT)
                       ROUNDED = WS-CXC-AMOUNT * WS-SALES-TAX-RATE
                   ADD DS-TAX-ITEM-AMT(WS-TAX-ITEM-COUNT) TO
                       WS-TAX-AMOUNT

                   MOVE WS-CXC-FLIGHT TO FM-FLIGHT-NUMBER
                   MOVE WS-CXC-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FM-ORIGIN TO WS-TAX-AIRPORT
                           PERFORM 2012-D-ADD-AIRPORT-TAXES
                           MOVE FM-DESTINATION TO WS-TAX-AIRPORT
                           PERFORM 2012-D-ADD-AIRPORT-TAXES
                   END-READ

                   MOVE WS-CXC-FLIGHT        TO DS-FLIGHT-NUMBER
                   MOVE WS-CXC-DATE          TO DS-FLIGHT-DATE
                   MOVE WS-CXC-TICKET        TO DS-TICKET
                   MOVE WS-CXC-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE 'CANCEL'             TO DS-TXN-CODE
                   MOVE WS-CXC-AMOUNT        TO DS-TICKET-TOTAL
                   MOVE WS-TAX-AMOUNT        TO DS-TAX-AMOUNT
                   MOVE ZERO                 TO DS-BAG-REVENUE
                   MOVE ZERO                 TO DS-SEAT-REVENUE
                   MOVE WS-CXC-CHANNEL       TO DS-CHANNEL-CODE
                   MOVE ZERO                 TO DS-COMMISSION
                   MOVE ZERO                 TO DS-PRICE-BAND
                   WRITE DAILY-SALES-RECORD

                   MOVE WS-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ.

      ******************************************************************
      *    VOUCHER DO CANCELAMENTO DE UMA MARCA NAO REEMBOLSAVEL, PELO
      *    VALOR PAGO MENOS A TAXA RETIDA, VALIDO SP-VOUCHER-VALID-DAYS
      *    DIAS. A SERIE SEGUINTE DO MOTIVO E PROCURADA NO MESTRE NA
      *    PRIMEIRA EMISSAO; UMA CHAVE JA GRAVADA POR OUTRA PISTA DO
      *    LOTE FAZ AVANCAR A SERIE E TENTAR DE NOVO
      ******************************************************************
       2018-B-ISSUE-CANCEL-VOUCHER.
                   IF WS-VOUCHER-NEXT = ZERO
                       PERFORM 2018-C-FIND-LAST-VOUCHER
                   END-IF

                   MOVE SPACES TO VOUCHER-MASTER-RECORD
                   MOVE 'R'               TO VC-ISSUE-REASON
                   MOVE WS-RUN-DATE       TO VC-ISSUE-DATE
                   MOVE WS-VOUCHER-AMOUNT TO VC-ORIGINAL-AMOUNT
                   MOVE WS-VOUCHER-AMOUNT TO VC-BALANCE
                   COMPUTE VC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       + SP-VOUCHER-VALID-DAYS)
                   MOVE WS-FLIGHT-NUMBER  TO VC-ISSUE-FLIGHT
                   MOVE WS-FLIGHT-DATE    TO VC-ISSUE-FLIGHT-DATE
                   MOVE WS-TICKET         TO VC-ISSUE-TICKET
                   MOVE WS-TICKET-NUMBER  TO VC-ISSUE-TICKET-NUMBER
                   MOVE WS-CANCEL-NAME    TO VC-PASSENGER-NAME
                   MOVE WS-OPERATOR-ID    TO VC-ISSUE-OPERATOR
                   MOVE ZERO              TO VC-LAST-USE-DATE
                   MOVE ZERO              TO VC-USE-COUNT

                   MOVE ZERO TO WS-VOUCHER-TRIES
                   PERFORM UNTIL B-VOUCHER-ISSUED
                       OR WS-VOUCHER-TRIES > 100
                       MOVE 'R'             TO VC-NUMBER-REASON
                       MOVE WS-VOUCHER-NEXT TO VC-NUMBER-SERIAL
                       ADD 1 TO WS-VOUCHER-NEXT
                       ADD 1 TO WS-VOUCHER-TRIES
                       WRITE VOUCHER-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-VOUCHER-ISSUED
                       END-WRITE
                   END-PERFORM
                   IF NOT B-VOUCHER-ISSUED
      *                SEM VOUCHER O VALOR VOLTA A SER REEMBOLSO
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'ERRO A EMITIR O VOUCHER DO BILHETE '
                              DELIMITED BY SIZE
                              WS-TICKET DELIMITED BY SIZE
                              ' - SEGUE COMO REEMBOLSO'
                              DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       EXIT PARAGRAPH
                   END-IF

                   MOVE WS-VOUCHER-AMOUNT TO WS-DISP-VOUCHER-AMT
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'MARCA NAO REEMBOLSAVEL - EMITIDO O VOUCHER '
                          DELIMITED BY SIZE
                          VC-VOUCHER-NUMBER DELIMITED BY SIZE
                          ' DE ' DELIMITED BY SIZE
                          WS-DISP-VOUCHER-AMT DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    SERIE MAIS ALTA JA USADA NOS VOUCHERS DE CANCELAMENTO
      ******************************************************************
       2018-C-FIND-LAST-VOUCHER.
                   MOVE ZERO TO WS-VOUCHER-NEXT
                   MOVE 'N' TO WS-VOUCHER-SCAN-END
                   MOVE 'R'  TO VC-NUMBER-REASON
                   MOVE ZERO TO VC-NUMBER-SERIAL
                   START VOUCHER-MASTER-FILE
                       KEY IS NOT LESS THAN VC-VOUCHER-NUMBER
                       INVALID KEY
                           MOVE 'Y' TO WS-VOUCHER-SCAN-END
                   END-START
                   PERFORM UNTIL B-VOUCHER-SCAN-END
                       READ VOUCHER-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-VOUCHER-SCAN-END
                           NOT AT END
                               IF VC-NUMBER-REASON NOT = 'R'
                                   MOVE 'Y' TO WS-VOUCHER-SCAN-END
                               ELSE
                                   MOVE VC-NUMBER-SERIAL TO
                                       WS-VOUCHER-NEXT
                               END-IF
                       END-READ
                   END-PERFORM
                   ADD 1 TO WS-VOUCHER-NEXT.

      ******************************************************************
      *    PEDIDO DE REEMBOLSO PARA A FILA DE PAGAMENTOS (PAYOUT): O
      *    CHAMADOR PREENCHE O BILHETE, A ORIGEM, O NOME E O VALOR. A
      *    CONTA DO PASSAGEIRO NAO VEM NO LOTE - O PEDIDO FICA RETIDO
      *    ATE A TESOURARIA A REGISTAR (PAYMAINT)
      ******************************************************************
       2018-D-REQUEST-REFUND.
                   MOVE ZERO             TO PY-SEQ
                   MOVE SPACES           TO PY-IBAN
                   MOVE WS-RUN-DATE      TO PY-REQUEST-DATE
                   MOVE WS-OPERATOR-ID   TO PY-OPERATOR-ID
                   WRITE PAYOUT-REQUEST-RECORD.

      ******************************************************************
      *    ALTERACAO DE RESERVA: LIBERTAR A RESERVA ORIGINAL PELO
      *    NUCLEO DO CANCELAMENTO (LUGARES, RECEITA, GRUPO, ETIQUETAS
      ******************************************************************
       2015-PROCESS-CHANGE.
                   MOVE WS-OLD-FLIGHT TO PM-FLIGHT-NUMBER
                   MOVE WS-OLD-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET     TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
      *    CAPTADA ANTES DO NUCLEO APAGAR O REGISTO
                           MOVE PM-FARE-BRAND TO WS-CHANGE-BRAND
                           MOVE PM-CHANNEL-CODE TO WS-CHANGE-CHANNEL
                           MOVE PM-NAME         TO WS-CHANGE-NAME
      *    O BILHETE ORIGINAL SAI COM O SEU NUMERO; SEM NUMERO NOVO
      *    NA ALTERACAO O BILHETE REEMITIDO FICA COM O MESMO
                           MOVE PM-TICKET-NUMBER TO WS-TICKET-NUMBER
                           PERFORM 2011-A-CANCEL-CORE
                           IF WS-TKT-DOC-IN NOT = SPACES
                               MOVE WS-TKT-DOC TO WS-TICKET-NUMBER
                           END-IF
      *    OS AUXILIARES JA VENDIDOS ACOMPANHAM O BILHETE PARA O VOO
      *    NOVO, AO PRECO PAGO, E SAEM NO CARTAO DA RESERVA NOVA
                           MOVE WS-OLD-FLIGHT TO WS-ANC-FLIGHT
                           MOVE WS-OLD-DATE   TO WS-ANC-DATE
                           MOVE WS-TICKET     TO WS-ANC-TICKET
                           PERFORM 2024-K-MOVE-ANCILLARIES
                           PERFORM 2000-PROCESSING-DATA
                           PERFORM 2016-WRITE-FARE-DIFFERENCE
                           PERFORM 2019-WRITE-CHANGE-FEE
                   END-IF

                   MOVE WS-FLIGHT-NUMBER   TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE     TO DS-FLIGHT-DATE
                   MOVE WS-TICKET          TO DS-TICKET
                   MOVE WS-TICKET-NUMBER   TO DS-TICKET-NUMBER
                   MOVE 'CHGFEE'           TO DS-TXN-CODE
                   MOVE WS-BRAND-CHANGE-FEE TO DS-TICKET-TOTAL
                   MOVE ZERO               TO DS-TAX-AMOUNT
                   WRITE DAILY-SALES-RECORD

                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
      *            O AUTH-REF FICA EM BRANCO: A LIQUIDACAO DO
      *            ADQUIRENTE TRAZ UMA SO LINHA POR AUTORIZACAO E O
                   END-IF

                   MOVE WS-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO DS-FLIGHT-DATE
                   MOVE WS-TICKET        TO DS-TICKET
                   MOVE WS-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE WS-CHANGE-ABS    TO DS-TICKET-TOTAL
                   MOVE ZERO             TO DS-TAX-AMOUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                   WRITE DAILY-SALES-RECORD

      *    A COBRANCA DA DIFERENCA ENTRA NO DIARIO DE PAGAMENTOS
      *    (REEMBOLSOS NAO PASSAM PELO ADQUIRENTE E FICAM FORA DO
      *    DIARIO: SEGUEM PARA A FILA DE PAGAMENTOS POR TRANSFERENCIA)
                   IF WS-CHANGE-DIFF < ZERO
                       MOVE WS-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
                       MOVE WS-FLIGHT-DATE   TO PY-FLIGHT-DATE
                       MOVE WS-TICKET        TO PY-TICKET
                       MOVE 'A'              TO PY-SOURCE
                       MOVE WS-TICKET-NUMBER TO PY-TICKET-NUMBER
                       MOVE WS-CHANGE-NAME   TO PY-PAYEE-NAME
                       MOVE WS-CHANGE-ABS    TO PY-AMOUNT
                       PERFORM 2018-D-REQUEST-REFUND
                   END-IF
                   IF WS-CHANGE-DIFF > ZERO
                       MOVE WS-TICKET        TO PJ-TICKET
                       MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                       MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                       MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                       MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
                       MOVE WS-PAY-AUTH-REF  TO PJ-AUTH-REF
                       MOVE WS-CHANGE-ABS    TO PJ-AMOUNT
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    LIGAR O PASSAGEIRO A UM CLIENTE DO MESTRE DE CLIENTES:
      *    PRIMEIRO PELO MEMBRO DE FIDELIZACAO (JA CONFIRMADO CONTRA O
      *    LOYMAST), DEPOIS PELO NOME+DOCUMENTO DE VIAGEM, DEPOIS PELO
      *    NOME+E-MAIL. O CLIENTE ENCONTRADO COMPLETA OS DADOS QUE
      *    AINDA NAO TINHA; SEM CORRESPONDENCIA E CRIADO UM CLIENTE
      *    NOVO. UM CLIENTE FUNDIDO CONTINUA A RECEBER OS BILHETES QUE
      *    LHE CORRESPONDEM (A CONSULTA JUNTA-OS AO SOBREVIVENTE)
      ******************************************************************
       2009-E-LINK-CUSTOMER.
                   MOVE ZERO TO PM-CUSTOMER-ID
                   MOVE 'N' TO WS-CUST-FOUND
                   IF PM-LOYALTY-ID NOT = SPACES
                       MOVE PM-LOYALTY-ID TO CU-LOYALTY-ID
                       READ CUSTOMER-MASTER-FILE KEY IS CU-LOYALTY-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-CUST-FOUND
                       END-READ
                   END-IF
                   IF NOT B-CUST-FOUND AND PM-DOC-NUMBER NOT = SPACES
                       MOVE PM-NAME       TO CU-DOC-NAME
                       MOVE PM-DOC-NUMBER TO CU-DOC-NUMBER
                       READ CUSTOMER-MASTER-FILE
                           KEY IS CU-MATCH-DOC-KEY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-CUST-FOUND
                       END-READ
                   END-IF
                   IF NOT B-CUST-FOUND AND PM-EMAIL NOT = SPACES
                       MOVE PM-NAME  TO CU-EMAIL-NAME
                       MOVE PM-EMAIL TO CU-EMAIL
                       READ CUSTOMER-MASTER-FILE
                           KEY IS CU-MATCH-EMAIL-KEY
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'Y' TO WS-CUST-FOUND
                       END-READ
                   END-IF

                   IF B-CUST-FOUND
                       PERFORM 2009-F-REFRESH-CUSTOMER
                   ELSE
                       PERFORM 2009-G-NEW-CUSTOMER
                   END-IF.

       2009-F-REFRESH-CUSTOMER.
                   IF CU-LOYALTY-ID = SPACES
                       MOVE PM-LOYALTY-ID TO CU-LOYALTY-ID
                   END-IF
                   IF CU-DOC-NUMBER = SPACES
                       AND PM-DOC-NUMBER NOT = SPACES
                       MOVE PM-NAME       TO CU-DOC-NAME
                       MOVE PM-DOC-TYPE   TO CU-DOC-TYPE
                       MOVE PM-DOC-NUMBER TO CU-DOC-NUMBER
                   END-IF
                   IF CU-EMAIL = SPACES AND PM-EMAIL NOT = SPACES
                       MOVE PM-NAME  TO CU-EMAIL-NAME
                       MOVE PM-EMAIL TO CU-EMAIL
                   END-IF
                   IF PM-PHONE NOT = SPACES
                       MOVE PM-PHONE TO CU-PHONE
                   END-IF
                   MOVE WS-RUN-DATE TO CU-LAST-SEEN-DATE
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE CU-CUSTOMER-ID TO PM-CUSTOMER-ID.

      *            O NUMERO VEM DO REGISTO DE CONTROLO (CHAVE ZERO),
      *            CRIADO NA PRIMEIRA ATRIBUICAO
       2009-G-NEW-CUSTOMER.
                   MOVE ZERO TO CU-CUSTOMER-ID
                   READ CUSTOMER-MASTER-FILE
                       INVALID KEY
                           MOVE SPACES TO CUSTOMER-MASTER-RECORD
                           MOVE ZERO TO CU-CUSTOMER-ID
                           MOVE ZERO TO CU-FIRST-SEEN-DATE
                           MOVE ZERO TO CU-LAST-SEEN-DATE
                           MOVE ZERO TO CU-MERGED-INTO
                           MOVE ZERO TO CU-MERGED-DATE
                           MOVE 1    TO CU-LAST-ISSUED
                           WRITE CUSTOMER-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO CU-LAST-ISSUED
                           REWRITE CUSTOMER-MASTER-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   MOVE CU-LAST-ISSUED TO WS-CUST-NEW-ID

                   MOVE SPACES            TO CUSTOMER-MASTER-RECORD
                   MOVE WS-CUST-NEW-ID    TO CU-CUSTOMER-ID
                   MOVE PM-NAME           TO CU-NAME
                   MOVE PM-LOYALTY-ID     TO CU-LOYALTY-ID
                   MOVE PM-PHONE          TO CU-PHONE
                   MOVE PM-NATIONALITY    TO CU-NATIONALITY
                   MOVE PM-DOC-TYPE       TO CU-DOC-TYPE
                   MOVE PM-NAME           TO CU-DOC-NAME
                   MOVE PM-DOC-NUMBER     TO CU-DOC-NUMBER
                   MOVE PM-NAME           TO CU-EMAIL-NAME
                   MOVE PM-EMAIL          TO CU-EMAIL
                   MOVE WS-RUN-DATE       TO CU-FIRST-SEEN-DATE
                   MOVE WS-RUN-DATE       TO CU-LAST-SEEN-DATE
                   SET B-CU-ACTIVE        TO TRUE
                   MOVE ZERO              TO CU-MERGED-INTO
                   MOVE ZERO              TO CU-MERGED-DATE
                   MOVE ZERO              TO CU-LAST-ISSUED
                   WRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE CU-CUSTOMER-ID TO PM-CUSTOMER-ID.

      ******************************************************************
      *    REGISTAR OS CONSENTIMENTOS DADOS NA RESERVA PARA O EMAIL E
      *    O TELEFONE DO PASSAGEIRO: A RESERVA DA AS MENSAGENS
      *    OPERACIONAIS A UM CONTACTO QUE NUNCA AS RECUSOU; AS DE
      *    FIDELIZACAO FICAM COM O QUE O PASSAGEIRO RESPONDEU OU, SEM
      *    RESPOSTA, SAO DADAS A UM MEMBRO QUE RESERVA COM O NUMERO
      *    DE FIDELIZACAO E NUNCA AS RECUSOU; O MARKETING SO MUDA COM
      *    UMA RESPOSTA EXPRESSA. CADA MUDANCA VAI PARA O DIARIO
      ******************************************************************
       2009-H-RECORD-CONSENT.
                   IF PM-EMAIL NOT = SPACES
                       MOVE 'E'      TO WS-CONS-TYPE
                       MOVE PM-EMAIL TO WS-CONS-VALUE
                       PERFORM 2009-I-UPDATE-CONSENT
                   END-IF
                   IF PM-PHONE NOT = SPACES
                       MOVE 'T'      TO WS-CONS-TYPE
                       MOVE PM-PHONE TO WS-CONS-VALUE
                       PERFORM 2009-I-UPDATE-CONSENT
                   END-IF.

       2009-I-UPDATE-CONSENT.
                   MOVE WS-CONS-TYPE  TO CN-CONTACT-TYPE
                   MOVE WS-CONS-VALUE TO CN-CONTACT-VALUE
                   MOVE 'Y' TO WS-CONS-FOUND
                   READ CONSENT-REGISTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-CONS-FOUND
                   END-READ
                   IF NOT B-CONS-FOUND
                       MOVE WS-CONS-TYPE  TO CN-CONTACT-TYPE
                       MOVE WS-CONS-VALUE TO CN-CONTACT-VALUE
                       MOVE WS-RUN-DATE   TO CN-FIRST-DATE
                       PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
                           UNTIL WS-CONS-IDX > 3
                           MOVE SPACE  TO CN-FLAG(WS-CONS-IDX)
                           MOVE ZERO   TO CN-FLAG-DATE(WS-CONS-IDX)
                           MOVE SPACES TO CN-FLAG-SOURCE(WS-CONS-IDX)
                       END-PERFORM
                   END-IF

                   MOVE 'N' TO WS-CONS-CHANGED
                   IF CN-FLAG(1) = SPACE
                       MOVE 1   TO WS-CONS-IDX
                       MOVE 'Y' TO WS-CONS-NEW-FLAG
                       PERFORM 2009-J-CHANGE-CONSENT
                   END-IF

                   MOVE 2 TO WS-CONS-IDX
                   EVALUATE TRUE
                       WHEN WS-CONS-LOYALTY-IN = 'Y'
                           OR WS-CONS-LOYALTY-IN = 'N'
                           IF CN-FLAG(2) NOT = WS-CONS-LOYALTY-IN
                               MOVE WS-CONS-LOYALTY-IN TO
                                   WS-CONS-NEW-FLAG
                               PERFORM 2009-J-CHANGE-CONSENT
                           END-IF
                       WHEN PM-LOYALTY-ID NOT = SPACES
                           AND CN-FLAG(2) = SPACE
                           MOVE 'Y' TO WS-CONS-NEW-FLAG
                           PERFORM 2009-J-CHANGE-CONSENT
                   END-EVALUATE

                   MOVE 3 TO WS-CONS-IDX
                   IF (WS-CONS-MARKETING-IN = 'Y'
                       OR WS-CONS-MARKETING-IN = 'N')
                       AND CN-FLAG(3) NOT = WS-CONS-MARKETING-IN
                       MOVE WS-CONS-MARKETING-IN TO WS-CONS-NEW-FLAG
                       PERFORM 2009-J-CHANGE-CONSENT
                   END-IF

                   IF NOT B-CONS-CHANGED
                       EXIT PARAGRAPH
                   END-IF
                   IF B-CONS-FOUND
                       REWRITE CONSENT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE CONSENT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF.

       2009-J-CHANGE-CONSENT.
                   MOVE WS-RUN-DATE      TO CV-LOG-DATE
                   MOVE WS-RUN-TIME      TO CV-LOG-TIME
                   MOVE CN-CONTACT-TYPE  TO CV-CONTACT-TYPE
                   MOVE CN-CONTACT-VALUE TO CV-CONTACT-VALUE
                   MOVE WS-CONS-LETTERS(WS-CONS-IDX:1) TO CV-PURPOSE
                   MOVE CN-FLAG(WS-CONS-IDX) TO CV-OLD-FLAG
                   MOVE WS-CONS-NEW-FLAG TO CV-NEW-FLAG
                   MOVE 'FILE-FLY'       TO CV-SOURCE
                   MOVE SPACES           TO CV-REFERENCE
                   STRING PM-TICKET DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PM-FLIGHT-NUMBER DELIMITED BY SIZE
                          INTO CV-REFERENCE
                   WRITE CONSENT-LOG-RECORD

                   MOVE WS-CONS-NEW-FLAG TO CN-FLAG(WS-CONS-IDX)
                   MOVE WS-RUN-DATE      TO CN-FLAG-DATE(WS-CONS-IDX)
                   MOVE 'FILE-FLY'       TO CN-FLAG-SOURCE(WS-CONS-IDX)
                   MOVE 'Y' TO WS-CONS-CHANGED.

      ******************************************************************
      *    O CONTACTO PODE RECEBER MENSAGENS DA FINALIDADE WS-CONS-IDX?
      *    AS OPERACIONAIS SO NAO SAEM COM UMA RECUSA EXPRESSA; AS
      *    OUTRAS PRECISAM DE UMA AUTORIZACAO REGISTADA
      ******************************************************************
       2009-K-CHECK-CONSENT.
                   MOVE WS-CONS-TYPE  TO CN-CONTACT-TYPE
                   MOVE WS-CONS-VALUE TO CN-CONTACT-VALUE
                   READ CONSENT-REGISTER-FILE
                       INVALID KEY
                           IF WS-CONS-IDX = 1
                               MOVE 'Y' TO WS-CONS-ALLOWED
                           ELSE
                               MOVE 'N' TO WS-CONS-ALLOWED
                           END-IF
                       NOT INVALID KEY
                           IF B-CN-GRANTED(WS-CONS-IDX)
                               OR (WS-CONS-IDX = 1
                                   AND NOT B-CN-REFUSED(WS-CONS-IDX))
                               MOVE 'Y' TO WS-CONS-ALLOWED
                           ELSE
                               MOVE 'N' TO WS-CONS-ALLOWED
                           END-IF
                   END-READ.

      ******************************************************************
      *    CONFIRMACAO DE UMA OPCAO (CONFRM): O REGISTO RETIDO PASSA
      *    A RESERVA PAGA COM OS CAMPOS DE PAGAMENTO DO REGISTO DE
      ******************************************************************
       2017-PROCESS-CONFIRM.
                   MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET        TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                   END-READ.

       2017-B-CONFIRM-CORE.
      *            O VOUCHER (JA CONFERIDO NA VALIDACAO) E ABATIDO
      *            ANTES DE O PAGAMENTO FICAR NO MESTRE
                   IF WS-PAY-METHOD = 'V'
                       MOVE PM-TOTAL-PAID TO WS-VOUCHER-CHARGE
                       PERFORM 2007-H-REDEEM-VOUCHER
                   END-IF
      *            IDEM PARA O DEBITO NA CONTA DE EMPRESA
                   IF WS-PAY-METHOD = 'A'
                       MOVE PM-TOTAL-PAID TO WS-ACCOUNT-CHARGE
                       MOVE 'CONFRM'      TO WS-ACCOUNT-TXN
                       MOVE WS-PAY-AUTH-REF  TO WS-ACCOUNT-NUMBER
                       MOVE PM-FLIGHT-NUMBER TO WS-ACCOUNT-FLIGHT
                       MOVE PM-FLIGHT-DATE   TO WS-ACCOUNT-DATE
                       MOVE PM-TICKET        TO WS-ACCOUNT-TICKET
                       MOVE PM-TICKET-NUMBER TO WS-ACCOUNT-TKT-NUMBER
                       MOVE PM-NAME          TO WS-ACCOUNT-NAME
                       PERFORM 2007-L-CHARGE-OR-CASH
                   END-IF

                   MOVE 'PM' TO WS-JRNL-FILE-ID
                   MOVE 'R'  TO WS-JRNL-ACTION
                   MOVE PM-FLIGHT-TICKET-KEY TO WS-JRNL-KEY
                   END-REWRITE

                   MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'FM' TO WS-JRNL-FILE-ID
                           MOVE 'R'  TO WS-JRNL-ACTION
                           MOVE FM-FLIGHT-KEY TO WS-JRNL-KEY
                           MOVE FLIGHT-MASTER-RECORD TO WS-JRNL-BEFORE
                           PERFORM 2600-WRITE-MASTER-JOURNAL
                           ADD PM-TOTAL-PAID TO FM-REVENUE-BOOKED
                           END-REWRITE
                   END-READ

      *            O PAGAMENTO DA OPCAO SO E CAPTADO AGORA: E AQUI QUE
      *            A VENDA COM CARTAO E PONTUADA
                   IF PM-PAY-METHOD = 'C'
                       PERFORM 2022-SCORE-FRAUD-RISK
                   END-IF

                   ADD PM-TOTAL-PAID TO WS-TOTAL-REVENUE

      *            OS PONTOS SO MEXEM AGORA, QUANDO O BILHETE E
                   END-IF

                   MOVE PM-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO DS-FLIGHT-DATE
                   MOVE PM-TICKET        TO DS-TICKET
                   MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE 'CONFRM'         TO DS-TXN-CODE
                   MOVE PM-TOTAL-PAID    TO DS-TICKET-TOTAL
                   MOVE ZERO             TO DS-TAX-AMOUNT
      *            COMO EM 2012-B: O VALOR RESGATADO E O EVENTUAL
      *            RESTO EM NUMERARIO SAEM EM REGISTOS PROPRIOS
                   MOVE PM-TICKET        TO PJ-TICKET
                   MOVE PM-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE PM-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   IF WS-PAY-METHOD = 'P' AND B-REDEEM-DONE
                       MOVE 'P'              TO PJ-PAY-METHOD
                       MOVE WS-LOYALTY-ID    TO PJ-AUTH-REF

                   PERFORM 2013-WRITE-AUDIT-TRAIL

                   MOVE PM-TOTAL-PAID TO WS-DISP-TICKET
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'OPCAO DO BILHETE ' DELIMITED BY SIZE
                          WS-TICKET DELIMITED BY SIZE
                          ' CONFIRMADA - COBRADO ' DELIMITED BY SIZE
                          WS-DISP-TICKET DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    TAXA DE ACOMPANHAMENTO DO MENOR DESACOMPANHADO (UMNR),
      *    DISCRIMINADA NO EXTRATO DIARIO (UMFEE) E COBRADA NO DIARIO
      *    DE PAGAMENTOS; O DOCUMENTO DE ENTREGA DO VOO SAI DO
      *    UMDOC.cbl A PARTIR DO MESTRE
      ******************************************************************
       2021-CHARGE-UM-ESCORT-FEE.
                   MOVE WS-FLIGHT-NUMBER  TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO DS-FLIGHT-DATE
                   MOVE WS-TICKET         TO DS-TICKET
                   MOVE WS-TICKET-NUMBER  TO DS-TICKET-NUMBER
                   MOVE 'UMFEE'           TO DS-TXN-CODE
                   MOVE WS-UM-ESCORT-FEE  TO DS-TICKET-TOTAL
                   MOVE ZERO              TO DS-TAX-AMOUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                       UNTIL WS-TAX-SEQ > 4
                       MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
                       MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
                   END-PERFORM
                   MOVE ZERO              TO DS-BAG-REVENUE
                   MOVE ZERO              TO DS-SEAT-REVENUE
                   MOVE WS-CHANNEL-CODE   TO DS-CHANNEL-CODE
                   MOVE ZERO              TO DS-COMMISSION
                   MOVE ZERO              TO DS-PRICE-BAND
                   WRITE DAILY-SALES-RECORD

                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
      *            O AUTH-REF FICA EM BRANCO: A LIQUIDACAO DO
      *            ADQUIRENTE TRAZ UMA SO LINHA POR AUTORIZACAO E O
      *            RECONCIL CASA-A COM O REGISTO PRINCIPAL DA VENDA -
      *            REPETIR O AUTH AQUI GERAVA 'SEM LIQUIDACAO' FALSOS
                   MOVE SPACES           TO PJ-AUTH-REF
                   MOVE WS-UM-ESCORT-FEE TO PJ-AMOUNT
                   MOVE WS-RUN-DATE      TO PJ-RUN-DATE
                   MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
                   WRITE PAYMENT-JOURNAL-RECORD

                   MOVE WS-UM-ESCORT-FEE TO WS-DISP-UM-FEE
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'MENOR DESACOMPANHADO - TAXA DE ' &
                          'ACOMPANHAMENTO DE ' DELIMITED BY SIZE
                          WS-DISP-UM-FEE DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    PONTUACAO DE RISCO DE FRAUDE DA VENDA PAGA COM CARTAO (VER
      *    FRAUDSCR), CHAMADA COM O REGISTO DO MESTRE DE PASSAGEIROS
      *    JA GRAVADO NO BUFFER E O VOO LIDO. CADA REGRA QUE DISPARA
      *    SOMA O SEU PESO (SP-FRAUD-PTS-xxx). TODAS AS PONTUACOES
      *    FICAM NO FICHEIRO DE PONTUACOES PARA O FRAUDRPT E AS QUE
      *    ATINGEM O LIMIAR VAO PARA A FILA DE REVISAO DE FRAUDE
      *    (FRAUDREV.cbl). A VENDA SEGUE: O BILHETE JA ESTA EMITIDO E
      *    A DECISAO DE O CANCELAR FICA COM A EQUIPA DE FRAUDE
      ******************************************************************
       2022-SCORE-FRAUD-RISK.
                   MOVE ZERO   TO WS-FRAUD-SCORE
                   MOVE '----' TO WS-FRAUD-RULES

      *            A MESMA AUTORIZACAO JA APARECEU COM OUTRO NOME
                   MOVE 'A'             TO WS-FRAUD-LINK-TYPE
                   MOVE PM-PAY-AUTH-REF TO WS-FRAUD-LINK-VALUE
                   PERFORM 2022-B-CHECK-FRAUD-LINK
                   IF WS-FRAUD-OTHER-NAMES > ZERO
                       MOVE 'A' TO WS-FRAUD-RULE-AUTH-REF
                       ADD SP-FRAUD-PTS-AUTH-REF TO WS-FRAUD-SCORE
                   END-IF

      *            O MESMO EMAIL / TELEFONE EM MUITAS RESERVAS DA
      *            JANELA, E COM NOMES DIFERENTES DESTE
                   IF PM-EMAIL NOT = SPACES
                       MOVE 'E'      TO WS-FRAUD-LINK-TYPE
                       MOVE PM-EMAIL TO WS-FRAUD-LINK-VALUE
                       PERFORM 2022-B-CHECK-FRAUD-LINK
                       IF WS-FRAUD-PRIOR-BOOKINGS >=
                           SP-FRAUD-CONTACT-LIMIT
                           AND WS-FRAUD-OTHER-NAMES > ZERO
                           MOVE 'E' TO WS-FRAUD-RULE-EMAIL
                           ADD SP-FRAUD-PTS-EMAIL TO WS-FRAUD-SCORE
                       END-IF
                   END-IF
                   IF PM-PHONE NOT = SPACES
                       MOVE 'T'      TO WS-FRAUD-LINK-TYPE
                       MOVE PM-PHONE TO WS-FRAUD-LINK-VALUE
                       PERFORM 2022-B-CHECK-FRAUD-LINK
                       IF WS-FRAUD-PRIOR-BOOKINGS >=
                           SP-FRAUD-CONTACT-LIMIT
                           AND WS-FRAUD-OTHER-NAMES > ZERO
                           MOVE 'T' TO WS-FRAUD-RULE-PHONE
                           ADD SP-FRAUD-PTS-PHONE TO WS-FRAUD-SCORE
                       END-IF
                   END-IF

      *            BILHETE CARO, SO IDA, INTERNACIONAL, A PARTIR ATE
      *            AO DIA SEGUINTE
                   PERFORM 2022-C-CHECK-LAST-MINUTE
                   IF B-FRAUD-LAST-MIN
                       MOVE 'L' TO WS-FRAUD-RULE-LAST-MIN
                       ADD SP-FRAUD-PTS-LAST-MIN TO WS-FRAUD-SCORE
                   END-IF

                   IF WS-FRAUD-SCORE > 999
                       MOVE 999 TO WS-FRAUD-SCORE
                   END-IF
                   PERFORM 2022-D-WRITE-FRAUD-SCORE.

      ******************************************************************
      *    LER E ATUALIZAR A LIGACAO (TIPO + VALOR): DEVOLVE QUANTAS
      *    RESERVAS A USARAM ANTES DESTA NA JANELA E QUANTOS NOMES
      *    DIFERENTES DO DESTA PASSAGEIRA/DESTE PASSAGEIRO APARECERAM
      *    COM ELA, E JUNTA ESTA RESERVA A LIGACAO
      ******************************************************************
       2022-B-CHECK-FRAUD-LINK.
                   MOVE ZERO TO WS-FRAUD-OTHER-NAMES
                   MOVE ZERO TO WS-FRAUD-PRIOR-BOOKINGS
                   MOVE WS-FRAUD-LINK-TYPE  TO FL-LINK-TYPE
                   MOVE WS-FRAUD-LINK-VALUE TO FL-LINK-VALUE
                   READ FRAUD-LINK-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-FRAUD-LINK-FOUND
                           PERFORM 2022-E-RESET-FRAUD-LINK
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FRAUD-LINK-FOUND
      *                    JANELA VENCIDA: A LIGACAO RECOMECA
                           IF FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                               - FUNCTION INTEGER-OF-DATE(
                                   FL-WINDOW-START)
                               > SP-FRAUD-WINDOW-DAYS
                               PERFORM 2022-E-RESET-FRAUD-LINK
                           END-IF
                   END-READ

                   MOVE FL-BOOKING-COUNT TO WS-FRAUD-PRIOR-BOOKINGS
                   MOVE 'N' TO WS-FRAUD-NAME-SEEN
                   PERFORM VARYING WS-FRAUD-IDX FROM 1 BY 1
                       UNTIL WS-FRAUD-IDX > FL-NAME-COUNT
                       IF FL-NAME(WS-FRAUD-IDX) = PM-NAME
                           MOVE 'Y' TO WS-FRAUD-NAME-SEEN
                       END-IF
                   END-PERFORM
                   IF B-FRAUD-NAME-SEEN
                       COMPUTE WS-FRAUD-OTHER-NAMES = FL-NAME-COUNT - 1
                   ELSE
                       MOVE FL-NAME-COUNT TO WS-FRAUD-OTHER-NAMES
                       IF FL-NAME-COUNT < 10
                           ADD 1 TO FL-NAME-COUNT
                           MOVE PM-NAME TO FL-NAME(FL-NAME-COUNT)
                       END-IF
                   END-IF

                   IF FL-BOOKING-COUNT < 99999
                       ADD 1 TO FL-BOOKING-COUNT
                   END-IF
                   MOVE WS-RUN-DATE TO FL-LAST-DATE
                   IF B-FRAUD-LINK-FOUND
                       REWRITE FRAUD-LINK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   ELSE
                       WRITE FRAUD-LINK-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF.

       2022-E-RESET-FRAUD-LINK.
                   MOVE WS-RUN-DATE TO FL-WINDOW-START
                   MOVE ZERO TO FL-BOOKING-COUNT
                   MOVE ZERO TO FL-NAME-COUNT
                   PERFORM VARYING WS-FRAUD-IDX FROM 1 BY 1
                       UNTIL WS-FRAUD-IDX > 10
                       MOVE SPACES TO FL-NAME(WS-FRAUD-IDX)
                   END-PERFORM.

      ******************************************************************
      *    REGRA DE ULTIMA HORA: VALOR A PARTIR DE SP-FRAUD-HIGH-VALUE,
      *    SO IDA, PAISES DIFERENTES NA ORIGEM E NO DESTINO (MESTRE DE
      *    AEROPORTOS) E PARTIDA NO PROPRIO DIA OU NO SEGUINTE. UMA
      *    ESTACAO FORA DO MESTRE NAO CONTA COMO INTERNACIONAL
      ******************************************************************
       2022-C-CHECK-LAST-MINUTE.
                   MOVE 'N' TO WS-FRAUD-LAST-MIN
                   IF PM-TRIP-TYPE = 'I' OR 'i'
                       EXIT PARAGRAPH
                   END-IF
                   IF PM-TOTAL-PAID < SP-FRAUD-HIGH-VALUE
                       EXIT PARAGRAPH
                   END-IF
                   IF PM-FLIGHT-DATE IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PM-FLIGHT-DATE TO WS-FRAUD-DEP-DATE
                   IF FUNCTION INTEGER-OF-DATE(WS-FRAUD-DEP-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) > 1
                       EXIT PARAGRAPH
                   END-IF

                   MOVE SPACES TO WS-FRAUD-ORIG-CTRY
                   MOVE SPACES TO WS-FRAUD-DEST-CTRY
                   MOVE FM-ORIGIN TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AR-COUNTRY-CODE TO WS-FRAUD-ORIG-CTRY
                   END-READ
                   MOVE FM-DESTINATION TO AR-AIRPORT-CODE
                   READ AIRPORT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AR-COUNTRY-CODE TO WS-FRAUD-DEST-CTRY
                   END-READ
                   IF WS-FRAUD-ORIG-CTRY NOT = SPACES
                       AND WS-FRAUD-DEST-CTRY NOT = SPACES
                       AND WS-FRAUD-ORIG-CTRY NOT = WS-FRAUD-DEST-CTRY
                       MOVE 'Y' TO WS-FRAUD-LAST-MIN
                   END-IF.

      ******************************************************************
      *    GRAVAR A PONTUACAO E, A PARTIR DO LIMIAR, A ENTRADA NA FILA
      *    DE REVISAO DE FRAUDE, COM A AUDITORIA (FRDQUE) E A NOTA NO
      *    RELATORIO DO LOTE
      ******************************************************************
       2022-D-WRITE-FRAUD-SCORE.
                   MOVE WS-RUN-DATE      TO FS-RUN-DATE
                   MOVE WS-TXN-TYPE      TO FS-TXN-TYPE
                   MOVE PM-FLIGHT-NUMBER TO FS-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO FS-FLIGHT-DATE
                   MOVE PM-TICKET        TO FS-TICKET
                   MOVE PM-TICKET-NUMBER TO FS-TICKET-NUMBER
                   MOVE PM-NAME          TO FS-NAME
                   MOVE PM-CHANNEL-CODE  TO FS-CHANNEL-CODE
                   MOVE PM-PAY-AUTH-REF  TO FS-PAY-AUTH-REF
                   MOVE PM-TOTAL-PAID    TO FS-AMOUNT
                   MOVE WS-FRAUD-SCORE   TO FS-SCORE
                   MOVE WS-FRAUD-RULES   TO FS-RULES
                   MOVE 'N'              TO FS-QUEUED
                   IF WS-FRAUD-SCORE >= SP-FRAUD-THRESHOLD
                       MOVE 'Y' TO FS-QUEUED
                   END-IF
                   WRITE FRAUD-SCORE-RECORD

                   IF NOT B-FS-QUEUED
                       EXIT PARAGRAPH
                   END-IF

                   ADD 1 TO WS-FRAUD-QUEUED-COUNT
                   MOVE 'P'              TO FQ-STATUS
                   MOVE ZERO             TO FQ-DECISION-DATE
                   MOVE SPACES           TO FQ-DECISION-OPER
                   MOVE WS-RUN-DATE      TO FQ-RUN-DATE
                   MOVE PM-FLIGHT-NUMBER TO FQ-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO FQ-FLIGHT-DATE
                   MOVE PM-TICKET        TO FQ-TICKET
                   MOVE PM-TICKET-NUMBER TO FQ-TICKET-NUMBER
                   MOVE PM-NAME          TO FQ-NAME
                   MOVE PM-CHANNEL-CODE  TO FQ-CHANNEL-CODE
                   MOVE PM-PAY-AUTH-REF  TO FQ-PAY-AUTH-REF
                   MOVE PM-TOTAL-PAID    TO FQ-AMOUNT
                   MOVE WS-FRAUD-SCORE   TO FQ-SCORE
                   MOVE WS-FRAUD-RULES   TO FQ-RULES
                   MOVE PM-PHONE         TO FQ-PHONE
                   MOVE PM-EMAIL         TO FQ-EMAIL
                   WRITE FRAUD-QUEUE-RECORD

                   MOVE WS-FRAUD-SCORE TO WS-DISP-FRAUD-SCORE
                   MOVE PM-TICKET        TO AT-TICKET
                   MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
                   MOVE 'FRDQUE'         TO AT-TXN-TYPE
                   MOVE WS-RUN-DATE      TO AT-RUN-DATE
                   MOVE WS-RUN-TIME      TO AT-RUN-TIME
                   MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
                   MOVE SPACES           TO AT-DETAIL
                   STRING 'PONTUACAO ' DELIMITED BY SIZE
                          WS-DISP-FRAUD-SCORE DELIMITED BY SIZE
                          ' REGRAS ' DELIMITED BY SIZE
                          WS-FRAUD-RULES DELIMITED BY SIZE
                          INTO AT-DETAIL
                   MOVE SPACES TO AT-SEAL
                   WRITE AUDIT-TRAIL-RECORD

                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'BILHETE ' DELIMITED BY SIZE
                          PM-TICKET DELIMITED BY SIZE
                          ' NA FILA DE REVISAO DE FRAUDE - ' &
                          'PONTUACAO ' DELIMITED BY SIZE
                          WS-DISP-FRAUD-SCORE DELIMITED BY SIZE
                          ' REGRAS ' DELIMITED BY SIZE
                          WS-FRAUD-RULES DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    BEBE AO COLO (INFANT): NAO OCUPA LUGAR DO INVENTARIO - E
      *    GRAVADO NO MESTRE LIGADO AO BILHETE DO ADULTO, ENTRA NO
      *    MANIFESTO E NA FOLHA DE CARGA (MASSA PADRAO DE BEBE PELA
      *    IDADE) E E FATURADO A TARIFA DE BEBE NO EXTRATO DIARIO
      ******************************************************************
       2020-PROCESS-INFANT.
                   PERFORM 1900-LOOKUP-FLIGHT

                   MOVE FM-FLIGHT-DATE(5:2) TO WS-SEASON-MONTH
                   MOVE 1,00 TO WS-SEASON-RATE
                   PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
                       UNTIL WS-SEASON-IDX > 12
                       IF WS-SEASON-MONTH =
                           SEASON-MONTH(WS-SEASON-IDX)
                           MOVE SEASON-RATE(WS-SEASON-IDX)
                               TO WS-SEASON-RATE
                       END-IF
                   END-PERFORM
      *            A TARIFA DE BEBE E O ESCALAO ETARIO <2 DE SEMPRE
      *            (10% DA TARIFA BASE), SEM MALAS NEM ASSENTO
                   COMPUTE WS-TICKET-NET ROUNDED =
                       WS-TICKET * WS-SEASON-RATE * 0,10

                   ADD 1 TO WS-INFANT-COUNT
                   ADD WS-TICKET-NET TO WS-TOTAL-REVENUE

                   IF WS-PAY-METHOD = 'V'
                       MOVE WS-TICKET-NET TO WS-VOUCHER-CHARGE
                       PERFORM 2007-H-REDEEM-VOUCHER
                   END-IF
                   IF WS-PAY-METHOD = 'A'
                       MOVE WS-TICKET-NET TO WS-ACCOUNT-CHARGE
                       MOVE 'INFANT'      TO WS-ACCOUNT-TXN
                       PERFORM 2007-K-CHARGE-ACCOUNT-SALE
                   END-IF

                   MOVE WS-TICKET         TO PM-TICKET
                   MOVE WS-FLIGHT-NUMBER  TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO PM-FLIGHT-DATE
                   MOVE WS-NAME           TO PM-NAME
                   MOVE WS-AGE            TO PM-AGE
                   MOVE WS-NATIONALITY    TO PM-NATIONALITY
                   MOVE SPACES            TO PM-OBJDANGER
                   MOVE ZERO              TO PM-BAGS
                   MOVE SPACES            TO PM-SEAT
                   MOVE SPACES            TO PM-SEAT-NUMBER
                   MOVE ZERO              TO PM-BAG-WEIGHT
                   MOVE WS-LANGUAGE-CODE  TO PM-LANGUAGE-CODE
                   MOVE WS-TRIP-TYPE      TO PM-TRIP-TYPE
                   MOVE WS-BOOKING-REF    TO PM-BOOKING-REF
                   MOVE WS-JOURNEY-REF    TO PM-JOURNEY-REF
                   MOVE WS-TICKET-NET     TO PM-TOTAL-PAID
                   MOVE SPACES            TO PM-LOYALTY-ID
                   MOVE SPACES            TO PM-LOYALTY-TIER
                   MOVE SPACES            TO PM-SSR-CODES
                   MOVE WS-FARE-BRAND-IN  TO PM-FARE-BRAND
                   MOVE WS-PHONE          TO PM-PHONE
                   MOVE WS-EMAIL          TO PM-EMAIL
                   MOVE WS-CHANNEL-CODE   TO PM-CHANNEL-CODE
                   MOVE WS-PAY-METHOD     TO PM-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF   TO PM-PAY-AUTH-REF
                   MOVE WS-TICKET-NET     TO PM-PAY-AMOUNT
                   MOVE ZERO              TO PM-HOLD-EXPIRY
                   MOVE 'I'               TO PM-PAX-TYPE
                   MOVE IN-ADULT-TICKET   TO PM-ADULT-TICKET
                   MOVE SPACES            TO PM-UM-CONTACT-NAME
                   MOVE SPACES            TO PM-UM-CONTACT-PHONE
                   MOVE WS-DOC-TYPE       TO PM-DOC-TYPE
                   MOVE WS-DOC-NUMBER     TO PM-DOC-NUMBER
                   MOVE WS-DOC-EXPIRY     TO PM-DOC-EXPIRY
                   MOVE WS-DOC-ISSUE-CTRY TO PM-DOC-ISSUE-CTRY
                   MOVE SPACE             TO PM-DISPUTE-FLAG
                   MOVE WS-TICKET-NUMBER  TO PM-TICKET-NUMBER
                   MOVE SPACE             TO PM-STAFF-PRIORITY
                   MOVE ZERO              TO PM-STAFF-HIRE-DATE
                   SET B-PM-BOOKED        TO TRUE
                   PERFORM 2009-E-LINK-CUSTOMER

                   MOVE 'PM' TO WS-JRNL-FILE-ID
                   IF B-JB-PM-EXISTS
                       MOVE 'R' TO WS-JRNL-ACTION
                       MOVE WS-JB-PM-IMAGE TO WS-JRNL-BEFORE
                   ELSE
                       MOVE 'W' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-JRNL-BEFORE
                   END-IF
                   MOVE PM-FLIGHT-TICKET-KEY TO WS-JRNL-KEY
                   PERFORM 2600-WRITE-MASTER-JOURNAL
                   WRITE PASSENGER-MASTER-RECORD
                       INVALID KEY
                           REWRITE PASSENGER-MASTER-RECORD
                   END-WRITE

                   MOVE WS-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO DS-FLIGHT-DATE
                   MOVE WS-TICKET        TO DS-TICKET
                   MOVE WS-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE 'INFANT'         TO DS-TXN-CODE
                   MOVE WS-TICKET-NET    TO DS-TICKET-TOTAL
                   MOVE ZERO             TO DS-TAX-AMOUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                       UNTIL WS-TAX-SEQ > 4
                       MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
                       MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
                   END-PERFORM
                   MOVE 'IVA' TO DS-TAX-NAME(1)
                   COMPUTE DS-TAX-ITEM-AMT(1) ROUNDED =
                       WS-TICKET-NET * WS-SALES-TAX-RATE
                   MOVE DS-TAX-ITEM-AMT(1) TO DS-TAX-AMOUNT
                   MOVE ZERO             TO DS-BAG-REVENUE
                   MOVE ZERO             TO DS-SEAT-REVENUE
                   MOVE WS-CHANNEL-CODE  TO DS-CHANNEL-CODE
                   MOVE ZERO             TO DS-COMMISSION
                   MOVE ZERO             TO DS-PRICE-BAND
                   WRITE DAILY-SALES-RECORD

                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF  TO PJ-AUTH-REF
                   MOVE WS-TICKET-NET    TO PJ-AMOUNT
                   MOVE WS-RUN-DATE      TO PJ-RUN-DATE
                   MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
                   WRITE PAYMENT-JOURNAL-RECORD

                   PERFORM 2013-WRITE-AUDIT-TRAIL

                   MOVE WS-TICKET-NET TO WS-DISP-TICKET
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'BEBE AO COLO ' DELIMITED BY SIZE
                          WS-NAME DELIMITED BY SIZE
                          ' LIGADO AO BILHETE ' DELIMITED BY SIZE
                          IN-ADULT-TICKET DELIMITED BY SIZE
                          ' - TARIFA DE BEBE ' DELIMITED BY SIZE
                          WS-DISP-TICKET DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    PESSOAL EM STANDBY (STAFF): BILHETE DE SERVICO SEM TARIFA.
      *    FICA NO MESTRE COM O TIPO 'S', A CLASSE PEDIDA, A PRIORIDADE
      *    E A DATA DE ADMISSAO, MAS SEM LUGAR NEM VENDA NO INVENTARIO
      *    E SEM RECEITA. SO E DESPACHADO NO FECHO DA PORTA, PARA UM
      *    LUGAR DEIXADO POR UM NO-SHOW, E SO ENTAO PAGA AS TAXAS
      ******************************************************************
       2023-PROCESS-STAFF.
                   PERFORM 1900-LOOKUP-FLIGHT

                   ADD 1 TO WS-STAFF-COUNT

                   MOVE WS-TICKET         TO PM-TICKET
                   MOVE WS-FLIGHT-NUMBER  TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO PM-FLIGHT-DATE
                   MOVE WS-NAME           TO PM-NAME
                   MOVE WS-AGE            TO PM-AGE
                   MOVE WS-NATIONALITY    TO PM-NATIONALITY
                   MOVE WS-OBJDANGER      TO PM-OBJDANGER
                   MOVE ZERO              TO PM-BAGS
                   MOVE WS-SEAT           TO PM-SEAT
                   MOVE SPACES            TO PM-SEAT-NUMBER
                   MOVE ZERO              TO PM-BAG-WEIGHT
                   MOVE WS-LANGUAGE-CODE  TO PM-LANGUAGE-CODE
                   MOVE WS-TRIP-TYPE      TO PM-TRIP-TYPE
                   MOVE SPACES            TO PM-BOOKING-REF
                   MOVE SPACES            TO PM-JOURNEY-REF
                   MOVE ZERO              TO PM-TOTAL-PAID
                   MOVE SPACES            TO PM-LOYALTY-ID
                   MOVE SPACES            TO PM-LOYALTY-TIER
                   MOVE SPACES            TO PM-SSR-CODES
                   MOVE SPACES            TO PM-FARE-BRAND
                   MOVE WS-PHONE          TO PM-PHONE
                   MOVE WS-EMAIL          TO PM-EMAIL
                   MOVE WS-CHANNEL-CODE   TO PM-CHANNEL-CODE
                   MOVE WS-PAY-METHOD     TO PM-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF   TO PM-PAY-AUTH-REF
                   MOVE ZERO              TO PM-PAY-AMOUNT
                   MOVE ZERO              TO PM-HOLD-EXPIRY
                   MOVE 'S'               TO PM-PAX-TYPE
                   MOVE ZERO              TO PM-ADULT-TICKET
                   MOVE SPACES            TO PM-UM-CONTACT-NAME
                   MOVE SPACES            TO PM-UM-CONTACT-PHONE
                   MOVE WS-DOC-TYPE       TO PM-DOC-TYPE
                   MOVE WS-DOC-NUMBER     TO PM-DOC-NUMBER
                   MOVE WS-DOC-EXPIRY     TO PM-DOC-EXPIRY
                   MOVE WS-DOC-ISSUE-CTRY TO PM-DOC-ISSUE-CTRY
                   MOVE SPACE             TO PM-DISPUTE-FLAG
                   MOVE WS-TICKET-NUMBER  TO PM-TICKET-NUMBER
                   MOVE IN-STAFF-PRIORITY TO PM-STAFF-PRIORITY
                   MOVE IN-STAFF-HIRE-DATE TO PM-STAFF-HIRE-DATE
                   SET B-PM-BOOKED        TO TRUE
                   PERFORM 2009-E-LINK-CUSTOMER

                   MOVE 'PM' TO WS-JRNL-FILE-ID
                   IF B-JB-PM-EXISTS
                       MOVE 'R' TO WS-JRNL-ACTION
                       MOVE WS-JB-PM-IMAGE TO WS-JRNL-BEFORE
                   ELSE
                       MOVE 'W' TO WS-JRNL-ACTION
                       MOVE SPACES TO WS-JRNL-BEFORE
                   END-IF
                   MOVE PM-FLIGHT-TICKET-KEY TO WS-JRNL-KEY
                   PERFORM 2600-WRITE-MASTER-JOURNAL
                   WRITE PASSENGER-MASTER-RECORD
                       INVALID KEY
                           REWRITE PASSENGER-MASTER-RECORD
                   END-WRITE

                   PERFORM 2013-WRITE-AUDIT-TRAIL

                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'STANDBY DE PESSOAL ' DELIMITED BY SIZE
                          WS-NAME DELIMITED BY SIZE
                          ' BILHETE ' DELIMITED BY SIZE
                          WS-TICKET DELIMITED BY SIZE
                          ' CLASSE ' DELIMITED BY SIZE
                          WS-SEAT DELIMITED BY SIZE
                          ' PRIORIDADE ' DELIMITED BY SIZE
                          IN-STAFF-PRIORITY DELIMITED BY SIZE
                          ' - SEM LUGAR ATE AO FECHO DA PORTA'
                          DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    CANCELAMENTO DE UM STANDBY DE PESSOAL (REGISTO JA LIDO NO
      *    BUFFER DO MESTRE): NAO HA LUGAR, INVENTARIO, RECEITA NEM
      *    PENALIZACAO - O PASSAGEIRO SO SAI DA LISTA DE STANDBY
      ******************************************************************
       2023-B-CANCEL-STAFF.
                   IF WS-STAFF-COUNT > ZERO
                       SUBTRACT 1 FROM WS-STAFF-COUNT
                   END-IF

                   MOVE PM-TICKET        TO AT-TICKET
                   MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
                   MOVE WS-TXN-TYPE      TO AT-TXN-TYPE
                   MOVE WS-RUN-DATE      TO AT-RUN-DATE
                   MOVE WS-RUN-TIME      TO AT-RUN-TIME
                   MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
                   MOVE 'STANDBY DE PESSOAL' TO AT-DETAIL
                   MOVE SPACES TO AT-SEAL
                   WRITE AUDIT-TRAIL-RECORD

                   MOVE 'PM' TO WS-JRNL-FILE-ID
                   MOVE 'D'  TO WS-JRNL-ACTION
                   MOVE PM-FLIGHT-TICKET-KEY TO WS-JRNL-KEY
                   MOVE PASSENGER-MASTER-RECORD TO WS-JRNL-BEFORE
                   PERFORM 2600-WRITE-MASTER-JOURNAL
                   DELETE PASSENGER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE

                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'STANDBY DE PESSOAL ' DELIMITED BY SIZE
                          PM-TICKET DELIMITED BY SIZE
                          ' RETIRADO DA LISTA - SEM REEMBOLSO'
                          DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    PRODUTOS AUXILIARES PEDIDOS NO REGISTO (ATE DOIS CODIGOS DO
      *    CATALOGO ANCCAT), VENDIDOS COM O BILHETE: CADA UM TEM O SEU
      *    NUMERO DE DOCUMENTO NO REGISTO DE VENDAS (ANCSALE), O SEU
      *    MOVIMENTO NO EXTRATO DIARIO ('ANC' + PRODUTO, COM O IVA DO
      *    PRODUTO) E O SEU PAGAMENTO NO DIARIO, PELO MESMO MEIO DO
      *    BILHETE. UMA OPCAO (HOLD) AINDA NAO E VENDA, E PONTOS,
      *    VOUCHERS E CONTAS DE EMPRESA SO COBREM O BILHETE: NESSES
      *    CASOS OS AUXILIARES SAO VENDIDOS DEPOIS PELO ANCSELL.cbl.
      *    CHAMADO COM O VOO JA LIDO (ROTA) E ANTES DO CARTAO
      ******************************************************************
       2024-SELL-ANCILLARIES.
                   IF WS-ANC-REQUESTED(1) = SPACES
                       AND WS-ANC-REQUESTED(2) = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF B-TXN-HOLD
                       OR (WS-PAY-METHOD NOT = 'C'
                           AND WS-PAY-METHOD NOT = 'N')
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'AUXILIARES NAO VENDIDOS COM ESTE '
                              'BILHETE - VENDER PELO ANCSELL'
                              DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       EXIT PARAGRAPH
                   END-IF

                   PERFORM VARYING WS-ANC-IDX FROM 1 BY 1
                       UNTIL WS-ANC-IDX > 2
                       IF WS-ANC-REQUESTED(WS-ANC-IDX) NOT = SPACES
                           MOVE WS-ANC-REQUESTED(WS-ANC-IDX) TO
                               WS-ANC-PRODUCT
                           PERFORM 2024-B-SELL-ONE-ANCILLARY
                       END-IF
                   END-PERFORM.

       2024-B-SELL-ONE-ANCILLARY.
                   PERFORM 2024-C-LOOKUP-ANCILLARY-PRICE
                   IF NOT B-ANC-FOUND
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'PRODUTO AUXILIAR ' DELIMITED BY SIZE
                              WS-ANC-PRODUCT DELIMITED BY SIZE
                              ' SEM PRECO ATIVO PARA A ROTA - NAO '
                              'VENDIDO' DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       EXIT PARAGRAPH
                   END-IF

                   PERFORM 2024-D-NEXT-ANCILLARY-DOC

                   MOVE SPACES           TO ANCILLARY-SALE-RECORD
                   MOVE WS-ANC-NEXT-DOC  TO AS-DOC-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO AS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO AS-FLIGHT-DATE
                   MOVE WS-TICKET        TO AS-TICKET
                   MOVE WS-TICKET-NUMBER TO AS-TICKET-NUMBER
                   MOVE WS-NAME          TO AS-NAME
                   MOVE AX-PRODUCT-CODE  TO AS-PRODUCT-CODE
                   MOVE AX-DESCRIPTION   TO AS-DESCRIPTION
                   MOVE AX-PASS-TEXT     TO AS-PASS-TEXT
                   MOVE AX-PRICE         TO AS-NET-AMOUNT
                   MOVE AX-VAT-RATE      TO AS-VAT-RATE
                   COMPUTE AS-VAT-AMOUNT ROUNDED =
                       AX-PRICE * AX-VAT-RATE
                   MOVE AX-REFUND-RULE   TO AS-REFUND-RULE
                   MOVE AX-REFUND-FEE    TO AS-REFUND-FEE
                   MOVE AX-GL-ACCOUNT    TO AS-GL-ACCOUNT
                   SET B-AS-WITH-TICKET  TO TRUE
                   MOVE WS-RUN-DATE      TO AS-SALE-DATE
                   MOVE WS-CHANNEL-CODE  TO AS-CHANNEL-CODE
                   MOVE WS-PAY-METHOD    TO AS-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF  TO AS-PAY-AUTH-REF
                   MOVE WS-OPERATOR-ID   TO AS-OPERATOR-ID
                   SET B-AS-SOLD         TO TRUE
                   MOVE ZERO             TO AS-REFUND-DATE
                   MOVE ZERO             TO AS-REFUND-AMOUNT
                   MOVE ZERO             TO AS-LAST-ISSUED
                   WRITE ANCILLARY-SALE-RECORD
                       INVALID KEY
                           MOVE SPACES TO OUTPUT-COMMENT
                           STRING 'ERRO A GRAVAR A VENDA DO AUXILIAR '
                                  DELIMITED BY SIZE
                                  WS-ANC-PRODUCT DELIMITED BY SIZE
                                  INTO OUTPUT-COMMENT
                           WRITE OUTPUT-COMMENT
                           EXIT PARAGRAPH
                   END-WRITE
                   ADD 1 TO WS-ANC-SOLD-COUNT

                   MOVE WS-FLIGHT-NUMBER  TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE    TO DS-FLIGHT-DATE
                   MOVE WS-TICKET         TO DS-TICKET
                   MOVE WS-TICKET-NUMBER  TO DS-TICKET-NUMBER
                   MOVE 'ANC'             TO DS-TXN-PREFIX
                   MOVE AS-PRODUCT-CODE   TO DS-TXN-PRODUCT
                   MOVE AS-NET-AMOUNT     TO DS-TICKET-TOTAL
                   MOVE AS-VAT-AMOUNT     TO DS-TAX-AMOUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                       UNTIL WS-TAX-SEQ > 4
                       MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
                       MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
                   END-PERFORM
                   IF AS-VAT-AMOUNT > ZERO
                       MOVE 'IVA'         TO DS-TAX-NAME(1)
                       MOVE AS-VAT-AMOUNT TO DS-TAX-ITEM-AMT(1)
                   END-IF
                   MOVE ZERO              TO DS-BAG-REVENUE
                   MOVE ZERO              TO DS-SEAT-REVENUE
                   MOVE WS-CHANNEL-CODE   TO DS-CHANNEL-CODE
                   MOVE ZERO              TO DS-COMMISSION
                   MOVE ZERO              TO DS-PRICE-BAND
                   WRITE DAILY-SALES-RECORD

                   COMPUTE WS-ANC-GROSS = AS-NET-AMOUNT + AS-VAT-AMOUNT
                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
      *            SEM AUTH-REF PELA MESMA RAZAO DA TAXA UMNR: A
      *            LIQUIDACAO CASA A AUTORIZACAO COM A VENDA PRINCIPAL
                   MOVE SPACES           TO PJ-AUTH-REF
                   MOVE WS-ANC-GROSS     TO PJ-AMOUNT
                   MOVE WS-RUN-DATE      TO PJ-RUN-DATE
                   MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
                   MOVE SPACE            TO PJ-DISPUTE-FLAG
                   WRITE PAYMENT-JOURNAL-RECORD

                   MOVE WS-ANC-GROSS TO WS-DISP-ANC-AMOUNT
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'AUXILIAR ' DELIMITED BY SIZE
                          AS-PRODUCT-CODE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AS-PASS-TEXT DELIMITED BY SIZE
                          ' - DOCUMENTO ' DELIMITED BY SIZE
                          AS-DOC-NUMBER DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-DISP-ANC-AMOUNT DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      *    PRECO DO PRODUTO: ROTA E MARCA DO BILHETE, DEPOIS A ROTA
      *    PARA QUALQUER MARCA, DEPOIS A MARCA EM QUALQUER ROTA E POR
      *    FIM O PRECO GERAL. UM PRECO RETIRADO TRAVA A PROCURA (O
      *    PRODUTO NAO SE VENDE NESSA ROTA OU MARCA)
       2024-C-LOOKUP-ANCILLARY-PRICE.
                   MOVE 'N' TO WS-ANC-FOUND
                   MOVE WS-ANC-PRODUCT   TO AX-PRODUCT-CODE
                   MOVE FM-ORIGIN        TO AX-ORIGIN
                   MOVE FM-DESTINATION   TO AX-DESTINATION
                   MOVE WS-FARE-BRAND-IN TO AX-FARE-BRAND
                   PERFORM 2024-E-READ-CATALOGUE
                   IF B-ANC-NOT-FOUND
                       MOVE WS-ANC-PRODUCT TO AX-PRODUCT-CODE
                       MOVE FM-ORIGIN      TO AX-ORIGIN
                       MOVE FM-DESTINATION TO AX-DESTINATION
                       MOVE SPACE          TO AX-FARE-BRAND
                       PERFORM 2024-E-READ-CATALOGUE
                   END-IF
                   IF B-ANC-NOT-FOUND
                       MOVE WS-ANC-PRODUCT   TO AX-PRODUCT-CODE
                       MOVE SPACES           TO AX-ORIGIN
                       MOVE SPACES           TO AX-DESTINATION
                       MOVE WS-FARE-BRAND-IN TO AX-FARE-BRAND
                       PERFORM 2024-E-READ-CATALOGUE
                   END-IF
                   IF B-ANC-NOT-FOUND
                       MOVE WS-ANC-PRODUCT TO AX-PRODUCT-CODE
                       MOVE SPACES         TO AX-ORIGIN
                       MOVE SPACES         TO AX-DESTINATION
                       MOVE SPACE          TO AX-FARE-BRAND
                       PERFORM 2024-E-READ-CATALOGUE
                   END-IF.

      *            O NUMERO VEM DO REGISTO DE CONTROLO (CHAVE ZERO),
      *            CRIADO NA PRIMEIRA VENDA
       2024-D-NEXT-ANCILLARY-DOC.
                   MOVE ZERO TO AS-DOC-NUMBER
                   READ ANCILLARY-SALES-FILE
                       INVALID KEY
                           MOVE SPACES TO ANCILLARY-SALE-RECORD
                           MOVE ZERO TO AS-DOC-NUMBER
                           MOVE ZERO TO AS-TICKET
                           MOVE ZERO TO AS-TICKET-NUMBER
                           MOVE ZERO TO AS-NET-AMOUNT
                           MOVE ZERO TO AS-VAT-RATE
                           MOVE ZERO TO AS-VAT-AMOUNT
                           MOVE ZERO TO AS-REFUND-FEE
                           MOVE ZERO TO AS-SALE-DATE
                           MOVE ZERO TO AS-REFUND-DATE
                           MOVE ZERO TO AS-REFUND-AMOUNT
                           MOVE 1    TO AS-LAST-ISSUED
                           WRITE ANCILLARY-SALE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       NOT INVALID KEY
                           ADD 1 TO AS-LAST-ISSUED
                           REWRITE ANCILLARY-SALE-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   MOVE AS-LAST-ISSUED TO WS-ANC-NEXT-DOC.

       2024-E-READ-CATALOGUE.
                   READ ANCILLARY-CATALOGUE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-ANC-FOUND
                       NOT INVALID KEY
                           IF B-AX-ACTIVE
                               MOVE 'Y' TO WS-ANC-FOUND
                           ELSE
                               MOVE 'R' TO WS-ANC-FOUND
                           END-IF
                   END-READ.

      ******************************************************************
      *    AUXILIARES EM VIGOR DO BILHETE (WS-ANC-KEY) NO CARTAO DE
      *    EMBARQUE, UMA LINHA POR PRODUTO COM O SEU DOCUMENTO
      ******************************************************************
       2024-F-PRINT-ANCILLARIES.
                   MOVE 'N' TO WS-ANC-EOF
                   MOVE WS-ANC-KEY TO AS-TICKET-KEY
                   START ANCILLARY-SALES-FILE KEY = AS-TICKET-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-ANC-EOF
                   END-START
                   PERFORM UNTIL B-ANC-EOF
                       READ ANCILLARY-SALES-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-ANC-EOF
                           NOT AT END
                               IF AS-TICKET-KEY NOT = WS-ANC-KEY
                                   MOVE 'Y' TO WS-ANC-EOF
                               ELSE
                                   IF B-AS-SOLD
                                       PERFORM 2024-G-PRINT-ONE-LINE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM.

       2024-G-PRINT-ONE-LINE.
                   IF B-LANG-EN
                       STRING 'EXTRA: ' DELIMITED BY SIZE
                              AS-PASS-TEXT DELIMITED BY SIZE
                              '   DOC: ' DELIMITED BY SIZE
                              AS-DOC-NUMBER DELIMITED BY SIZE
                              INTO BOARDING-PASS-RECORD
                   ELSE
                       STRING 'SERVICO: ' DELIMITED BY SIZE
                              AS-PASS-TEXT DELIMITED BY SIZE
                              '   DOC: ' DELIMITED BY SIZE
                              AS-DOC-NUMBER DELIMITED BY SIZE
                              INTO BOARDING-PASS-RECORD
                   END-IF
                   WRITE BOARDING-PASS-RECORD.

      ******************************************************************
      *    CANCELAMENTO DO BILHETE (WS-ANC-KEY): CADA AUXILIAR EM VIGOR
      *    E REEMBOLSADO PELA REGRA GUARDADA NA VENDA - TOTAL, NENHUM
      *    OU O PRECO MENOS A TAXA DO PRODUTO. O LIQUIDO DEVOLVIDO SAI
      *    NO EXTRATO ('ANR' + PRODUTO, COM O IVA PROPORCIONAL) PARA A
      *    NOTA DE CREDITO, E O VALOR COM IVA VAI PARA A FILA DE
      *    PAGAMENTOS COMO O REEMBOLSO DO BILHETE (ORIGEM 'R')
      ******************************************************************
       2024-H-REFUND-ANCILLARIES.
                   MOVE 'N' TO WS-ANC-EOF
                   MOVE WS-ANC-KEY TO AS-TICKET-KEY
                   START ANCILLARY-SALES-FILE KEY = AS-TICKET-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-ANC-EOF
                   END-START
                   PERFORM UNTIL B-ANC-EOF
                       READ ANCILLARY-SALES-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-ANC-EOF
                           NOT AT END
                               IF AS-TICKET-KEY NOT = WS-ANC-KEY
                                   MOVE 'Y' TO WS-ANC-EOF
                               ELSE
                                   IF B-AS-SOLD
                                       PERFORM 2024-J-REFUND-ONE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM.

       2024-J-REFUND-ONE.
                   EVALUATE TRUE
                       WHEN B-AS-REFUND-FULL
                           MOVE AS-NET-AMOUNT TO WS-ANC-REFUND-NET
                       WHEN B-AS-REFUND-LESS-FEE
                           AND AS-REFUND-FEE < AS-NET-AMOUNT
                           COMPUTE WS-ANC-REFUND-NET =
                               AS-NET-AMOUNT - AS-REFUND-FEE
                       WHEN OTHER
                           MOVE ZERO TO WS-ANC-REFUND-NET
                   END-EVALUATE

                   MOVE WS-RUN-DATE       TO AS-REFUND-DATE
                   MOVE WS-ANC-REFUND-NET TO AS-REFUND-AMOUNT
                   IF WS-ANC-REFUND-NET = ZERO
                       SET B-AS-NOT-REFUNDED TO TRUE
                   ELSE
                       SET B-AS-REFUNDED TO TRUE
                   END-IF
                   REWRITE ANCILLARY-SALE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE

                   IF WS-ANC-REFUND-NET = ZERO
                       MOVE SPACES TO OUTPUT-COMMENT
                       STRING 'AUXILIAR ' DELIMITED BY SIZE
                              AS-PRODUCT-CODE DELIMITED BY SIZE
                              ' DOCUMENTO ' DELIMITED BY SIZE
                              AS-DOC-NUMBER DELIMITED BY SIZE
                              ' NAO REEMBOLSAVEL' DELIMITED BY SIZE
                              INTO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-ANC-REFUND-COUNT

                   COMPUTE WS-ANC-REFUND-VAT ROUNDED =
                       WS-ANC-REFUND-NET * AS-VAT-RATE
                   MOVE AS-FLIGHT-NUMBER  TO DS-FLIGHT-NUMBER
                   MOVE AS-FLIGHT-DATE    TO DS-FLIGHT-DATE
                   MOVE AS-TICKET         TO DS-TICKET
                   MOVE AS-TICKET-NUMBER  TO DS-TICKET-NUMBER
                   MOVE 'ANR'             TO DS-TXN-PREFIX
                   MOVE AS-PRODUCT-CODE   TO DS-TXN-PRODUCT
                   MOVE WS-ANC-REFUND-NET TO DS-TICKET-TOTAL
                   MOVE WS-ANC-REFUND-VAT TO DS-TAX-AMOUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                       UNTIL WS-TAX-SEQ > 4
                       MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
                       MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
                   END-PERFORM
                   IF WS-ANC-REFUND-VAT > ZERO
                       MOVE 'IVA'             TO DS-TAX-NAME(1)
                       MOVE WS-ANC-REFUND-VAT TO DS-TAX-ITEM-AMT(1)
                   END-IF
                   MOVE ZERO              TO DS-BAG-REVENUE
                   MOVE ZERO              TO DS-SEAT-REVENUE
                   MOVE AS-CHANNEL-CODE   TO DS-CHANNEL-CODE
                   MOVE ZERO              TO DS-COMMISSION
                   MOVE ZERO              TO DS-PRICE-BAND
                   WRITE DAILY-SALES-RECORD

                   MOVE AS-FLIGHT-NUMBER TO PY-FLIGHT-NUMBER
                   MOVE AS-FLIGHT-DATE   TO PY-FLIGHT-DATE
                   MOVE AS-TICKET        TO PY-TICKET
                   MOVE 'R'              TO PY-SOURCE
                   MOVE AS-TICKET-NUMBER TO PY-TICKET-NUMBER
                   MOVE AS-NAME          TO PY-PAYEE-NAME
                   COMPUTE PY-AMOUNT =
                       WS-ANC-REFUND-NET + WS-ANC-REFUND-VAT
                   PERFORM 2018-D-REQUEST-REFUND

                   COMPUTE WS-ANC-GROSS =
                       WS-ANC-REFUND-NET + WS-ANC-REFUND-VAT
                   MOVE WS-ANC-GROSS TO WS-DISP-ANC-AMOUNT
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'AUXILIAR ' DELIMITED BY SIZE
                          AS-PRODUCT-CODE DELIMITED BY SIZE
                          ' DOCUMENTO ' DELIMITED BY SIZE
                          AS-DOC-NUMBER DELIMITED BY SIZE
                          ' REEMBOLSADO - ' DELIMITED BY SIZE
                          WS-DISP-ANC-AMOUNT DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
      *    ALTERACAO DE RESERVA: OS AUXILIARES EM VIGOR DO BILHETE
      *    ANTIGO (WS-ANC-KEY) PASSAM PARA O VOO E BILHETE NOVOS. OS
      *    DOCUMENTOS SAO RECOLHIDOS PRIMEIRO E SO DEPOIS REGRAVADOS
      *    PELA CHAVE PRIMARIA, PARA NAO MUDAR A CHAVE ALTERNATIVA
      *    QUE SE ESTA A PERCORRER
      ******************************************************************
       2024-K-MOVE-ANCILLARIES.
                   MOVE ZERO TO WS-ANC-MOVE-COUNT
                   MOVE 'N' TO WS-ANC-EOF
                   MOVE WS-ANC-KEY TO AS-TICKET-KEY
                   START ANCILLARY-SALES-FILE KEY = AS-TICKET-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-ANC-EOF
                   END-START
                   PERFORM UNTIL B-ANC-EOF
                       READ ANCILLARY-SALES-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-ANC-EOF
                           NOT AT END
                               IF AS-TICKET-KEY NOT = WS-ANC-KEY
                                   MOVE 'Y' TO WS-ANC-EOF
                               ELSE
                                   IF B-AS-SOLD
                                       AND WS-ANC-MOVE-COUNT < 20
                                       PERFORM 2024-L-COLLECT-ONE
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM

                   PERFORM VARYING WS-ANC-MOVE-IDX FROM 1 BY 1
                       UNTIL WS-ANC-MOVE-IDX > WS-ANC-MOVE-COUNT
                       MOVE WS-ANC-MOVE-DOC(WS-ANC-MOVE-IDX) TO
                           AS-DOC-NUMBER
                       READ ANCILLARY-SALES-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WS-FLIGHT-NUMBER TO AS-FLIGHT-NUMBER
                               MOVE WS-FLIGHT-DATE   TO AS-FLIGHT-DATE
                               MOVE WS-TICKET        TO AS-TICKET
                               MOVE WS-TICKET-NUMBER TO AS-TICKET-NUMBER
                               REWRITE ANCILLARY-SALE-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-READ
                   END-PERFORM.

       2024-L-COLLECT-ONE.
                   ADD 1 TO WS-ANC-MOVE-COUNT
                   MOVE AS-DOC-NUMBER TO
                       WS-ANC-MOVE-DOC(WS-ANC-MOVE-COUNT).

      ******************************************************************
      *    MUDANCA DE NOME (NAMECH), JA VALIDADA E RASTREADA: O NOME
      *    NOVO FICA NO MESTRE E O DOCUMENTO DE VIAGEM DO NOME ANTIGO
      *    E APAGADO - FICA O QUE VEM NO REGISTO, SENAO O APISGEN
      *    ASSINALA-O EM FALTA ATE SER RECOLHIDO. A TAXA DA MARCA SAI
      *    NO EXTRATO DIARIO (NAMFEE) E NO DIARIO DE PAGAMENTOS; O
      *    NOME ANTIGO E O NOVO VAO A TRILHA DE AUDITORIA (NAMCHG).
      *    UMA MUDANCA PARA OUTRA PESSOA LIGA O BILHETE A UM CLIENTE
      *    NOVO E TIRA-LHE O CARTAO DE FIDELIZACAO DO TITULAR ANTIGO
      ******************************************************************
       2025-PROCESS-NAME-CHANGE.
                   MOVE WS-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PM-FLIGHT-DATE
                   MOVE WS-TICKET        TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ

                   MOVE 'PM' TO WS-JRNL-FILE-ID
                   MOVE 'R'  TO WS-JRNL-ACTION
                   MOVE PM-FLIGHT-TICKET-KEY TO WS-JRNL-KEY
                   MOVE PASSENGER-MASTER-RECORD TO WS-JRNL-BEFORE
                   PERFORM 2600-WRITE-MASTER-JOURNAL

                   MOVE PM-NAME TO WS-NC-OLD-NAME
                   MOVE WS-NAME TO PM-NAME
                   IF WS-NATIONALITY NOT = SPACES
                       MOVE WS-NATIONALITY TO PM-NATIONALITY
                   END-IF
                   MOVE WS-DOC-TYPE       TO PM-DOC-TYPE
                   MOVE WS-DOC-NUMBER     TO PM-DOC-NUMBER
                   MOVE WS-DOC-EXPIRY     TO PM-DOC-EXPIRY
                   MOVE WS-DOC-ISSUE-CTRY TO PM-DOC-ISSUE-CTRY
      *            ACIMA DA CORRECAO DE GRALHA O BILHETE PASSA A OUTRA
      *            PESSOA: DEIXA O CARTAO DE FIDELIZACAO DO TITULAR
      *            ANTIGO E E LIGADO DE NOVO AO MESTRE DE CLIENTES PELO
      *            NOME NOVO, COMO NUMA VENDA
                   IF WS-NC-LETTERS > FB-NAME-TYPO-MAX
                       MOVE SPACES TO PM-LOYALTY-ID
                       MOVE SPACE  TO PM-LOYALTY-TIER
                       PERFORM 2009-E-LINK-CUSTOMER
                   END-IF
                   REWRITE PASSENGER-MASTER-RECORD
                       INVALID KEY
                           MOVE SPACES TO OUTPUT-COMMENT
                           STRING 'ERRO A GRAVAR A MUDANCA DE NOME ' &
                                  'DO BILHETE ' DELIMITED BY SIZE
                                  WS-TICKET DELIMITED BY SIZE
                                  INTO OUTPUT-COMMENT
                           WRITE OUTPUT-COMMENT
                           EXIT PARAGRAPH
                   END-REWRITE

                   IF WS-NC-FEE > ZERO
                       PERFORM 2025-B-WRITE-NAME-FEE
                   END-IF

                   MOVE WS-NC-FEE TO WS-DISP-NC-FEE
                   MOVE WS-TICKET        TO AT-TICKET
                   MOVE WS-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO AT-FLIGHT-DATE
                   MOVE 'NAMCHG'         TO AT-TXN-TYPE
                   MOVE WS-RUN-DATE      TO AT-RUN-DATE
                   MOVE WS-RUN-TIME      TO AT-RUN-TIME
                   MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
                   MOVE SPACES           TO AT-DETAIL
      *            NOMES POR TAMANHO, COMO NO CORRIGIR: OS NOMES
      *            COMPOSTOS TEM DE SAIR INTEIROS NO ANTES/DEPOIS
                   STRING WS-NC-OLD-NAME DELIMITED BY SIZE
                          '>' DELIMITED BY SIZE
                          PM-NAME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-NC-LETTERS DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-DISP-NC-FEE DELIMITED BY SIZE
                          INTO AT-DETAIL
                   MOVE SPACES TO AT-SEAL
                   WRITE AUDIT-TRAIL-RECORD

                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'BILHETE ' DELIMITED BY SIZE
                          WS-TICKET DELIMITED BY SIZE
                          ' PASSA DE ' DELIMITED BY SIZE
                          WS-NC-OLD-NAME DELIMITED BY SIZE
                          ' PARA ' DELIMITED BY SIZE
                          PM-NAME DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT
                   IF PM-DOC-TYPE = SPACE
                       MOVE 'DOCUMENTO DE VIAGEM APAGADO - RECOLHER ' &
                            'ANTES DO APIS' TO OUTPUT-COMMENT
                       WRITE OUTPUT-COMMENT
                   END-IF.

      *    TAXA DE MUDANCA DE NOME: COBRADA A PARTE, COM A SUA PROPRIA
      *    AUTORIZACAO DE CARTAO (O BILHETE JA ESTAVA PAGO)
       2025-B-WRITE-NAME-FEE.
                   MOVE WS-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO DS-FLIGHT-DATE
                   MOVE WS-TICKET        TO DS-TICKET
                   MOVE WS-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE 'NAMFEE'         TO DS-TXN-CODE
                   MOVE WS-NC-FEE        TO DS-TICKET-TOTAL
                   MOVE ZERO             TO DS-TAX-AMOUNT
                   PERFORM VARYING WS-TAX-SEQ FROM 1 BY 1
                       UNTIL WS-TAX-SEQ > 4
                       MOVE SPACES TO DS-TAX-NAME(WS-TAX-SEQ)
                       MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-TAX-SEQ)
                   END-PERFORM
                   MOVE ZERO             TO DS-BAG-REVENUE
                   MOVE ZERO             TO DS-SEAT-REVENUE
                   MOVE PM-CHANNEL-CODE  TO DS-CHANNEL-CODE
                   MOVE ZERO             TO DS-COMMISSION
                   MOVE ZERO             TO DS-PRICE-BAND
                   WRITE DAILY-SALES-RECORD

                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF  TO PJ-AUTH-REF
                   MOVE WS-NC-FEE        TO PJ-AMOUNT
                   MOVE WS-RUN-DATE      TO PJ-RUN-DATE
                   MOVE WS-OPERATOR-ID   TO PJ-OPERATOR-ID
                   MOVE SPACE            TO PJ-DISPUTE-FLAG
                   WRITE PAYMENT-JOURNAL-RECORD

                   MOVE WS-NC-FEE TO WS-DISP-NC-FEE
                   MOVE SPACES TO OUTPUT-COMMENT
                   STRING 'TAXA DE MUDANCA DE NOME DA MARCA '
                          DELIMITED BY SIZE
                          PM-FARE-BRAND DELIMITED BY SIZE
                          ': ' DELIMITED BY SIZE
                          WS-DISP-NC-FEE DELIMITED BY SIZE
                          ' EUROS A COBRAR' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT.

      ******************************************************************
       2011-A-CANCEL-CORE.
                           MOVE PM-FLIGHT-NUMBER TO WS-CANCEL-FLIGHT
                           MOVE PM-FLIGHT-DATE   TO WS-CANCEL-DATE
                           MOVE PM-SEAT          TO WS-CANCEL-CLASS
                           MOVE PM-TICKET        TO WS-CANCEL-TICKET
                           PERFORM 2011-E-REMOVE-OWN-WAITLIST
                           END-IF

                           MOVE PM-FLIGHT-NUMBER TO FM-FLIGHT-NUMBER
                           MOVE PM-FLIGHT-DATE   TO FM-FLIGHT-DATE
                           READ FLIGHT-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'FM' TO WS-JRNL-FILE-ID
                                   MOVE 'R'  TO WS-JRNL-ACTION
                                   MOVE FM-FLIGHT-KEY TO
                                       WS-JRNL-KEY
                                   MOVE FLIGHT-MASTER-RECORD TO
                                       WS-JRNL-BEFORE
                               AND NOT B-ALLOT-RETURNED
                               MOVE PM-FLIGHT-NUMBER TO
                                   SI-FLIGHT-NUMBER
                               MOVE PM-FLIGHT-DATE TO SI-FLIGHT-DATE
                               MOVE PM-SEAT          TO SI-SEAT-CLASS
                               READ SEAT-INVENTORY-FILE
                                   INVALID KEY

                           IF PM-SEAT-NUMBER NOT = SPACES
                               MOVE PM-FLIGHT-NUMBER TO SA-FLIGHT-NUMBER
                               MOVE PM-FLIGHT-DATE   TO SA-FLIGHT-DATE
                               MOVE PM-SEAT-NUMBER   TO SA-SEAT-NUMBER
                               MOVE PM-TICKET        TO SA-TICKET
                               MOVE 'SA' TO WS-JRNL-FILE-ID
                           IF PM-BOOKING-REF NOT = SPACES
                               MOVE PM-FLIGHT-NUMBER TO
                                   BG-FLIGHT-NUMBER
                               MOVE PM-FLIGHT-DATE TO BG-FLIGHT-DATE
                               MOVE PM-BOOKING-REF TO BG-BOOKING-REF
                               READ BOOKING-GROUP-FILE
                                   INVALID KEY

                           MOVE PM-TICKET        TO AT-TICKET
                           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
                           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
                           MOVE WS-TXN-TYPE      TO AT-TXN-TYPE
                           MOVE WS-RUN-DATE      TO AT-RUN-DATE
                           MOVE WS-RUN-TIME      TO AT-RUN-TIME
                           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
                           MOVE SPACES           TO AT-DETAIL
                           MOVE SPACES TO AT-SEAL
                           WRITE AUDIT-TRAIL-RECORD

                           MOVE 'PM' TO WS-JRNL-FILE-ID
                       EXIT PARAGRAPH
                   END-IF
                   MOVE PM-FLIGHT-NUMBER TO AL-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO AL-FLIGHT-DATE
                   MOVE PM-SEAT          TO AL-SEAT-CLASS
                   MOVE PM-CHANNEL-CODE  TO AL-CHANNEL-CODE
                   READ ALLOTMENT-FILE
                                           WS-JL-TICKET(WS-JL-COUNT)
                                       MOVE IT-FLIGHT-NUMBER TO
                                           WS-JL-FLIGHT(WS-JL-COUNT)
                                       MOVE IT-FLIGHT-DATE TO
                                           WS-JL-DATE(WS-JL-COUNT)
                                   END-IF
                                   DELETE ITINERARY-FILE
                                       INVALID KEY
                       UNTIL WS-JL-IDX > WS-JL-COUNT
                       MOVE WS-JL-FLIGHT(WS-JL-IDX) TO
                           PM-FLIGHT-NUMBER
                       MOVE WS-JL-DATE(WS-JL-IDX) TO PM-FLIGHT-DATE
                       MOVE WS-JL-TICKET(WS-JL-IDX) TO PM-TICKET
                       READ PASSENGER-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
      *                        AS OUTRAS PERNAS SAO REEMBOLSADAS POR
      *                        INTEIRO (A PENALIZACAO DA MARCA SO SE
      *                        APLICA A PERNA PEDIDA)
                               IF NOT B-PM-HELD-OPT
                                   AND PM-TOTAL-PAID > ZERO
                                   MOVE PM-FLIGHT-NUMBER TO
                                       PY-FLIGHT-NUMBER
                                   MOVE PM-FLIGHT-DATE TO
                                       PY-FLIGHT-DATE
                                   MOVE PM-TICKET TO PY-TICKET
                                   MOVE 'R' TO PY-SOURCE
                                   MOVE PM-TICKET-NUMBER TO
                                       PY-TICKET-NUMBER
                                   MOVE PM-NAME TO PY-PAYEE-NAME
                                   MOVE PM-TOTAL-PAID TO PY-AMOUNT
                                   PERFORM 2018-D-REQUEST-REFUND
                                   MOVE PM-FLIGHT-NUMBER TO
                                       WS-CXC-FLIGHT
                                   MOVE PM-FLIGHT-DATE TO WS-CXC-DATE
                                   MOVE PM-TICKET TO WS-CXC-TICKET
                                   MOVE PM-TICKET-NUMBER TO
                                       WS-CXC-TICKET-NUMBER
                                   MOVE PM-TOTAL-PAID TO WS-CXC-AMOUNT
                                   MOVE PM-CHANNEL-CODE TO
                                       WS-CXC-CHANNEL
                                   PERFORM 2018-E-WRITE-CANCEL-CREDIT
                               END-IF
                               MOVE PM-FLIGHT-NUMBER TO WS-ANC-FLIGHT
                               MOVE PM-FLIGHT-DATE   TO WS-ANC-DATE
                               MOVE PM-TICKET        TO WS-ANC-TICKET
                               PERFORM 2024-H-REFUND-ANCILLARIES
                               PERFORM 2011-A-CANCEL-CORE
                       END-READ
                   END-PERFORM.
       2011-G-VOID-BAG-TAGS.
                   MOVE SPACE TO WS-BT-EOF
                   MOVE PM-FLIGHT-NUMBER TO BT-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO BT-FLIGHT-DATE
                   MOVE PM-TICKET        TO BT-TICKET
                   MOVE ZERO             TO BT-BAG-SEQ
                   START BAG-TAG-FILE KEY >= BT-TAG-KEY
                           NOT AT END
                               IF BT-FLIGHT-NUMBER NOT =
                                   WS-CANCEL-FLIGHT
                                   OR BT-FLIGHT-DATE NOT =
                                   WS-CANCEL-DATE
                                   OR BT-TICKET NOT = WS-CANCEL-TICKET
                                   MOVE 'Y' TO WS-BT-EOF
                               ELSE
                   MOVE SPACE TO WS-CANCEL-WAITLISTED
                   MOVE SPACE TO WS-WL-EXHAUSTED
                   MOVE WS-CANCEL-FLIGHT TO WL-FLIGHT-NUMBER
                   MOVE WS-CANCEL-DATE   TO WL-FLIGHT-DATE
                   MOVE WS-CANCEL-CLASS  TO WL-SEAT-CLASS
                   MOVE ZERO             TO WL-SEQUENCE
                   START WAITLIST-FILE KEY >= WL-FLIGHT-CLASS-SEQ-KEY
                           NOT AT END
                               IF WL-FLIGHT-NUMBER NOT =
                                   WS-CANCEL-FLIGHT
                                   OR WL-FLIGHT-DATE NOT =
                                   WS-CANCEL-DATE
                                   OR WL-SEAT-CLASS NOT =
                                   WS-CANCEL-CLASS
                                   MOVE 'Y' TO WS-WL-EXHAUSTED
                   MOVE SPACE TO WS-WL-EXHAUSTED

                   MOVE WS-CANCEL-FLIGHT TO WL-FLIGHT-NUMBER
                   MOVE WS-CANCEL-DATE   TO WL-FLIGHT-DATE
                   MOVE WS-CANCEL-CLASS  TO WL-SEAT-CLASS
                   MOVE ZERO             TO WL-SEQUENCE
                   START WAITLIST-FILE KEY >= WL-FLIGHT-CLASS-SEQ-KEY
                           NOT AT END
                               IF WL-FLIGHT-NUMBER NOT =
                                   WS-CANCEL-FLIGHT
                                   OR WL-FLIGHT-DATE NOT =
                                   WS-CANCEL-DATE
                                   OR WL-SEAT-CLASS NOT =
                                   WS-CANCEL-CLASS
                                   MOVE 'Y' TO WS-WL-EXHAUSTED
      ******************************************************************
       2011-C-GRANT-WAITLIST-SEAT.
                   MOVE WS-CANCEL-FLIGHT TO PM-FLIGHT-NUMBER
                   MOVE WS-CANCEL-DATE   TO PM-FLIGHT-DATE
                   MOVE WL-TICKET TO PM-TICKET
                   READ PASSENGER-MASTER-FILE
                       INVALID KEY
                           END-DELETE
                       NOT INVALID KEY
                           MOVE WS-CANCEL-FLIGHT TO SI-FLIGHT-NUMBER
                           MOVE WS-CANCEL-DATE   TO SI-FLIGHT-DATE
                           MOVE WS-CANCEL-CLASS  TO SI-SEAT-CLASS
                           READ SEAT-INVENTORY-FILE
                               INVALID KEY
                   END-REWRITE

                   MOVE WS-CANCEL-FLIGHT TO FM-FLIGHT-NUMBER
                   MOVE WS-CANCEL-DATE   TO FM-FLIGHT-DATE
                   READ FLIGHT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'FM' TO WS-JRNL-FILE-ID
                           MOVE 'R'  TO WS-JRNL-ACTION
                           MOVE FM-FLIGHT-KEY TO WS-JRNL-KEY
                           MOVE FLIGHT-MASTER-RECORD TO WS-JRNL-BEFORE
                           PERFORM 2600-WRITE-MASTER-JOURNAL
                           ADD WS-WL-CHARGE TO FM-REVENUE-BOOKED
      *    DIARIO (CODIGO PROPRIO 'WLCHG'), SENAO A CONCILIACAO A
      *    TRES ACUSA O TOTAL DO MESTRE MAIOR QUE O DO EXTRATO
                   MOVE WS-CANCEL-FLIGHT TO DS-FLIGHT-NUMBER
                   MOVE WS-CANCEL-DATE   TO DS-FLIGHT-DATE
                   MOVE PM-TICKET        TO DS-TICKET
                   MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE 'WLCHG'          TO DS-TXN-CODE
                   MOVE WS-WL-CHARGE     TO DS-TICKET-TOTAL
                   MOVE ZERO             TO DS-TAX-AMOUNT
                          WS-DISP-WL-CHARGE DELIMITED BY SIZE
                          ' EUROS' DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

      *    BILHETE PAGO A CONTA DE EMPRESA: A COBRANCA DO LUGAR VAI
      *    PARA A MESMA CONTA (SEM CREDITO FICA SO O AVISO)
                   IF PM-PAY-METHOD = 'A'
                       MOVE PM-PAY-AUTH-REF  TO WS-ACCOUNT-NUMBER
                       MOVE WS-WL-CHARGE     TO WS-ACCOUNT-CHARGE
                       MOVE 'WLCHG'          TO WS-ACCOUNT-TXN
                       MOVE PM-FLIGHT-NUMBER TO WS-ACCOUNT-FLIGHT
                       MOVE PM-FLIGHT-DATE   TO WS-ACCOUNT-DATE
                       MOVE PM-TICKET        TO WS-ACCOUNT-TICKET
                       MOVE PM-TICKET-NUMBER TO WS-ACCOUNT-TKT-NUMBER
                       MOVE PM-NAME          TO WS-ACCOUNT-NAME
                       PERFORM 2007-J-CHARGE-CORP-ACCOUNT
                   END-IF.

      ******************************************************************
      *    CARTAO DE EMBARQUE IMPRIMIVEL POR PASSAGEIRO (NOME, VOO,
      ******************************************************************
       2010-PRINT-BOARDING-PASS.
                   PERFORM 2010-B-FIND-THROUGH-DEST
                   PERFORM 2010-D-LOOKUP-STATIONS

                   IF B-LANG-EN
                       MOVE '---------- BOARDING PASS ----------'
                              WS-FLIGHT-NUMBER DELIMITED BY SIZE
                              '   DESTINATION: ' DELIMITED BY SIZE
                              FM-DESTINATION DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-STN-DEST-CITY DELIMITED BY SIZE
                              '   DATE: ' DELIMITED BY SIZE
                              FM-FLIGHT-DATE DELIMITED BY SIZE
                              INTO BOARDING-PASS-RECORD
                              WS-FLIGHT-NUMBER DELIMITED BY SIZE
                              '   DESTINO: ' DELIMITED BY SIZE
                              FM-DESTINATION DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-STN-DEST-CITY DELIMITED BY SIZE
                              '   DATA: ' DELIMITED BY SIZE
                              FM-FLIGHT-DATE DELIMITED BY SIZE
                              INTO BOARDING-PASS-RECORD
                   END-IF
                   WRITE BOARDING-PASS-RECORD

                   MOVE WS-FLIGHT-NUMBER TO WS-ANC-FLIGHT
                   MOVE WS-FLIGHT-DATE   TO WS-ANC-DATE
                   MOVE WS-TICKET        TO WS-ANC-TICKET
                   PERFORM 2024-F-PRINT-ANCILLARIES

                   IF WS-SSR-CODES NOT = SPACES
                       IF B-LANG-EN
                           STRING 'SPECIAL SERVICES: '
                       WRITE BOARDING-PASS-RECORD
                   END-IF

                   IF B-LANG-EN
                       STRING 'FROM: ' DELIMITED BY SIZE
                              FM-ORIGIN DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-STN-ORIGIN-CITY DELIMITED BY SIZE
                              INTO BOARDING-PASS-RECORD
                   ELSE
                       STRING 'ORIGEM: ' DELIMITED BY SIZE
                              FM-ORIGIN DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              WS-STN-ORIGIN-CITY DELIMITED BY SIZE
                              INTO BOARDING-PASS-RECORD
                   END-IF
                   WRITE BOARDING-PASS-RECORD

                   PERFORM 2010-C-FORMAT-CUTOFF
                   WRITE BOARDING-PASS-RECORD

      *            VOO EM CODESHARE OPERADO POR UMA COMPANHIA PARCEIRA
                   IF FM-OPERATING-CARRIER NOT = SPACES
                       IF B-LANG-EN
                           STRING 'OPERATED BY: ' DELIMITED BY SIZE
                                  FM-OPERATING-CARRIER
                                  DELIMITED BY SIZE
                                  INTO BOARDING-PASS-RECORD
                       ELSE
                           STRING 'OPERADO POR: ' DELIMITED BY SIZE
                                  FM-OPERATING-CARRIER
                                  DELIMITED BY SIZE
                                  INTO BOARDING-PASS-RECORD
                       END-IF
                       WRITE BOARDING-PASS-RECORD
                   END-IF

                   IF B-LANG-EN
                       STRING 'TOTAL PAID: ' DELIMITED BY SIZE
                              WS-DISP-TICKET DELIMITED BY SIZE
                   PERFORM 2012-C-ACCUMULATE-CHANNEL

                   MOVE WS-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO DS-FLIGHT-DATE
                   MOVE WS-TICKET        TO DS-TICKET
                   MOVE WS-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE WS-TXN-TYPE      TO DS-TXN-CODE
                   MOVE WS-TICKET-NET    TO DS-TICKET-TOTAL
                   MOVE WS-TAX-AMOUNT    TO DS-TAX-AMOUNT
      *    NUMERARIO COMO REGISTO PROPRIO
                   IF WS-PAY-METHOD = 'P' AND B-REDEEM-DONE
                       MOVE WS-TICKET        TO PJ-TICKET
                       MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                       MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                       MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                       MOVE 'P'              TO PJ-PAY-METHOD
                       MOVE WS-LOYALTY-ID    TO PJ-AUTH-REF
                       MOVE WS-POINTS-VALUE  TO PJ-AMOUNT
                   END-IF

                   MOVE WS-TICKET        TO PJ-TICKET
                   MOVE WS-TICKET-NUMBER TO PJ-TICKET-NUMBER
                   MOVE WS-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO PJ-FLIGHT-DATE
                   MOVE WS-PAY-METHOD    TO PJ-PAY-METHOD
                   MOVE WS-PAY-AUTH-REF  TO PJ-AUTH-REF
                   MOVE WS-TICKET-NET    TO PJ-AMOUNT
      ******************************************************************
       2012-F-WRITE-REDEEM-EXTRACT.
                   MOVE WS-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO DS-FLIGHT-DATE
                   MOVE WS-TICKET        TO DS-TICKET
                   MOVE WS-TICKET-NUMBER TO DS-TICKET-NUMBER
                   MOVE 'PTSRED'         TO DS-TXN-CODE
                   MOVE WS-POINTS-VALUE  TO DS-TICKET-TOTAL
                   MOVE ZERO             TO DS-TAX-AMOUNT
       2013-WRITE-AUDIT-TRAIL.
                   MOVE WS-TICKET        TO AT-TICKET
                   MOVE WS-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
                   MOVE WS-FLIGHT-DATE   TO AT-FLIGHT-DATE
                   MOVE WS-TXN-TYPE      TO AT-TXN-TYPE
                   MOVE WS-RUN-DATE      TO AT-RUN-DATE
                   MOVE WS-RUN-TIME      TO AT-RUN-TIME
                   MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
                   MOVE SPACES           TO AT-DETAIL
                   MOVE SPACES TO AT-SEAL
                   WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   MOVE WS-FRAUD-QUEUED-COUNT TO WS-DISP-FRAUD-QUEUED
                   STRING 'Vendas na fila de revisao de fraude: '
                          WS-DISP-FRAUD-QUEUED DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   MOVE WS-CONS-SUPPRESSED TO WS-DISP-CONS-SUPPRESSED
                   STRING 'Avisos suprimidos sem consentimento: '
                          WS-DISP-CONS-SUPPRESSED DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   MOVE WS-ANC-SOLD-COUNT TO WS-DISP-ANC-SOLD
                   STRING 'Produtos auxiliares vendidos: '
                          WS-DISP-ANC-SOLD DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   MOVE WS-ANC-REFUND-COUNT TO WS-DISP-ANC-REFUNDED
                   STRING 'Produtos auxiliares reembolsados: '
                          WS-DISP-ANC-REFUNDED DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   MOVE WS-INFANT-COUNT TO WS-DISP-INFANTS
                   STRING 'Bebes ao colo: '
                          WS-DISP-INFANTS DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   MOVE WS-STAFF-COUNT TO WS-DISP-STAFF
                   STRING 'Pessoal em standby (nao pagante): '
                          WS-DISP-STAFF DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   WRITE OUTPUT-COMMENT

                   STRING 'Receita total (EUR): '
                          WS-DISP-REVENUE DELIMITED BY SIZE
                          INTO OUTPUT-COMMENT
                   ELSE
                       MOVE WS-FLIGHT-NUMBER TO RH-FLIGHT-NUMBER
                   END-IF
                   MOVE WS-FLIGHT-DATE TO RH-FLIGHT-DATE
                   MOVE WS-RECORDS-READ-THIS-RUN TO RH-RECORDS-READ
                   MOVE WS-REJECT-COUNT TO RH-REJECTS
                   MOVE WS-ELAPSED-SECS TO RH-ELAPSED-SECS
                 LOYALTY-MASTER-FILE
                 PROMO-MASTER-FILE
                 AIRPORT-TAX-FILE
                 AIRPORT-MASTER-FILE
                 SEAT-MAP-FILE
                 COUNTRY-MASTER-FILE
                 VISA-RULE-FILE
                 ITINERARY-FILE
                 BAG-TAG-FILE
                 ALLOTMENT-FILE
                 GROUP-REQUEST-FILE
                 TICKET-STOCK-FILE
                 VOUCHER-MASTER-FILE
                 CORP-ACCOUNT-FILE
                 CORP-LEDGER-FILE
                 ERROR-FILE
                 OUTPUT-FILE
                 BOARDING-PASS-FILE
                 RUN-HISTORY-FILE
                 SSR-SUMMARY-FILE
                 OPS-REPORT-FILE
                 LOYALTY-ACCRUAL-FILE
                 PAYOUT-REQUEST-FILE
                 FRAUD-LINK-FILE
                 FRAUD-SCORE-FILE
                 FRAUD-QUEUE-FILE
                 CUSTOMER-MASTER-FILE
                 CONSENT-REGISTER-FILE
                 CONSENT-LOG-FILE
                 ANCILLARY-CATALOGUE-FILE
                 ANCILLARY-SALES-FILE.

           PERFORM 1005-RELEASE-BATCH-LOCK.
                 
