       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPREQ.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    GRPREQ - PEDIDOS DE GRUPO (VER GRPREQ.cpy): COTACAO,
      *    RETENCAO DE LUGARES, DEPOSITO E LISTA DE NOMES DOS GRUPOS
      *    DE MAIS DE NOVE PASSAGEIROS, QUE ATE AGORA ERAM METIDOS NO
      *    LOTE PASSAGEIRO A PASSAGEIRO SEM PRECO RETIDO NEM PRAZOS.
      *    - SEM PARAMETRO: MANUTENCAO INTERATIVA AO ESTILO DO
      *      ALLOTMNT.cbl - COTAR UM GRUPO NOVO, ACEITAR (OS LUGARES
      *      FICAM RETIDOS NO INVENTARIO, SUBINDO SI-SEATS-SOLD),
      *      REGISTAR O DEPOSITO, ALTERAR OS PRAZOS OU CANCELAR
      *    - PARAMETRO 'SWEEP [AAAAMMDD]': VARRIMENTO DIARIO, CORRIDO
      *      PELO DRIVER NOTURNO ANTES DO LOTE:
      *      1. GRUPOS ACEITES SEM DEPOSITO COM O PRAZO JA PASSADO:
      *         OS LUGARES RETIDOS AINDA NAO RESERVADOS VOLTAM A
      *         VENDA LIVRE E O GRUPO FICA 'X'
      *      2. GRUPOS COM O PRAZO DA LISTA DE NOMES JA PASSADO: OS
      *         LUGARES NAO RESERVADOS VOLTAM A VENDA LIVRE E O GRUPO
      *         FECHA ('F') NO QUE FOI RESERVADO
      *      3. A LISTA DE NOMES RECEBIDA DAS VENDAS
      *         (group-names.txt) E CONVERTIDA EM REGISTOS NEW NO
      *         LAYOUT DE ENTRADA DO LOTE (group-bookings.txt, QUE O
      *         DRIVER METE NA NOITE COMO OS CANCELAMENTOS DO
      *         FRAUDREV), COM A REFERENCIA DO GRUPO COMO RESERVA: O
      *         FILE-FLY ABATE CADA MEMBRO NOS LUGARES RETIDOS, PELA
      *         TARIFA DO GRUPO, E FORMA O PNR NO BOOKGRP
      *      4. LEMBRETE AS VENDAS DOS GRUPOS COM A LISTA DE NOMES
      *         INCOMPLETA A MENOS DE WS-REMIND-DAYS DIAS DO PRAZO
      *      TUDO VAI AO RELATORIO group-sweep-report.txt. RC=2 QUANDO
      *      HA NOMES RECUSADOS (A DEVOLVER AS VENDAS)
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/group-requests.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GQ-GROUP-REF
               FILE STATUS IS WS-GROUP-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-inventory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-FLIGHT-CLASS-KEY
               FILE STATUS IS WS-SEATINV-STATUS.

           SELECT CHANNEL-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/channel-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CHANNEL-CODE
               FILE STATUS IS WS-CHANNEL-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

      *    SO O VARRIMENTO: PARA DAR AOS MEMBROS OS BILHETES SEGUINTES
      *    AO MAIS ALTO JA EXISTENTE NO VOO, COMO O BALCAO
           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL GROUP-NAMES-FILE ASSIGN TO
               "PASSAGEM/FILE/group-names.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMES-STATUS.

           SELECT OPTIONAL GROUP-BOOKING-FILE ASSIGN TO
               "PASSAGEM/FILE/group-bookings.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GROUP-REPORT-FILE ASSIGN TO
               "PASSAGEM/FILE/group-sweep-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    A MANUTENCAO AUDITA NA TRILHA DO DIA; O VARRIMENTO CORRE
      *    ANTES DOS VOOS E ESCREVE NUM FICHEIRO PROPRIO QUE A
      *    COLACAO JUNTA A TRILHA DA NOITE, COMO O HOLDSWP
           SELECT OPTIONAL AUDIT-FILE ASSIGN USING WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GROUP-REQUEST-FILE.
           COPY GRPREQ.

       FD SEAT-INVENTORY-FILE.
           COPY SEATINV.

       FD CHANNEL-MASTER-FILE.
           COPY CHANMAST.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

      ******************************************************************
      *    LISTA DE NOMES ENVIADA PELAS VENDAS: UMA LINHA POR MEMBRO,
      *    COM A REFERENCIA DO GRUPO. O VOO, A CLASSE, O CANAL E O
      *    PAGAMENTO VEM DO PEDIDO DE GRUPO
      ******************************************************************
       FD GROUP-NAMES-FILE.
       01 GROUP-NAME-RECORD.
           05 GN-GROUP-REF          PIC X(6).
           05 GN-NAME               PIC X(14).
           05 GN-AGE                PIC X(3).
           05 GN-NATIONALITY        PIC X(11).
           05 GN-BAGS               PIC X(2).
           05 GN-DOC-TYPE           PIC X(1).
           05 GN-DOC-NUMBER         PIC X(9).
           05 GN-DOC-EXPIRY         PIC X(8).
           05 GN-DOC-ISSUE-CTRY     PIC X(3).
           05 GN-SSR-CODES          PIC X(14).
           05 GN-PHONE              PIC X(15).
           05 GN-EMAIL              PIC X(40).

       FD GROUP-BOOKING-FILE.
       01 GROUP-BOOKING-LINE        PIC X(300).

       FD GROUP-REPORT-FILE.
       01 GROUP-REPORT-LINE         PIC X(132).

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-GROUP-STATUS       PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-CHANNEL-STATUS     PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-NAMES-STATUS       PIC X(2).

       01 WS-AUDIT-PATH         PIC X(64)
           VALUE "PASSAGEM/FILE/audit-trail.txt".

      *    COTAR E RETER LUGARES MEXE NO INVENTARIO: A SESSAO DIZ QUE
      *    PESSOA O FEZ. O VARRIMENTO E UM PASSO DO SCHEDULER E AUDITA
      *    SOB A IDENTIDADE DO JOB
       01 WS-OPERATOR-ID        PIC X(8).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-RUN-MODE           PIC X(8).
           88 B-SWEEP-MODE      VALUE 'SWEEP'.
       01 WS-SWEEP-PARM         PIC X(8).
       01 WS-SWEEP-DATE         PIC 9(8).

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

      *    UM GRUPO E 'MAIS DE NOVE' PASSAGEIROS; MENOS QUE ISSO E UMA
      *    RESERVA NORMAL. O LEMBRETE DA LISTA DE NOMES COMECA
      *    WS-REMIND-DAYS DIAS ANTES DO PRAZO
       01 WS-GROUP-RULES.
           05 WS-MIN-GROUP-SIZE     PIC 9(3) VALUE 10.
           05 WS-REMIND-DAYS        PIC 9(3) VALUE 7.

       01 WS-SEARCH-REF         PIC X(6).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
           88 B-GROUP-FOUND     VALUE 'Y'.

       01 WS-MENU-CHOICE        PIC 9(1).
       01 WS-AGAIN              PIC X(1).
           88 B-MAINT-AGAIN     VALUES "Y", "YES", "SIM", "S", "s".
       01 WS-CONFIRM            PIC X(1).
           88 B-CONFIRMED       VALUES "Y", "S", "s".

       01 WS-NEW-QUOTE.
           05 WS-NEW-SEATS          PIC 9(3).
           05 WS-NEW-FARE           PIC 9(5)V99.
           05 WS-NEW-DEPOSIT        PIC 9(7)V99.
           05 WS-NEW-DEPOSIT-DUE    PIC 9(8).
           05 WS-NEW-NAME-DEADLINE  PIC 9(8).
           05 WS-NEW-PAY-METHOD     PIC X(1).
               88 B-PAY-METHOD-VALID VALUES 'A' 'N'.
           05 WS-NEW-PAY-AUTH-REF   PIC X(8).

       01 WS-SEATS-FREE         PIC S9(5).
       01 WS-RELEASE-SEATS      PIC 9(3).
       01 WS-LAST-REF-NUMBER    PIC 9(5).
       01 WS-REF-NUMBER         PIC 9(5).
       01 WS-GROUP-EOF          PIC X(1) VALUE 'N'.
           88 B-GROUP-EOF       VALUE 'Y'.
       01 WS-NAMES-EOF          PIC X(1) VALUE 'N'.
           88 B-NAMES-EOF       VALUE 'Y'.
       01 WS-PM-EOF             PIC X(1) VALUE 'N'.
           88 B-PM-EOF          VALUE 'Y'.

       01 WS-AUDIT-WORK.
           05 WS-AUDIT-TXN          PIC X(6).
           05 WS-AUDIT-DETAIL       PIC X(40).

      *    MOTIVO DA LIBERTACAO, PARA A AUDITORIA E O RELATORIO
       01 WS-RELEASE-REASON     PIC X(30).

       01 WS-REJECT-REASON      PIC X(40).
       01 WS-DAYS-LEFT          PIC S9(5).

      ******************************************************************
      *    ULTIMO BILHETE DADO POR VOO+DATA NESTA EXECUCAO, PARA DOIS
      *    MEMBROS (OU DOIS GRUPOS) DO MESMO VOO NAO RECEBEREM O MESMO
      ******************************************************************
       01 WS-TICKET-TABLE.
           05 WS-TK-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-TK-ENTRY OCCURS 100 TIMES.
               10 WS-TK-FLIGHT      PIC X(6).
               10 WS-TK-DATE        PIC X(8).
               10 WS-TK-LAST        PIC 9(4).
           05 WS-TK-IDX             PIC 9(3).
           05 WS-TK-FOUND           PIC 9(3).
       01 WS-NEXT-TICKET        PIC 9(4).

      ******************************************************************
      *    REGISTO NEW NO LAYOUT DE COLUNAS FIXAS DA ENTRADA DO LOTE
      *    (VER INPUT-RECORD NO FILE-FLY.cbl)
      ******************************************************************
       01 WS-BOOKING-FIXED.
           05 GB-TXN-TYPE          PIC X(6).
           05 GB-FLIGHT-NUMBER     PIC X(6).
           05 GB-NAME              PIC X(14).
           05 GB-AGE               PIC X(3).
           05 GB-NATIONALITY       PIC X(11).
           05 GB-OBJDANGER         PIC X(14).
           05 GB-TICKET            PIC 9(4).
           05 GB-BAGS              PIC X(2).
           05 GB-SEAT              PIC X(3).
           05 GB-LOYALTY-ID        PIC X(6).
           05 GB-LOYALTY-TIER      PIC X(1).
           05 GB-CURRENCY          PIC X(3).
           05 GB-BOOKING-REF       PIC X(6).
           05 GB-LANGUAGE-CODE     PIC X(2).
           05 GB-BAG-WEIGHT        PIC X(3).
           05 GB-SEAT-NUMBER       PIC X(4).
           05 GB-TRIP-TYPE         PIC X(1).
           05 GB-JOURNEY-REF       PIC X(6).
           05 GB-LEG-SEQ           PIC X(2).
           05 GB-PAY-METHOD        PIC X(1).
           05 GB-PAY-AUTH-REF      PIC X(8).
           05 GB-CHANNEL-CODE      PIC X(3).
           05 GB-PHONE             PIC X(15).
           05 GB-EMAIL             PIC X(40).
           05 GB-PROMO-CODE        PIC X(6).
           05 GB-SSR-CODES         PIC X(14).
           05 GB-OLD-FLIGHT        PIC X(6).
           05 FILLER               PIC X(50).
           05 GB-DOC-TYPE          PIC X(1).
           05 GB-DOC-NUMBER        PIC X(9).
           05 GB-DOC-EXPIRY        PIC X(8).
           05 GB-DOC-ISSUE-CTRY    PIC X(3).
           05 GB-FLIGHT-DATE       PIC X(8).
           05 FILLER               PIC X(31).

       01 WS-SWEEP-TOTALS.
           05 WS-DEPOSIT-RELEASES   PIC 9(3) VALUE ZERO.
           05 WS-DEADLINE-CLOSES    PIC 9(3) VALUE ZERO.
           05 WS-SEATS-RELEASED     PIC 9(5) VALUE ZERO.
           05 WS-NAMES-READ         PIC 9(5) VALUE ZERO.
           05 WS-NAMES-CONVERTED    PIC 9(5) VALUE ZERO.
           05 WS-NAMES-REJECTED     PIC 9(5) VALUE ZERO.
           05 WS-REMINDERS          PIC 9(3) VALUE ZERO.

       01 WS-DISPLAY-FIELDS.
           05 WS-DISP-SEATS         PIC Z(2)9.
           05 WS-DISP-HELD          PIC Z(2)9.
           05 WS-DISP-NAMED         PIC Z(2)9.
           05 WS-DISP-BOOKED        PIC Z(2)9.
           05 WS-DISP-FARE          PIC Z(4)9,99.
           05 WS-DISP-DEPOSIT       PIC Z(6)9,99.
           05 WS-DISP-COUNT         PIC Z(4)9.
           05 WS-DISP-DAYS          PIC Z(2)9.

       01 WS-REPORT-HEADING.
           05 FILLER                PIC X(40)
               VALUE "VARRIMENTO DOS PEDIDOS DE GRUPO - DATA ".
           05 RH-SWEEP-DATE         PIC 9(8).
           05 FILLER                PIC X(84) VALUE SPACES.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY SPACE
               INTO WS-RUN-MODE WS-SWEEP-PARM

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           IF B-SWEEP-MODE
               MOVE 'GRPREQ1' TO WS-OPERATOR-ID
               MOVE "PASSAGEM/FILE/grpreq-audit.txt" TO WS-AUDIT-PATH
               IF WS-SWEEP-PARM NOT = SPACES
                   AND WS-SWEEP-PARM IS NUMERIC
                   MOVE WS-SWEEP-PARM TO WS-SWEEP-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-SWEEP-DATE
               END-IF
           ELSE
               PERFORM 0100-SIGN-ON
           END-IF

           PERFORM 1000-OPEN-FILES

           IF B-SWEEP-MODE
               PERFORM 5000-DAILY-SWEEP
           ELSE
               PERFORM 2000-MAINTENANCE-LOOP
           END-IF

           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0100-SIGN-ON.
           DISPLAY "Identificacao do operador:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERMAST-STATUS NOT = '00'
               DISPLAY "MESTRE DE OPERADORES INDISPONIVEL ("
                       WS-OPERMAST-STATUS ") - INSCREVER OPERADORES "
                       "COM O OPERMNT."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERADOR DESCONHECIDO - ACESSO RECUSADO."
                   CLOSE OPERATOR-MASTER-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT B-OP-ACTIVE
               DISPLAY "OPERADOR DESATIVADO - ACESSO RECUSADO."
               CLOSE OPERATOR-MASTER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE OPERATOR-MASTER-FILE.

       1000-OPEN-FILES.
           OPEN I-O GROUP-REQUEST-FILE
           IF WS-GROUP-STATUS = '35'
               OPEN OUTPUT GROUP-REQUEST-FILE
               CLOSE GROUP-REQUEST-FILE
               OPEN I-O GROUP-REQUEST-FILE
           END-IF
           IF WS-GROUP-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE PEDIDOS DE GRUPO: "
                       WS-GROUP-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O SEAT-INVENTORY-FILE
           IF WS-SEATINV-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O INVENTARIO DE LUGARES: "
                       WS-SEATINV-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE GROUP-REQUEST-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           IF B-SWEEP-MODE
               OPEN INPUT PASSENGER-MASTER-FILE
                    INPUT GROUP-NAMES-FILE
                    EXTEND GROUP-BOOKING-FILE
                    OUTPUT GROUP-REPORT-FILE
               MOVE WS-SWEEP-DATE TO RH-SWEEP-DATE
               WRITE GROUP-REPORT-LINE FROM WS-REPORT-HEADING
               MOVE SPACES TO GROUP-REPORT-LINE
               WRITE GROUP-REPORT-LINE
           ELSE
               OPEN INPUT CHANNEL-MASTER-FILE
           END-IF
           OPEN EXTEND AUDIT-FILE.

       2000-MAINTENANCE-LOOP.
           MOVE SPACES TO WS-SEARCH-REF
           PERFORM UNTIL WS-SEARCH-REF = 'FIM'
               PERFORM 2100-LOOKUP-GROUP
               IF WS-SEARCH-REF NOT = 'FIM'
                   PERFORM 3000-MAINTAIN-GROUP

                   DISPLAY "Deseja tratar outro grupo? (S/N)"
                   DISPLAY ">  " WITH NO ADVANCING
                   ACCEPT WS-AGAIN
                   IF NOT B-MAINT-AGAIN
                       MOVE 'FIM' TO WS-SEARCH-REF
                   END-IF
               END-IF
           END-PERFORM.

       2100-LOOKUP-GROUP.
           MOVE 'N' TO WS-FOUND-CODE

           DISPLAY "Referencia do grupo (NOVO para cotar um grupo "
                   "novo, FIM para sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-REF
           IF WS-SEARCH-REF = 'FIM' OR 'NOVO'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEARCH-REF TO GQ-GROUP-REF
           READ GROUP-REQUEST-FILE
               INVALID KEY
                   DISPLAY "GRUPO NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-CODE
                   PERFORM 2200-DISPLAY-GROUP
           END-READ.

       2200-DISPLAY-GROUP.
           MOVE GQ-SEATS-REQUESTED TO WS-DISP-SEATS
           MOVE GQ-SEATS-HELD      TO WS-DISP-HELD
           MOVE GQ-SEATS-NAMED     TO WS-DISP-NAMED
           MOVE GQ-SEATS-BOOKED    TO WS-DISP-BOOKED
           MOVE GQ-FARE-PER-HEAD   TO WS-DISP-FARE
           MOVE GQ-DEPOSIT-AMOUNT  TO WS-DISP-DEPOSIT
           DISPLAY "Grupo " GQ-GROUP-REF " - " GQ-GROUP-NAME
           DISPLAY "Voo " GQ-FLIGHT-NUMBER " de " GQ-FLIGHT-DATE
                   " classe " GQ-SEAT-CLASS " canal " GQ-CHANNEL-CODE
                   " estado " GQ-STATUS
           DISPLAY "Contacto " GQ-CONTACT-NAME " " GQ-CONTACT-PHONE
                   " " GQ-CONTACT-EMAIL
           DISPLAY "Pedidos " WS-DISP-SEATS "  Retidos " WS-DISP-HELD
                   "  Nomeados " WS-DISP-NAMED
                   "  Reservados " WS-DISP-BOOKED
           DISPLAY "Tarifa por pessoa " WS-DISP-FARE
                   "  Deposito " WS-DISP-DEPOSIT
                   " ate " GQ-DEPOSIT-DUE-DATE
                   "  Pago em " GQ-DEPOSIT-PAID-DATE
           DISPLAY "Prazo da lista de nomes " GQ-NAME-DEADLINE
                   "  Pagamento " GQ-PAY-METHOD " " GQ-PAY-AUTH-REF.

       3000-MAINTAIN-GROUP.
           IF WS-SEARCH-REF = 'NOVO'
               PERFORM 3100-NEW-QUOTE
               EXIT PARAGRAPH
           END-IF
           IF NOT B-GROUP-FOUND
               EXIT PARAGRAPH
           END-IF

           DISPLAY "O que deseja fazer? 1 = Aceitar e reter os "
                   "lugares, 2 = Registar o deposito, 3 = Alterar os "
                   "prazos, 4 = Cancelar o grupo, 0 = Nada"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   PERFORM 3200-ACCEPT-AND-HOLD
               WHEN 2
                   PERFORM 3300-RECORD-DEPOSIT
               WHEN 3
                   PERFORM 3400-CHANGE-DEADLINES
               WHEN 4
                   PERFORM 3500-CANCEL-GROUP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    COTAR UM GRUPO NOVO: O CANAL TEM DE EXISTIR NO MESTRE (OU
      *    SER VENDA DIRETA), O VOO+CLASSE TEM DE TER INVENTARIO, O
      *    GRUPO TEM DE TER MAIS DE NOVE PESSOAS E OS PRAZOS TEM DE
      *    SER COERENTES (DEPOSITO ATE A LISTA DE NOMES, LISTA ANTES
      *    DO VOO). A COTACAO AINDA NAO RETEM LUGARES
      ******************************************************************
       3100-NEW-QUOTE.
           PERFORM 3150-NEXT-GROUP-REF
           INITIALIZE GROUP-REQUEST-RECORD

           DISPLAY "Indique o voo:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-FLIGHT-NUMBER

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-FLIGHT-DATE

           DISPLAY "Classe (E/J/P):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-SEAT-CLASS
           IF GQ-SEAT-CLASS NOT = 'E' AND NOT = 'J' AND NOT = 'P'
               DISPLAY "CLASSE INVALIDA - GRUPO NAO COTADO."
               EXIT PARAGRAPH
           END-IF

           MOVE GQ-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE GQ-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE GQ-SEAT-CLASS    TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   DISPLAY "INVENTARIO DO VOO+CLASSE NAO EXISTE - "
                           "GRUPO NAO COTADO."
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "Canal de venda (em branco = venda direta):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-CHANNEL-CODE
           IF GQ-CHANNEL-CODE = SPACES
               MOVE 'DIR' TO GQ-CHANNEL-CODE
           END-IF
           IF GQ-CHANNEL-CODE NOT = 'DIR'
               MOVE GQ-CHANNEL-CODE TO CH-CHANNEL-CODE
               READ CHANNEL-MASTER-FILE
                   INVALID KEY
                       DISPLAY "CANAL DESCONHECIDO - GRUPO NAO "
                               "COTADO."
                       EXIT PARAGRAPH
               END-READ
           END-IF

           DISPLAY "Nome do grupo (escola, excursao, equipa):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-GROUP-NAME

           DISPLAY "Pessoa de contacto:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-CONTACT-NAME

           DISPLAY "Telefone do contacto:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-CONTACT-PHONE

           DISPLAY "Email do contacto:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT GQ-CONTACT-EMAIL

           DISPLAY "Numero de passageiros:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-SEATS
           IF WS-NEW-SEATS < WS-MIN-GROUP-SIZE
               DISPLAY "MENOS DE 10 PASSAGEIROS NAO E UM GRUPO - "
                       "RESERVAR NORMALMENTE."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Tarifa negociada por pessoa (ex: 85,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-FARE
           IF WS-NEW-FARE = ZERO
               DISPLAY "TARIFA NULA - GRUPO NAO COTADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Valor do deposito (ex: 500,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-DEPOSIT

           DISPLAY "Prazo do deposito (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-DEPOSIT-DUE

           DISPLAY "Prazo da lista de nomes (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME-DEADLINE

           IF WS-NEW-DEPOSIT-DUE < WS-RUN-DATE
               OR WS-NEW-NAME-DEADLINE < WS-NEW-DEPOSIT-DUE
               OR WS-NEW-NAME-DEADLINE NOT < GQ-FLIGHT-DATE
               DISPLAY "PRAZOS INCOERENTES (DEPOSITO ATE A LISTA DE "
                       "NOMES, LISTA ANTES DO VOO) - GRUPO NAO COTADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Pagamento dos membros (A = conta de empresa, "
                   "N = numerario nas vendas):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-PAY-METHOD
           IF NOT B-PAY-METHOD-VALID
               DISPLAY "MEIO DE PAGAMENTO INVALIDO - GRUPO NAO "
                       "COTADO."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NEW-PAY-AUTH-REF
           IF WS-NEW-PAY-METHOD = 'A'
               DISPLAY "Numero da conta de empresa:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-NEW-PAY-AUTH-REF
           END-IF

           MOVE 'G'                  TO GQ-GROUP-REF(1:1)
           MOVE WS-REF-NUMBER        TO GQ-GROUP-REF(2:5)
           MOVE 'Q'                  TO GQ-STATUS
           MOVE WS-RUN-DATE          TO GQ-QUOTE-DATE
           MOVE WS-NEW-SEATS         TO GQ-SEATS-REQUESTED
           MOVE WS-NEW-FARE          TO GQ-FARE-PER-HEAD
           MOVE ZERO                 TO GQ-SEATS-HELD
           MOVE WS-NEW-DEPOSIT       TO GQ-DEPOSIT-AMOUNT
           MOVE WS-NEW-DEPOSIT-DUE   TO GQ-DEPOSIT-DUE-DATE
           MOVE ZERO                 TO GQ-DEPOSIT-PAID-DATE
           MOVE WS-NEW-NAME-DEADLINE TO GQ-NAME-DEADLINE
           MOVE ZERO                 TO GQ-SEATS-NAMED
           MOVE ZERO                 TO GQ-SEATS-BOOKED
           MOVE WS-NEW-PAY-METHOD    TO GQ-PAY-METHOD
           MOVE WS-NEW-PAY-AUTH-REF  TO GQ-PAY-AUTH-REF
           MOVE WS-OPERATOR-ID       TO GQ-OPERATOR-ID
           WRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PEDIDO DE GRUPO."
               NOT INVALID KEY
                   DISPLAY "GRUPO COTADO COM A REFERENCIA "
                           GQ-GROUP-REF "."
                   MOVE 'GRPQTE' TO WS-AUDIT-TXN
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'GRUPO ' DELIMITED BY SIZE
                          GQ-GROUP-REF DELIMITED BY SIZE
                          ' COTADO PARA ' DELIMITED BY SIZE
                          GQ-SEATS-REQUESTED DELIMITED BY SIZE
                          ' PESSOAS' DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 4000-WRITE-GROUP-AUDIT
           END-WRITE.

      *    REFERENCIA SEGUINTE A MAIS ALTA JA USADA ('G' + 5 DIGITOS),
      *    CALCULADA ANTES DE PREENCHER O REGISTO DO GRUPO NOVO
       3150-NEXT-GROUP-REF.
           MOVE ZERO TO WS-LAST-REF-NUMBER
           MOVE 'N' TO WS-GROUP-EOF
           MOVE LOW-VALUES TO GQ-GROUP-REF
           START GROUP-REQUEST-FILE KEY >= GQ-GROUP-REF
               INVALID KEY
                   MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM 3160-SCAN-ONE-REF UNTIL B-GROUP-EOF
           ADD 1 TO WS-LAST-REF-NUMBER
           MOVE WS-LAST-REF-NUMBER TO WS-REF-NUMBER.

       3160-SCAN-ONE-REF.
           READ GROUP-REQUEST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GROUP-EOF
               NOT AT END
                   IF GQ-GROUP-REF(1:1) = 'G'
                       AND GQ-GROUP-REF(2:5) IS NUMERIC
                       MOVE GQ-GROUP-REF(2:5) TO WS-REF-NUMBER
                       IF WS-REF-NUMBER > WS-LAST-REF-NUMBER
                           MOVE WS-REF-NUMBER TO WS-LAST-REF-NUMBER
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    ACEITAR A COTACAO: OS LUGARES DO GRUPO SAO RETIDOS NO
      *    INVENTARIO DO VOO+CLASSE (SI-SEATS-SOLD SOBE), COMO A
      *    CONTRATACAO DE UM BLOCO NO ALLOTMNT - A VENDA LIVRE DEIXA
      *    DE OS VER ENQUANTO O GRUPO NAO PAGA O DEPOSITO E NOMEIA
      ******************************************************************
       3200-ACCEPT-AND-HOLD.
           IF NOT B-GQ-QUOTED
               DISPLAY "SO UM GRUPO COTADO PODE SER ACEITE."
               EXIT PARAGRAPH
           END-IF
           IF GQ-DEPOSIT-DUE-DATE < WS-RUN-DATE
               DISPLAY "O PRAZO DO DEPOSITO JA PASSOU - ALTERAR OS "
                       "PRAZOS ANTES DE ACEITAR."
               EXIT PARAGRAPH
           END-IF

           MOVE GQ-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE GQ-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE GQ-SEAT-CLASS    TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   DISPLAY "INVENTARIO DO VOO+CLASSE NAO EXISTE - "
                           "GRUPO NAO ACEITE."
                   EXIT PARAGRAPH
           END-READ

           COMPUTE WS-SEATS-FREE =
               SI-SEATS-CAPACITY - SI-SEATS-SOLD
           IF WS-SEATS-FREE < GQ-SEATS-REQUESTED
               DISPLAY "SEM LUGARES LIVRES SUFICIENTES - GRUPO NAO "
                       "ACEITE."
               EXIT PARAGRAPH
           END-IF

           ADD GQ-SEATS-REQUESTED TO SI-SEATS-SOLD
           REWRITE SEAT-INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERRO A RETER OS LUGARES NO INVENTARIO."
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE GQ-SEATS-REQUESTED TO GQ-SEATS-HELD
           MOVE 'H'                TO GQ-STATUS
           MOVE WS-OPERATOR-ID     TO GQ-OPERATOR-ID
           REWRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PEDIDO DE GRUPO."
               NOT INVALID KEY
                   DISPLAY "GRUPO ACEITE - LUGARES RETIDOS ATE AO "
                           "DEPOSITO EM " GQ-DEPOSIT-DUE-DATE "."
                   MOVE 'GRPHLD' TO WS-AUDIT-TXN
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'GRUPO ' DELIMITED BY SIZE
                          GQ-GROUP-REF DELIMITED BY SIZE
                          ' RETIDOS ' DELIMITED BY SIZE
                          GQ-SEATS-HELD DELIMITED BY SIZE
                          ' LUGARES' DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 4000-WRITE-GROUP-AUDIT
           END-REWRITE.

       3300-RECORD-DEPOSIT.
           IF NOT B-GQ-HELD
               DISPLAY "SO UM GRUPO ACEITE A ESPERA DO DEPOSITO PODE "
                       "REGISTAR O DEPOSITO."
               EXIT PARAGRAPH
           END-IF

           MOVE GQ-DEPOSIT-AMOUNT TO WS-DISP-DEPOSIT
           DISPLAY "Confirma a rececao do deposito de "
                   WS-DISP-DEPOSIT " euros? (S/N)"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT B-CONFIRMED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RUN-DATE    TO GQ-DEPOSIT-PAID-DATE
           MOVE 'D'            TO GQ-STATUS
           MOVE WS-OPERATOR-ID TO GQ-OPERATOR-ID
           REWRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PEDIDO DE GRUPO."
               NOT INVALID KEY
                   DISPLAY "DEPOSITO REGISTADO."
                   MOVE 'GRPDEP' TO WS-AUDIT-TXN
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'GRUPO ' DELIMITED BY SIZE
                          GQ-GROUP-REF DELIMITED BY SIZE
                          ' DEPOSITO ' DELIMITED BY SIZE
                          WS-DISP-DEPOSIT DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 4000-WRITE-GROUP-AUDIT
           END-REWRITE.

      *    OS NOVOS PRAZOS SEGUEM AS MESMAS REGRAS DA COTACAO; UM
      *    PRAZO DE DEPOSITO JA CUMPRIDO DEIXA DE CONTAR
       3400-CHANGE-DEADLINES.
           IF NOT B-GQ-QUOTED AND NOT B-GQ-SEATS-HELD
               DISPLAY "GRUPO FECHADO - PRAZOS NAO ALTERADOS."
               EXIT PARAGRAPH
           END-IF

           MOVE GQ-DEPOSIT-DUE-DATE TO WS-NEW-DEPOSIT-DUE
           IF NOT B-GQ-DEPOSIT-PAID
               DISPLAY "Novo prazo do deposito (AAAAMMDD):"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-NEW-DEPOSIT-DUE
           END-IF

           DISPLAY "Novo prazo da lista de nomes (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-NAME-DEADLINE

           IF (WS-NEW-DEPOSIT-DUE < WS-RUN-DATE
                   AND NOT B-GQ-DEPOSIT-PAID)
               OR WS-NEW-NAME-DEADLINE < WS-NEW-DEPOSIT-DUE
               OR WS-NEW-NAME-DEADLINE NOT < GQ-FLIGHT-DATE
               DISPLAY "PRAZOS INCOERENTES - NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-DEPOSIT-DUE   TO GQ-DEPOSIT-DUE-DATE
           MOVE WS-NEW-NAME-DEADLINE TO GQ-NAME-DEADLINE
           MOVE WS-OPERATOR-ID       TO GQ-OPERATOR-ID
           REWRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PEDIDO DE GRUPO."
               NOT INVALID KEY
                   DISPLAY "PRAZOS ALTERADOS."
                   MOVE 'GRPDLN' TO WS-AUDIT-TXN
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'GRUPO ' DELIMITED BY SIZE
                          GQ-GROUP-REF DELIMITED BY SIZE
                          ' DEP ' DELIMITED BY SIZE
                          GQ-DEPOSIT-DUE-DATE DELIMITED BY SIZE
                          ' NOMES ' DELIMITED BY SIZE
                          GQ-NAME-DEADLINE DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   PERFORM 4000-WRITE-GROUP-AUDIT
           END-REWRITE.

      *    CANCELAR: OS LUGARES RETIDOS AINDA NAO RESERVADOS VOLTAM A
      *    VENDA LIVRE; OS MEMBROS JA RESERVADOS FICAM COM O BILHETE
      *    E SAO CANCELADOS PELO LOTE COMO QUALQUER RESERVA
       3500-CANCEL-GROUP.
           IF NOT B-GQ-QUOTED AND NOT B-GQ-SEATS-HELD
               DISPLAY "GRUPO JA FECHADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma o cancelamento do grupo? (S/N)"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF NOT B-CONFIRMED
               EXIT PARAGRAPH
           END-IF

           MOVE 'CANCELADO PELAS VENDAS' TO WS-RELEASE-REASON
           PERFORM 4100-RELEASE-UNBOOKED
           MOVE 'C'            TO GQ-STATUS
           MOVE WS-OPERATOR-ID TO GQ-OPERATOR-ID
           REWRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PEDIDO DE GRUPO."
               NOT INVALID KEY
                   MOVE WS-RELEASE-SEATS TO WS-DISP-SEATS
                   DISPLAY "GRUPO CANCELADO - " WS-DISP-SEATS
                           " LUGAR(ES) DEVOLVIDOS A VENDA LIVRE."
                   MOVE 'GRPCAN' TO WS-AUDIT-TXN
                   PERFORM 4200-RELEASE-AUDIT-DETAIL
                   PERFORM 4000-WRITE-GROUP-AUDIT
           END-REWRITE.

       4000-WRITE-GROUP-AUDIT.
           MOVE ZERO             TO AT-TICKET
           MOVE GQ-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE GQ-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE WS-AUDIT-TXN     TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE WS-AUDIT-DETAIL  TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      *    DEVOLVER A VENDA LIVRE OS LUGARES RETIDOS QUE NAO CHEGARAM A
      *    SER RESERVADOS (OS RESERVADOS JA SAO BILHETES NORMAIS) E
      *    FECHAR A RETENCAO NO QUE FOI RESERVADO, COMO A LIBERACAO DE
      *    UM BLOCO NO ALLOTMNT
      ******************************************************************
       4100-RELEASE-UNBOOKED.
           MOVE ZERO TO WS-RELEASE-SEATS
           IF GQ-SEATS-HELD > GQ-SEATS-BOOKED
               COMPUTE WS-RELEASE-SEATS =
                   GQ-SEATS-HELD - GQ-SEATS-BOOKED
           END-IF
           IF WS-RELEASE-SEATS = ZERO
               EXIT PARAGRAPH
           END-IF

           MOVE GQ-FLIGHT-NUMBER TO SI-FLIGHT-NUMBER
           MOVE GQ-FLIGHT-DATE   TO SI-FLIGHT-DATE
           MOVE GQ-SEAT-CLASS    TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SI-SEATS-SOLD >= WS-RELEASE-SEATS
                       SUBTRACT WS-RELEASE-SEATS FROM SI-SEATS-SOLD
                   ELSE
                       MOVE ZERO TO SI-SEATS-SOLD
                   END-IF
                   REWRITE SEAT-INVENTORY-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ

           MOVE GQ-SEATS-BOOKED TO GQ-SEATS-HELD.

       4200-RELEASE-AUDIT-DETAIL.
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'GRUPO ' DELIMITED BY SIZE
                  GQ-GROUP-REF DELIMITED BY SIZE
                  ' DEVOLVIDOS ' DELIMITED BY SIZE
                  WS-RELEASE-SEATS DELIMITED BY SIZE
                  ' LUGAR(ES)' DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL.

      ******************************************************************
      *    VARRIMENTO DIARIO: PRIMEIRO AS LIBERTACOES (UM GRUPO QUE
      *    PERDE OS LUGARES ESTA NOITE JA NAO CONVERTE NOMES), DEPOIS
      *    A LISTA DE NOMES E POR FIM OS LEMBRETES, JA COM OS NOMES
      *    DESTA NOITE CONTADOS
      ******************************************************************
       5000-DAILY-SWEEP.
           MOVE 'N' TO WS-GROUP-EOF
           MOVE LOW-VALUES TO GQ-GROUP-REF
           START GROUP-REQUEST-FILE KEY >= GQ-GROUP-REF
               INVALID KEY
                   MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM 5100-CHECK-ONE-GROUP UNTIL B-GROUP-EOF

           PERFORM 6000-CONVERT-NAME-LIST

           MOVE 'N' TO WS-GROUP-EOF
           MOVE LOW-VALUES TO GQ-GROUP-REF
           START GROUP-REQUEST-FILE KEY >= GQ-GROUP-REF
               INVALID KEY
                   MOVE 'Y' TO WS-GROUP-EOF
           END-START
           PERFORM 7000-REMIND-ONE-GROUP UNTIL B-GROUP-EOF

           PERFORM 8000-WRITE-SWEEP-TOTALS

           IF WS-NAMES-REJECTED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

      *    DEPOSITO EM FALTA OU PRAZO DA LISTA DE NOMES PASSADO
       5100-CHECK-ONE-GROUP.
           READ GROUP-REQUEST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GROUP-EOF
                   EXIT PARAGRAPH
           END-READ

           EVALUATE TRUE
               WHEN B-GQ-HELD
                   AND GQ-DEPOSIT-PAID-DATE = ZERO
                   AND GQ-DEPOSIT-DUE-DATE < WS-SWEEP-DATE
                   MOVE 'DEPOSITO EM FALTA' TO WS-RELEASE-REASON
                   PERFORM 4100-RELEASE-UNBOOKED
                   MOVE 'X'     TO GQ-STATUS
                   MOVE 'GRPREL' TO WS-AUDIT-TXN
                   ADD 1 TO WS-DEPOSIT-RELEASES
               WHEN B-GQ-SEATS-HELD
                   AND GQ-NAME-DEADLINE < WS-SWEEP-DATE
                   MOVE 'LISTA DE NOMES FECHADA' TO WS-RELEASE-REASON
                   PERFORM 4100-RELEASE-UNBOOKED
                   MOVE 'F'     TO GQ-STATUS
                   MOVE 'GRPFEC' TO WS-AUDIT-TXN
                   ADD 1 TO WS-DEADLINE-CLOSES
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-OPERATOR-ID TO GQ-OPERATOR-ID
           REWRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD WS-RELEASE-SEATS TO WS-SEATS-RELEASED
           PERFORM 4200-RELEASE-AUDIT-DETAIL
           PERFORM 4000-WRITE-GROUP-AUDIT

           MOVE WS-RELEASE-SEATS TO WS-DISP-SEATS
           MOVE GQ-SEATS-BOOKED  TO WS-DISP-BOOKED
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'LIBERTADO  ' DELIMITED BY SIZE
                  GQ-GROUP-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GQ-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GQ-FLIGHT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-RELEASE-REASON DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-DISP-SEATS DELIMITED BY SIZE
                  ' LUGAR(ES) A VENDA LIVRE, ' DELIMITED BY SIZE
                  WS-DISP-BOOKED DELIMITED BY SIZE
                  ' RESERVADO(S) - ' DELIMITED BY SIZE
                  GQ-GROUP-NAME DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.

      ******************************************************************
      *    LISTA DE NOMES: CADA MEMBRO DE UM GRUPO COM LUGARES RETIDOS,
      *    DENTRO DO PRAZO E DOS LUGARES RETIDOS, PASSA A UM REGISTO
      *    NEW DO LOTE. OS RECUSADOS VAO AO RELATORIO PARA AS VENDAS
      ******************************************************************
       6000-CONVERT-NAME-LIST.
           IF WS-NAMES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NAMES-EOF
           PERFORM 6100-CONVERT-ONE-NAME UNTIL B-NAMES-EOF.

       6100-CONVERT-ONE-NAME.
           READ GROUP-NAMES-FILE
               AT END
                   MOVE 'Y' TO WS-NAMES-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-NAMES-READ
           MOVE SPACES TO WS-REJECT-REASON

           MOVE GN-GROUP-REF TO GQ-GROUP-REF
           READ GROUP-REQUEST-FILE
               INVALID KEY
                   MOVE 'GRUPO DESCONHECIDO' TO WS-REJECT-REASON
           END-READ

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN GN-NAME = SPACES
                   MOVE 'NOME EM BRANCO' TO WS-REJECT-REASON
               WHEN NOT B-GQ-SEATS-HELD
                   MOVE 'GRUPO SEM LUGARES RETIDOS' TO WS-REJECT-REASON
               WHEN GQ-NAME-DEADLINE < WS-SWEEP-DATE
                   MOVE 'PRAZO DA LISTA DE NOMES PASSADO'
                       TO WS-REJECT-REASON
               WHEN GQ-SEATS-NAMED NOT < GQ-SEATS-HELD
                   MOVE 'MAIS NOMES DO QUE LUGARES RETIDOS'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 6200-NEXT-TICKET
                   IF WS-NEXT-TICKET = ZERO
                       MOVE 'SEM NUMERO DE BILHETE LIVRE NO VOO'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-NAMES-REJECTED
               MOVE SPACES TO GROUP-REPORT-LINE
               STRING 'RECUSADO   ' DELIMITED BY SIZE
                      GN-GROUP-REF DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      GN-NAME DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO GROUP-REPORT-LINE
               WRITE GROUP-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES             TO WS-BOOKING-FIXED
           MOVE 'NEW'              TO GB-TXN-TYPE
           MOVE GQ-FLIGHT-NUMBER   TO GB-FLIGHT-NUMBER
           MOVE GQ-FLIGHT-DATE     TO GB-FLIGHT-DATE
           MOVE GN-NAME            TO GB-NAME
           MOVE GN-AGE             TO GB-AGE
           MOVE GN-NATIONALITY     TO GB-NATIONALITY
           MOVE WS-NEXT-TICKET     TO GB-TICKET
           IF GN-BAGS = SPACES
               MOVE '00'           TO GB-BAGS
           ELSE
               MOVE GN-BAGS        TO GB-BAGS
           END-IF
           MOVE GQ-SEAT-CLASS      TO GB-SEAT
           MOVE GQ-GROUP-REF       TO GB-BOOKING-REF
           MOVE GQ-PAY-METHOD      TO GB-PAY-METHOD
           MOVE GQ-PAY-AUTH-REF    TO GB-PAY-AUTH-REF
           MOVE GQ-CHANNEL-CODE    TO GB-CHANNEL-CODE
           MOVE GN-PHONE           TO GB-PHONE
           MOVE GN-EMAIL           TO GB-EMAIL
           MOVE GN-SSR-CODES       TO GB-SSR-CODES
           MOVE GN-DOC-TYPE        TO GB-DOC-TYPE
           MOVE GN-DOC-NUMBER      TO GB-DOC-NUMBER
           MOVE GN-DOC-EXPIRY      TO GB-DOC-EXPIRY
           MOVE GN-DOC-ISSUE-CTRY  TO GB-DOC-ISSUE-CTRY
           WRITE GROUP-BOOKING-LINE FROM WS-BOOKING-FIXED

           ADD 1 TO GQ-SEATS-NAMED
           REWRITE GROUP-REQUEST-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO WS-NAMES-CONVERTED

           MOVE 'GRPNOM' TO WS-AUDIT-TXN
           MOVE SPACES TO WS-AUDIT-DETAIL
           STRING 'GRUPO ' DELIMITED BY SIZE
                  GQ-GROUP-REF DELIMITED BY SIZE
                  ' NOMEADO ' DELIMITED BY SIZE
                  GN-NAME DELIMITED BY SIZE
                  INTO WS-AUDIT-DETAIL
           PERFORM 4000-WRITE-GROUP-AUDIT.

      ******************************************************************
      *    BILHETE SEGUINTE DO VOO+DATA: O MAIS ALTO DO MESTRE DE
      *    PASSAGEIROS NA PRIMEIRA VEZ, DEPOIS O ULTIMO DADO NESTA
      *    EXECUCAO. ZERO = SEM NUMERO LIVRE
      ******************************************************************
       6200-NEXT-TICKET.
           MOVE ZERO TO WS-TK-FOUND
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TK-COUNT
               IF WS-TK-FLIGHT(WS-TK-IDX) = GQ-FLIGHT-NUMBER
                   AND WS-TK-DATE(WS-TK-IDX) = GQ-FLIGHT-DATE
                   MOVE WS-TK-IDX TO WS-TK-FOUND
               END-IF
           END-PERFORM

           IF WS-TK-FOUND = ZERO
               IF WS-TK-COUNT NOT < 100
                   MOVE ZERO TO WS-NEXT-TICKET
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TK-COUNT
               MOVE WS-TK-COUNT      TO WS-TK-FOUND
               MOVE GQ-FLIGHT-NUMBER TO WS-TK-FLIGHT(WS-TK-FOUND)
               MOVE GQ-FLIGHT-DATE   TO WS-TK-DATE(WS-TK-FOUND)
               PERFORM 6300-HIGHEST-TICKET
           END-IF

           IF WS-TK-LAST(WS-TK-FOUND) NOT < 9999
               MOVE ZERO TO WS-NEXT-TICKET
           ELSE
               ADD 1 TO WS-TK-LAST(WS-TK-FOUND)
               MOVE WS-TK-LAST(WS-TK-FOUND) TO WS-NEXT-TICKET
           END-IF.

       6300-HIGHEST-TICKET.
           MOVE ZERO TO WS-TK-LAST(WS-TK-FOUND)
           IF WS-PASSENGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PM-EOF
           MOVE GQ-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE GQ-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO             TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PM-EOF
           END-START
           PERFORM UNTIL B-PM-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-PM-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = GQ-FLIGHT-NUMBER
                           OR PM-FLIGHT-DATE NOT = GQ-FLIGHT-DATE
                           MOVE 'Y' TO WS-PM-EOF
                       ELSE
                           MOVE PM-TICKET TO WS-TK-LAST(WS-TK-FOUND)
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    LEMBRETE AS VENDAS: GRUPO COM LUGARES RETIDOS, LISTA DE
      *    NOMES INCOMPLETA E O PRAZO A WS-REMIND-DAYS DIAS OU MENOS
      ******************************************************************
       7000-REMIND-ONE-GROUP.
           READ GROUP-REQUEST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-GROUP-EOF
                   EXIT PARAGRAPH
           END-READ

           IF NOT B-GQ-SEATS-HELD
               OR GQ-SEATS-NAMED NOT < GQ-SEATS-HELD
               OR GQ-NAME-DEADLINE < WS-SWEEP-DATE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(GQ-NAME-DEADLINE)
               - FUNCTION INTEGER-OF-DATE(WS-SWEEP-DATE)
           IF WS-DAYS-LEFT > WS-REMIND-DAYS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REMINDERS
           MOVE WS-DAYS-LEFT   TO WS-DISP-DAYS
           MOVE GQ-SEATS-HELD  TO WS-DISP-HELD
           MOVE GQ-SEATS-NAMED TO WS-DISP-NAMED
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'LEMBRETE   ' DELIMITED BY SIZE
                  GQ-GROUP-REF DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GQ-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GQ-FLIGHT-DATE DELIMITED BY SIZE
                  ' LISTA DE NOMES ATE ' DELIMITED BY SIZE
                  GQ-NAME-DEADLINE DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-DISP-DAYS DELIMITED BY SIZE
                  ' DIAS): ' DELIMITED BY SIZE
                  WS-DISP-NAMED DELIMITED BY SIZE
                  ' DE' DELIMITED BY SIZE
                  WS-DISP-HELD DELIMITED BY SIZE
                  ' NOMEADOS - ' DELIMITED BY SIZE
                  GQ-CONTACT-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  GQ-CONTACT-PHONE DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.

       8000-WRITE-SWEEP-TOTALS.
           MOVE SPACES TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-DEPOSIT-RELEASES TO WS-DISP-COUNT
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'GRUPOS LIBERTADOS POR FALTA DE DEPOSITO: '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-DEADLINE-CLOSES TO WS-DISP-COUNT
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'GRUPOS FECHADOS NO PRAZO DA LISTA:       '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-SEATS-RELEASED TO WS-DISP-COUNT
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'LUGARES DEVOLVIDOS A VENDA LIVRE:        '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-NAMES-CONVERTED TO WS-DISP-COUNT
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'NOMES CONVERTIDOS EM RESERVAS:           '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-NAMES-REJECTED TO WS-DISP-COUNT
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'NOMES RECUSADOS:                         '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-REMINDERS TO WS-DISP-COUNT
           MOVE SPACES TO GROUP-REPORT-LINE
           STRING 'LEMBRETES DE LISTA DE NOMES:             '
                  DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE

           MOVE WS-NAMES-CONVERTED TO WS-DISP-COUNT
           DISPLAY "VARRIMENTO DE GRUPOS TERMINADO - " WS-DISP-COUNT
                   " NOME(S) CONVERTIDO(S), VER "
                   "group-sweep-report.txt".

       9000-CLOSE-FILES.
           IF B-SWEEP-MODE
               CLOSE PASSENGER-MASTER-FILE
                     GROUP-NAMES-FILE
                     GROUP-BOOKING-FILE
                     GROUP-REPORT-FILE
           ELSE
               CLOSE CHANNEL-MASTER-FILE
           END-IF
           CLOSE GROUP-REQUEST-FILE
                 SEAT-INVENTORY-FILE
                 AUDIT-FILE.
