       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEMNT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CASEMNT - APOIO AO CLIENTE: PROCESSOS DE RECLAMACAO LIGADOS
      *    AO BILHETE (VER COMPCASE E COMPNOTE). AS RECLAMACOES VIVIAM
      *    NUMA CAIXA DE CORREIO PARTILHADA, SEM DONO NEM PRAZO, E O
      *    QUE SE PROMETIA AO CLIENTE NAO FICAVA EM LADO NENHUM.
      *    - ABRIR O PROCESSO (NOVO) PARA UM BILHETE DO MESTRE DE
      *      PASSAGEIROS OU JA ARQUIVADO (CATALOGO DO ARQUIVO), COM
      *      CATEGORIA, ASSUNTO E PRAZO DE RESPOSTA
      *    - PROCURAR OS PROCESSOS DE UM BILHETE (BILHETE)
      *    - ACRESCENTAR NOTAS, ATRIBUIR A OUTRO OPERADOR, REGISTAR A
      *      RESPOSTA AO CLIENTE, FECHAR E REABRIR
      *    - CONCEDER UM RESULTADO: VOUCHER (EMITIDO NO MESTRE DE
      *      VOUCHERS COMO O GESTO COMERCIAL DO CORRIGIR), REEMBOLSO
      *      OU COMPENSACAO EM DINHEIRO (DIARIO DE PAGAMENTOS E, COM
      *      IBAN, FILA DE TRANSFERENCIAS COMO O BAGCLAIM). ACIMA DO
      *      LIMIAR DE APROVACAO SO QUEM TEM O PERFIL DE APROVACAO
      *    CADA MOVIMENTO FICA NO REGISTO DE NOTAS DO PROCESSO E NA
      *    TRILHA DE AUDITORIA (CMPLNT). INTERATIVO AO ESTILO DO
      *    BAGCLAIM.cbl, COM ABERTURA DE SESSAO CONTRA O MESTRE DE
      *    OPERADORES. O CASEAGE.cbl LISTA OS PROCESSOS EM ABERTO
      *    CONTRA O PRAZO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-CASE-FILE ASSIGN TO
               "PASSAGEM/FILE/complaint-cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CASE-ID
               ALTERNATE RECORD KEY IS CS-TICKET-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CS-ASSIGNED-OPER
                   WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.

           SELECT COMPLAINT-NOTE-FILE ASSIGN TO
               "PASSAGEM/FILE/complaint-notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-NOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPTIONAL ARCHIVE-CATALOG-FILE ASSIGN TO
               "PASSAGEM/FILE/archive-catalog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-TICKET-FLIGHT-KEY
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT VOUCHER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/voucher-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-VOUCHER-NUMBER
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT OPTIONAL PAYMENT-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-CASE-FILE.
           COPY COMPCASE.

       FD COMPLAINT-NOTE-FILE.
           COPY COMPNOTE.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD ARCHIVE-CATALOG-FILE.
           COPY ARCHCAT.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD VOUCHER-MASTER-FILE.
           COPY VOUCHER.

       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS        PIC X(2).
       01 WS-NOTE-STATUS        PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-CATALOG-STATUS     PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).
       01 WS-VOUCHER-STATUS     PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-OPER-MAY-APPROVE   PIC X(1) VALUE 'N'.
           88 B-OPER-MAY-APPROVE VALUE 'Y'.
       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

      *    NUMERO DO PROCESSO, NOVO OU BILHETE TAL COMO ESCRITO
       01 WS-CASE-INPUT         PIC X(8).
       01 WS-CASE-ID            PIC 9(8).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
           88 B-CASE-FOUND      VALUE 'Y'.

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-FLIGHT  PIC X(6).
           05 WS-SEARCH-DATE    PIC X(8).
           05 WS-SEARCH-TICKET  PIC 9(4).
       01 WS-LIST-EOF           PIC X(1).
           88 B-LIST-EOF        VALUE 'Y'.
       01 WS-LISTED             PIC 9(3).

       01 WS-MENU-CHOICE        PIC 9(1).

      ******************************************************************
      *    PRAZO DA PRIMEIRA RESPOSTA AO CLIENTE (DIAS DE CALENDARIO
      *    DESDE A RECECAO) E LIMIAR ACIMA DO QUAL UM RESULTADO EXIGE
      *    O PERFIL DE APROVACAO, O MESMO DO CORRIGIR
      ******************************************************************
       01 WS-RESPONSE-DAYS      PIC 9(3) VALUE 14.
       01 WS-APPROVAL-LIMIT     PIC 9(4)V99 VALUE 100,00.

       01 WS-TICKET-NUMBER      PIC 9(13).
       01 WS-PASSENGER-NAME     PIC X(14).
       01 WS-PASSENGER-EMAIL    PIC X(40).
       01 WS-EMAIL-IN           PIC X(40).
       01 WS-TICKET-SOURCE      PIC X(1).
           88 B-TICKET-LIVE     VALUE 'P'.
           88 B-TICKET-ARCHIVED VALUE 'A'.
           88 B-TICKET-UNKNOWN  VALUE 'N'.
       01 WS-CATEGORY-IN        PIC X(1).
           88 B-CATEGORY-OK     VALUES 'A' 'B' 'S' 'R' 'N'.
       01 WS-NEW-OPERATOR       PIC X(8).
       01 WS-OLD-OPERATOR       PIC X(8).

       01 WS-OUTCOME-TYPE       PIC X(1).
           88 B-OUTCOME-VOUCHER VALUE 'V'.
           88 B-OUTCOME-REFUND  VALUE 'R'.
           88 B-OUTCOME-COMPENSATION VALUE 'C'.
       01 WS-AMOUNT-IN          PIC X(10).
       01 WS-OUTCOME-AMOUNT     PIC 9(6)V99.
       01 WS-DISP-AMOUNT        PIC Z(5)9,99.
       01 WS-PAYEE-IBAN         PIC X(34).
       01 WS-PAYEE-NAME         PIC X(30).
       01 WS-PAYMENT-MODE       PIC X(17).

      ******************************************************************
      *    VOUCHER CONCEDIDO NO PROCESSO: SERIE DO MOTIVO 'G' (GESTO
      *    COMERCIAL) PARTILHADA COM O CORRIGIR, VALIDO UM ANO
      ******************************************************************
       01 WS-VOUCHER-WORK.
           05 WS-VOUCHER-VALID-DAYS PIC 9(3) VALUE 365.
           05 WS-VOUCHER-NEXT       PIC 9(7).
           05 WS-VOUCHER-SCAN-END   PIC X(1).
               88 B-VOUCHER-SCAN-END VALUE 'Y'.
           05 WS-VOUCHER-ISSUED     PIC X(1).
               88 B-VOUCHER-ISSUED  VALUE 'Y'.
           05 WS-VOUCHER-TRIES      PIC 9(3).

      *    LINHA A GRAVAR NO REGISTO DE NOTAS DO PROCESSO
       01 WS-NOTE-WORK.
           05 WS-NOTE-TYPE          PIC X(1).
           05 WS-NOTE-AMOUNT        PIC 9(6)V99.
           05 WS-NOTE-REFERENCE     PIC X(8).
           05 WS-NOTE-TEXT          PIC X(60).

       01 WS-DISP-TOTALS.
           05 WS-DISP-VOUCHER       PIC Z(5)9,99.
           05 WS-DISP-REFUND        PIC Z(5)9,99.
           05 WS-DISP-COMPENSATION  PIC Z(5)9,99.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 0100-SIGN-ON
           PERFORM 1000-OPEN-FILES

           MOVE SPACES TO WS-CASE-INPUT
           PERFORM UNTIL WS-CASE-INPUT = 'FIM'
               PERFORM 2000-LOOKUP-CASE
               IF B-CASE-FOUND
                   PERFORM 3000-MAINTAIN-CASE
               END-IF
           END-PERFORM

           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    ABERTURA DE SESSAO: OPERADOR CONHECIDO E ATIVO. O PERFIL DE
      *    APROVACAO FICA GUARDADO PARA OS RESULTADOS ACIMA DO LIMIAR.
      *    O MESTRE FICA ABERTO PARA VALIDAR AS ATRIBUICOES
      ******************************************************************
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
           MOVE OP-ROLE-APPROVE TO WS-OPER-MAY-APPROVE.

       1000-OPEN-FILES.
           OPEN I-O COMPLAINT-CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT COMPLAINT-CASE-FILE
               CLOSE COMPLAINT-CASE-FILE
               OPEN I-O COMPLAINT-CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE RECLAMACOES: "
                       WS-CASE-STATUS
               CLOSE OPERATOR-MASTER-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O COMPLAINT-NOTE-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT COMPLAINT-NOTE-FILE
               CLOSE COMPLAINT-NOTE-FILE
               OPEN I-O COMPLAINT-NOTE-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE NOTAS: "
                       WS-NOTE-STATUS
               CLOSE COMPLAINT-CASE-FILE
                     OPERATOR-MASTER-FILE
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O VOUCHER-MASTER-FILE
           IF WS-VOUCHER-STATUS = '35'
               OPEN OUTPUT VOUCHER-MASTER-FILE
               CLOSE VOUCHER-MASTER-FILE
               OPEN I-O VOUCHER-MASTER-FILE
           END-IF

           OPEN INPUT PASSENGER-MASTER-FILE
                      ARCHIVE-CATALOG-FILE
           OPEN EXTEND PAYMENT-JOURNAL-FILE
                EXTEND AUDIT-FILE
                EXTEND PAYOUT-REQUEST-FILE.

      ******************************************************************
      *    PEDIR O PROCESSO: O NUMERO, NOVO PARA ABRIR UM, BILHETE
      *    PARA VER OS PROCESSOS DE UM BILHETE OU FIM PARA SAIR
      ******************************************************************
       2000-LOOKUP-CASE.
           MOVE 'N' TO WS-FOUND-CODE

           DISPLAY "Numero do processo (NOVO = abrir, BILHETE = "
                   "procurar pelo bilhete, FIM = sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-CASE-INPUT
           EVALUATE WS-CASE-INPUT
               WHEN 'FIM'
                   EXIT PARAGRAPH
               WHEN 'NOVO'
                   PERFORM 2200-OPEN-CASE
                   EXIT PARAGRAPH
               WHEN 'BILHETE'
                   PERFORM 2300-LIST-TICKET-CASES
                   EXIT PARAGRAPH
               WHEN SPACES
                   EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE WS-CASE-ID = FUNCTION NUMVAL(WS-CASE-INPUT)
      *    A CHAVE ZERO E O REGISTO DE CONTROLO, NAO UM PROCESSO
           IF WS-CASE-ID = ZERO
               DISPLAY "NUMERO DE PROCESSO INVALIDO."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CASE-ID TO CS-CASE-ID
           READ COMPLAINT-CASE-FILE KEY IS CS-CASE-ID
               INVALID KEY
                   DISPLAY "PROCESSO INEXISTENTE."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-CODE
                   PERFORM 2100-DISPLAY-CASE
           END-READ.

       2100-DISPLAY-CASE.
           MOVE CS-VOUCHER-TOTAL      TO WS-DISP-VOUCHER
           MOVE CS-REFUND-TOTAL       TO WS-DISP-REFUND
           MOVE CS-COMPENSATION-TOTAL TO WS-DISP-COMPENSATION
           DISPLAY "Processo " CS-CASE-ID "  Bilhete "
                   CS-FLIGHT-NUMBER " " CS-FLIGHT-DATE " " CS-TICKET
                   "  " CS-NAME
           DISPLAY "Categoria " CS-CATEGORY "  Estado " CS-STATUS
                   "  Atribuido a " CS-ASSIGNED-OPER
                   "  Aberto por " CS-OPENED-BY
           DISPLAY "Recebido em " CS-RECEIVED-DATE
                   "  Prazo de resposta " CS-DUE-DATE
                   "  Respondido em " CS-ANSWERED-DATE
                   "  Fechado em " CS-CLOSED-DATE
           DISPLAY "Assunto: " CS-SUBJECT
           DISPLAY "Contacto: " CS-EMAIL
           DISPLAY "Vouchers " WS-DISP-VOUCHER
                   "  Reembolsos " WS-DISP-REFUND
                   "  Compensacoes " WS-DISP-COMPENSATION
                   "  Notas " CS-NOTE-COUNT.

      ******************************************************************
      *    ABRIR UM PROCESSO: O BILHETE TEM DE EXISTIR NO MESTRE DE
      *    PASSAGEIROS OU NO CATALOGO DO ARQUIVO (RECLAMACOES CHEGAM
      *    DEPOIS DO VOO E DO FECHO). DO MESTRE VEM O NOME, O NUMERO
      *    DO BILHETE E O EMAIL; DE UM BILHETE ARQUIVADO SAO PEDIDOS
      *    AO OPERADOR
      ******************************************************************
       2200-OPEN-CASE.
           PERFORM 2400-ACCEPT-TICKET
           PERFORM 2410-VALIDATE-TICKET
           IF B-TICKET-UNKNOWN
               DISPLAY "BILHETE DESCONHECIDO - PROCESSO NAO ABERTO."
               EXIT PARAGRAPH
           END-IF

           IF B-TICKET-ARCHIVED
               DISPLAY "BILHETE ARQUIVADO. Nome do passageiro:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PASSENGER-NAME
           END-IF
           DISPLAY "Email do cliente para a resposta (em branco = "
                   WS-PASSENGER-EMAIL "):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-EMAIL-IN
           IF WS-EMAIL-IN NOT = SPACES
               MOVE WS-EMAIL-IN TO WS-PASSENGER-EMAIL
           END-IF

           DISPLAY "Categoria? A = Atraso, B = Bagagem, S = Servico, "
                   "R = Reembolso, N = Embarque negado"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-CATEGORY-IN
           IF NOT B-CATEGORY-OK
               DISPLAY "CATEGORIA INVALIDA - PROCESSO NAO ABERTO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Operador atribuido (em branco = o proprio):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-OPERATOR
           IF WS-NEW-OPERATOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-NEW-OPERATOR
           ELSE
               PERFORM 2420-CHECK-OPERATOR
               IF WS-NEW-OPERATOR = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 2430-NEXT-CASE-NUMBER
           IF WS-CASE-ID = ZERO
               DISPLAY "ERRO NO REGISTO DE CONTROLO (" WS-CASE-STATUS
                       ") - PROCESSO NAO ABERTO."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES             TO COMPLAINT-CASE-RECORD
           MOVE WS-CASE-ID         TO CS-CASE-ID
           MOVE WS-SEARCH-FLIGHT   TO CS-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE     TO CS-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET   TO CS-TICKET
           MOVE WS-TICKET-NUMBER   TO CS-TICKET-NUMBER
           MOVE WS-PASSENGER-NAME  TO CS-NAME
           MOVE WS-PASSENGER-EMAIL TO CS-EMAIL
           MOVE WS-CATEGORY-IN     TO CS-CATEGORY
           MOVE 'O'                TO CS-STATUS
           MOVE WS-NEW-OPERATOR    TO CS-ASSIGNED-OPER
           MOVE WS-OPERATOR-ID     TO CS-OPENED-BY
           MOVE WS-RUN-DATE        TO CS-RECEIVED-DATE
           COMPUTE CS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-RESPONSE-DAYS)
           MOVE ZERO               TO CS-ANSWERED-DATE
           MOVE ZERO               TO CS-CLOSED-DATE
           MOVE ZERO               TO CS-NOTE-COUNT
           MOVE ZERO               TO CS-VOUCHER-TOTAL
           MOVE ZERO               TO CS-REFUND-TOTAL
           MOVE ZERO               TO CS-COMPENSATION-TOTAL
           MOVE ZERO               TO CS-LAST-ISSUED

           DISPLAY "Assunto da reclamacao:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT CS-SUBJECT

           MOVE 'E'    TO WS-NOTE-TYPE
           MOVE ZERO   TO WS-NOTE-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'PROCESSO ABERTO, CATEGORIA ' DELIMITED BY SIZE
                  CS-CATEGORY DELIMITED BY SIZE
                  ', ATRIBUIDO A ' DELIMITED BY SIZE
                  CS-ASSIGNED-OPER DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           PERFORM 5000-WRITE-NOTE

           WRITE COMPLAINT-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PROCESSO (" WS-CASE-STATUS
                           ")."
                   EXIT PARAGRAPH
           END-WRITE
           PERFORM 6000-WRITE-CASE-AUDIT
           DISPLAY "PROCESSO " CS-CASE-ID " ABERTO - PRAZO DE "
                   "RESPOSTA " CS-DUE-DATE "."
           MOVE 'Y' TO WS-FOUND-CODE.

      ******************************************************************
      *    OS PROCESSOS DE UM BILHETE, PELA CHAVE ALTERNATIVA
      ******************************************************************
       2300-LIST-TICKET-CASES.
           PERFORM 2400-ACCEPT-TICKET
           MOVE ZERO TO WS-LISTED
           MOVE 'N' TO WS-LIST-EOF
           MOVE WS-SEARCH-KEY TO CS-TICKET-KEY
           START COMPLAINT-CASE-FILE KEY IS EQUAL TO CS-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL B-LIST-EOF
               READ COMPLAINT-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF CS-TICKET-KEY NOT = WS-SEARCH-KEY
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           ADD 1 TO WS-LISTED
                           DISPLAY CS-CASE-ID "  " CS-CATEGORY
                                   "  " CS-STATUS
                                   "  RECEBIDO " CS-RECEIVED-DATE
                                   "  PRAZO " CS-DUE-DATE
                                   "  " CS-ASSIGNED-OPER
                                   "  " CS-SUBJECT(1:30)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LISTED = ZERO
               DISPLAY "SEM PROCESSOS PARA ESTE BILHETE."
           END-IF.

       2400-ACCEPT-TICKET.
           DISPLAY "Voo do bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-FLIGHT

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           DISPLAY "Bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-TICKET.

      *    PRIMEIRO O MESTRE DE PASSAGEIROS; SE JA SAIU, O CATALOGO
      *    DO ARQUIVO (QUALQUER DATA DE FECHO DO MESMO BILHETE)
       2410-VALIDATE-TICKET.
           MOVE 'N'    TO WS-TICKET-SOURCE
           MOVE ZERO   TO WS-TICKET-NUMBER
           MOVE SPACES TO WS-PASSENGER-NAME
           MOVE SPACES TO WS-PASSENGER-EMAIL

           MOVE WS-SEARCH-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO PM-FLIGHT-DATE
           MOVE WS-SEARCH-TICKET TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'P'              TO WS-TICKET-SOURCE
                   MOVE PM-NAME          TO WS-PASSENGER-NAME
                   MOVE PM-EMAIL         TO WS-PASSENGER-EMAIL
                   IF PM-TICKET-NUMBER IS NUMERIC
                       MOVE PM-TICKET-NUMBER TO WS-TICKET-NUMBER
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEARCH-TICKET TO AC-TICKET
           MOVE WS-SEARCH-FLIGHT TO AC-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO AC-FLIGHT-DATE
           MOVE ZERO             TO AC-CLOSE-DATE
           START ARCHIVE-CATALOG-FILE
               KEY IS NOT LESS THAN AC-TICKET-FLIGHT-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ ARCHIVE-CATALOG-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF AC-TICKET = WS-SEARCH-TICKET
               AND AC-FLIGHT-NUMBER = WS-SEARCH-FLIGHT
               AND AC-FLIGHT-DATE = WS-SEARCH-DATE
               MOVE 'A' TO WS-TICKET-SOURCE
           END-IF.

      *    O OPERADOR A QUEM SE ATRIBUI TEM DE ESTAR ATIVO NO MESTRE;
      *    RECUSADO, WS-NEW-OPERATOR VOLTA EM BRANCO
       2420-CHECK-OPERATOR.
           MOVE WS-NEW-OPERATOR TO OP-OPERATOR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "OPERADOR " WS-NEW-OPERATOR
                           " DESCONHECIDO - NADA FOI ALTERADO."
                   MOVE SPACES TO WS-NEW-OPERATOR
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-OP-ACTIVE
               DISPLAY "OPERADOR " WS-NEW-OPERATOR
                       " DESATIVADO - NADA FOI ALTERADO."
               MOVE SPACES TO WS-NEW-OPERATOR
           END-IF.

      *    NUMERO SEGUINTE DO REGISTO DE CONTROLO (CHAVE ZERO), CRIADO
      *    NA PRIMEIRA ABERTURA. ZERO QUANDO NAO FOI POSSIVEL GRAVA-LO
       2430-NEXT-CASE-NUMBER.
           MOVE ZERO TO WS-CASE-ID
           MOVE ZERO TO CS-CASE-ID
           READ COMPLAINT-CASE-FILE KEY IS CS-CASE-ID
               INVALID KEY
                   MOVE SPACES TO COMPLAINT-CASE-RECORD
                   MOVE ZERO   TO CS-CASE-ID
                   MOVE ZERO   TO CS-TICKET
                   MOVE ZERO   TO CS-TICKET-NUMBER
                   MOVE ZERO   TO CS-RECEIVED-DATE
                   MOVE ZERO   TO CS-DUE-DATE
                   MOVE ZERO   TO CS-ANSWERED-DATE
                   MOVE ZERO   TO CS-CLOSED-DATE
                   MOVE ZERO   TO CS-NOTE-COUNT
                   MOVE ZERO   TO CS-VOUCHER-TOTAL
                   MOVE ZERO   TO CS-REFUND-TOTAL
                   MOVE ZERO   TO CS-COMPENSATION-TOTAL
                   MOVE 1      TO CS-LAST-ISSUED
                   WRITE COMPLAINT-CASE-RECORD
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO CS-LAST-ISSUED
                   REWRITE COMPLAINT-CASE-RECORD
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-REWRITE
           END-READ
           MOVE CS-LAST-ISSUED TO WS-CASE-ID.

      ******************************************************************
      *    MOVIMENTOS DO PROCESSO ATE O OPERADOR ESCOLHER 0. UM
      *    PROCESSO FECHADO SO PODE SER REABERTO OU CONSULTADO
      ******************************************************************
       3000-MAINTAIN-CASE.
           MOVE 9 TO WS-MENU-CHOICE
           PERFORM UNTIL WS-MENU-CHOICE = 0
               DISPLAY "O que deseja fazer? 1 = Acrescentar nota, "
                       "2 = Atribuir a outro operador, 3 = Registar "
                       "a resposta ao cliente, 4 = Conceder resultado "
                       "(voucher, reembolso, compensacao), 5 = Fechar, "
                       "6 = Reabrir, 7 = Ver as notas, 0 = Voltar"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE

               IF B-CS-CLOSED
                   AND WS-MENU-CHOICE NOT = 0
                   AND WS-MENU-CHOICE NOT = 6
                   AND WS-MENU-CHOICE NOT = 7
                   DISPLAY "PROCESSO FECHADO - REABRIR PRIMEIRO."
               ELSE
                   EVALUATE WS-MENU-CHOICE
                       WHEN 1
                           PERFORM 3100-ADD-NOTE
                       WHEN 2
                           PERFORM 3200-ASSIGN-CASE
                       WHEN 3
                           PERFORM 3300-RECORD-ANSWER
                       WHEN 4
                           PERFORM 3400-GRANT-OUTCOME
                       WHEN 5
                           PERFORM 3500-CLOSE-CASE
                       WHEN 6
                           PERFORM 3600-REOPEN-CASE
                       WHEN 7
                           PERFORM 3700-LIST-NOTES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       3100-ADD-NOTE.
           MOVE SPACES TO WS-NOTE-TEXT
           DISPLAY "Nota:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N'    TO WS-NOTE-TYPE
           MOVE ZERO   TO WS-NOTE-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           PERFORM 5000-WRITE-NOTE
           PERFORM 4000-REWRITE-CASE.

       3200-ASSIGN-CASE.
           DISPLAY "Atribuir a que operador?"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-OPERATOR
           IF WS-NEW-OPERATOR = SPACES
               OR WS-NEW-OPERATOR = CS-ASSIGNED-OPER
               EXIT PARAGRAPH
           END-IF
           PERFORM 2420-CHECK-OPERATOR
           IF WS-NEW-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE CS-ASSIGNED-OPER TO WS-OLD-OPERATOR
           MOVE WS-NEW-OPERATOR  TO CS-ASSIGNED-OPER
           MOVE 'A'    TO WS-NOTE-TYPE
           MOVE ZERO   TO WS-NOTE-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'ATRIBUIDO A ' DELIMITED BY SIZE
                  WS-NEW-OPERATOR DELIMITED BY SIZE
                  ' (ERA ' DELIMITED BY SIZE
                  WS-OLD-OPERATOR DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           PERFORM 5000-WRITE-NOTE
           PERFORM 4000-REWRITE-CASE
           PERFORM 6000-WRITE-CASE-AUDIT.

      ******************************************************************
      *    A PRIMEIRA RESPOSTA AO CLIENTE CUMPRE O PRAZO: O PROCESSO
      *    PASSA A RESPONDIDO E SAI DO ENVELHECIMENTO CONTRA O PRAZO
      ******************************************************************
       3300-RECORD-ANSWER.
           IF NOT B-CS-OPEN
               DISPLAY "O PROCESSO JA FOI RESPONDIDO EM "
                       CS-ANSWERED-DATE "."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT
           DISPLAY "Resumo da resposta enviada:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               MOVE 'RESPOSTA ENVIADA AO CLIENTE' TO WS-NOTE-TEXT
           END-IF

           MOVE 'R'         TO CS-STATUS
           MOVE WS-RUN-DATE TO CS-ANSWERED-DATE
           MOVE 'E'    TO WS-NOTE-TYPE
           MOVE ZERO   TO WS-NOTE-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           PERFORM 5000-WRITE-NOTE
           PERFORM 4000-REWRITE-CASE
           PERFORM 6000-WRITE-CASE-AUDIT
           IF CS-ANSWERED-DATE > CS-DUE-DATE
               DISPLAY "ATENCAO: RESPOSTA FORA DO PRAZO ("
                       CS-DUE-DATE ")."
           END-IF.

      ******************************************************************
      *    CONCEDER UM RESULTADO. O VALOR E PEDIDO AO OPERADOR; ACIMA
      *    DO LIMIAR DE APROVACAO SO QUEM TEM O PERFIL O CONCEDE. O
      *    VOUCHER ENTRA NO MESTRE DE VOUCHERS; O DINHEIRO ENTRA NO
      *    DIARIO DE PAGAMENTOS E, COM IBAN, NA FILA DE TRANSFERENCIAS.
      *    O VALOR SOMA AOS TOTAIS DO PROCESSO E FICA NAS NOTAS
      ******************************************************************
       3400-GRANT-OUTCOME.
           DISPLAY "Resultado? V = Voucher, R = Reembolso, "
                   "C = Compensacao"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-OUTCOME-TYPE
           IF NOT B-OUTCOME-VOUCHER AND NOT B-OUTCOME-REFUND
               AND NOT B-OUTCOME-COMPENSATION
               DISPLAY "RESULTADO INVALIDO - NADA FOI CONCEDIDO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Valor (EUR, ex: 50,00):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-AMOUNT-IN
           MOVE ZERO TO WS-OUTCOME-AMOUNT
           IF WS-AMOUNT-IN NOT = SPACES
               COMPUTE WS-OUTCOME-AMOUNT =
                   FUNCTION NUMVAL(WS-AMOUNT-IN)
           END-IF
           IF WS-OUTCOME-AMOUNT = ZERO
               DISPLAY "VALOR INVALIDO - NADA FOI CONCEDIDO."
               EXIT PARAGRAPH
           END-IF
           IF WS-OUTCOME-AMOUNT > WS-APPROVAL-LIMIT
               AND NOT B-OPER-MAY-APPROVE
               DISPLAY "VALOR ACIMA DO LIMIAR - EXIGE OPERADOR "
                       "COM PERFIL DE APROVACAO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OUTCOME-AMOUNT TO WS-DISP-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           MOVE SPACES TO WS-NOTE-TEXT
           EVALUATE TRUE
               WHEN B-OUTCOME-VOUCHER
                   PERFORM 3410-ISSUE-VOUCHER
                   IF NOT B-VOUCHER-ISSUED
                       EXIT PARAGRAPH
                   END-IF
                   ADD WS-OUTCOME-AMOUNT TO CS-VOUCHER-TOTAL
                   MOVE VC-VOUCHER-NUMBER TO WS-NOTE-REFERENCE
                   STRING 'VOUCHER ' DELIMITED BY SIZE
                          VC-VOUCHER-NUMBER DELIMITED BY SIZE
                          ' VALIDO ATE ' DELIMITED BY SIZE
                          VC-EXPIRY-DATE DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
               WHEN B-OUTCOME-REFUND
                   PERFORM 3420-POST-PAYMENT
                   ADD WS-OUTCOME-AMOUNT TO CS-REFUND-TOTAL
                   STRING 'REEMBOLSO ' DELIMITED BY SIZE
                          WS-PAYMENT-MODE DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
               WHEN B-OUTCOME-COMPENSATION
                   PERFORM 3420-POST-PAYMENT
                   ADD WS-OUTCOME-AMOUNT TO CS-COMPENSATION-TOTAL
                   STRING 'COMPENSACAO ' DELIMITED BY SIZE
                          WS-PAYMENT-MODE DELIMITED BY SIZE
                          INTO WS-NOTE-TEXT
           END-EVALUATE

           MOVE WS-OUTCOME-TYPE   TO WS-NOTE-TYPE
           MOVE WS-OUTCOME-AMOUNT TO WS-NOTE-AMOUNT
           PERFORM 5000-WRITE-NOTE
           PERFORM 4000-REWRITE-CASE
           PERFORM 6000-WRITE-CASE-AUDIT
           DISPLAY WS-NOTE-TEXT(1:30) " - " WS-DISP-AMOUNT " EUROS.".

      ******************************************************************
      *    VOUCHER AO PASSAGEIRO DO BILHETE, NA SERIE 'G' DO GESTO
      *    COMERCIAL (A SEGUIR A MAIS ALTA JA GRAVADA - O CORRIGIR
      *    EMITE NA MESMA SERIE, DAI AS NOVAS TENTATIVAS). A EMISSAO
      *    FICA NA TRILHA DE AUDITORIA (VCHISS) COMO NO CORRIGIR
      ******************************************************************
       3410-ISSUE-VOUCHER.
           PERFORM 3411-FIND-LAST-VOUCHER

           MOVE SPACES TO VOUCHER-MASTER-RECORD
           MOVE 'G'               TO VC-ISSUE-REASON
           MOVE WS-RUN-DATE       TO VC-ISSUE-DATE
           MOVE WS-OUTCOME-AMOUNT TO VC-ORIGINAL-AMOUNT
           MOVE WS-OUTCOME-AMOUNT TO VC-BALANCE
           COMPUTE VC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               + WS-VOUCHER-VALID-DAYS)
           MOVE CS-FLIGHT-NUMBER  TO VC-ISSUE-FLIGHT
           MOVE CS-FLIGHT-DATE    TO VC-ISSUE-FLIGHT-DATE
           MOVE CS-TICKET         TO VC-ISSUE-TICKET
           MOVE CS-TICKET-NUMBER  TO VC-ISSUE-TICKET-NUMBER
           MOVE CS-NAME           TO VC-PASSENGER-NAME
           MOVE WS-OPERATOR-ID    TO VC-ISSUE-OPERATOR
           MOVE ZERO              TO VC-LAST-USE-DATE
           MOVE ZERO              TO VC-USE-COUNT

           MOVE 'N' TO WS-VOUCHER-ISSUED
           MOVE ZERO TO WS-VOUCHER-TRIES
           PERFORM UNTIL B-VOUCHER-ISSUED
               OR WS-VOUCHER-TRIES > 100
               MOVE 'G'             TO VC-NUMBER-REASON
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
               DISPLAY "ERRO A GRAVAR O VOUCHER (" WS-VOUCHER-STATUS
                       ") - NADA FOI CONCEDIDO."
               EXIT PARAGRAPH
           END-IF

           MOVE CS-TICKET        TO AT-TICKET
           MOVE CS-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE CS-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'VCHISS'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES TO AT-DETAIL
           STRING 'VOUCHER ' DELIMITED BY SIZE
                  VC-VOUCHER-NUMBER DELIMITED BY SIZE
                  ' VALOR ' DELIMITED BY SIZE
                  WS-DISP-AMOUNT DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       3411-FIND-LAST-VOUCHER.
           MOVE ZERO TO WS-VOUCHER-NEXT
           MOVE 'N' TO WS-VOUCHER-SCAN-END
           MOVE 'G'  TO VC-NUMBER-REASON
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
                       IF VC-NUMBER-REASON NOT = 'G'
                           MOVE 'Y' TO WS-VOUCHER-SCAN-END
                       ELSE
                           MOVE VC-NUMBER-SERIAL TO WS-VOUCHER-NEXT
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-VOUCHER-NEXT.

      ******************************************************************
      *    REEMBOLSO OU COMPENSACAO EM DINHEIRO, COMO A INDEMNIZACAO DO
      *    BAGCLAIM: MEIO 'S' NO DIARIO DE PAGAMENTOS (DINHEIRO A
      *    SAIR); COM IBAN O PAGAMENTO VAI PARA A FILA DE
      *    TRANSFERENCIAS (ORIGEM 'Q') E O DIARIO LEVA O JOB PAYOUT
      *    COMO OPERADOR, PARA O FECHO DE CAIXA NAO O ABATER A GAVETA
      ******************************************************************
       3420-POST-PAYMENT.
           DISPLAY "IBAN do cliente para a transferencia "
                   "(em branco = pago na gaveta):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-PAYEE-IBAN
           MOVE SPACES TO WS-PAYEE-NAME
           MOVE 'PAGO NA GAVETA' TO WS-PAYMENT-MODE
           IF WS-PAYEE-IBAN NOT = SPACES
               DISPLAY "Titular da conta:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-PAYEE-NAME
               MOVE 'POR TRANSFERENCIA' TO WS-PAYMENT-MODE
           END-IF

           MOVE CS-TICKET         TO PJ-TICKET
           MOVE CS-TICKET-NUMBER  TO PJ-TICKET-NUMBER
           MOVE CS-FLIGHT-NUMBER  TO PJ-FLIGHT-NUMBER
           MOVE CS-FLIGHT-DATE    TO PJ-FLIGHT-DATE
           MOVE 'S'               TO PJ-PAY-METHOD
           MOVE SPACES            TO PJ-AUTH-REF
           MOVE WS-OUTCOME-AMOUNT TO PJ-AMOUNT
           MOVE WS-RUN-DATE       TO PJ-RUN-DATE
           MOVE WS-OPERATOR-ID    TO PJ-OPERATOR-ID
           IF WS-PAYEE-IBAN NOT = SPACES
               MOVE 'PAYOUT'      TO PJ-OPERATOR-ID
           END-IF
           WRITE PAYMENT-JOURNAL-RECORD

           IF WS-PAYEE-IBAN NOT = SPACES
               MOVE CS-FLIGHT-NUMBER  TO PY-FLIGHT-NUMBER
               MOVE CS-FLIGHT-DATE    TO PY-FLIGHT-DATE
               MOVE CS-TICKET         TO PY-TICKET
               MOVE 'Q'               TO PY-SOURCE
               MOVE ZERO              TO PY-SEQ
               MOVE CS-TICKET-NUMBER  TO PY-TICKET-NUMBER
               MOVE WS-PAYEE-NAME     TO PY-PAYEE-NAME
               MOVE WS-PAYEE-IBAN     TO PY-IBAN
               MOVE WS-OUTCOME-AMOUNT TO PY-AMOUNT
               MOVE WS-RUN-DATE       TO PY-REQUEST-DATE
               MOVE WS-OPERATOR-ID    TO PY-OPERATOR-ID
               WRITE PAYOUT-REQUEST-RECORD
           END-IF.

       3500-CLOSE-CASE.
           MOVE SPACES TO WS-NOTE-TEXT
           DISPLAY "Motivo do fecho:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               MOVE 'PROCESSO FECHADO' TO WS-NOTE-TEXT
           END-IF
           IF B-CS-OPEN
               DISPLAY "ATENCAO: O PROCESSO FECHA SEM RESPOSTA "
                       "REGISTADA AO CLIENTE."
           END-IF

           MOVE 'F'         TO CS-STATUS
           MOVE WS-RUN-DATE TO CS-CLOSED-DATE
           MOVE 'E'    TO WS-NOTE-TYPE
           MOVE ZERO   TO WS-NOTE-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           PERFORM 5000-WRITE-NOTE
           PERFORM 4000-REWRITE-CASE
           PERFORM 6000-WRITE-CASE-AUDIT.

      *    UM PROCESSO REABERTO JA RESPONDIDO VOLTA A RESPONDIDO; SEM
      *    RESPOSTA VOLTA A ABERTO, COM O PRAZO ORIGINAL
       3600-REOPEN-CASE.
           IF NOT B-CS-CLOSED
               DISPLAY "O PROCESSO NAO ESTA FECHADO."
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOTE-TEXT
           DISPLAY "Motivo da reabertura:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               MOVE 'PROCESSO REABERTO' TO WS-NOTE-TEXT
           END-IF

           IF CS-ANSWERED-DATE = ZERO
               MOVE 'O' TO CS-STATUS
           ELSE
               MOVE 'R' TO CS-STATUS
           END-IF
           MOVE ZERO   TO CS-CLOSED-DATE
           MOVE 'E'    TO WS-NOTE-TYPE
           MOVE ZERO   TO WS-NOTE-AMOUNT
           MOVE SPACES TO WS-NOTE-REFERENCE
           PERFORM 5000-WRITE-NOTE
           PERFORM 4000-REWRITE-CASE
           PERFORM 6000-WRITE-CASE-AUDIT.

       3700-LIST-NOTES.
           MOVE 'N' TO WS-LIST-EOF
           MOVE CS-CASE-ID TO CK-CASE-ID
           MOVE ZERO       TO CK-NOTE-SEQ
           START COMPLAINT-NOTE-FILE
               KEY IS NOT LESS THAN CK-NOTE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LIST-EOF
           END-START
           PERFORM UNTIL B-LIST-EOF
               READ COMPLAINT-NOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF CK-CASE-ID NOT = CS-CASE-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           MOVE CK-AMOUNT TO WS-DISP-AMOUNT
                           DISPLAY CK-NOTE-SEQ " " CK-NOTE-DATE " "
                                   CK-NOTE-TIME(1:4) " "
                                   CK-OPERATOR-ID " " CK-NOTE-TYPE
                                   " " WS-DISP-AMOUNT " "
                                   CK-REFERENCE " " CK-TEXT
                       END-IF
               END-READ
           END-PERFORM.

       4000-REWRITE-CASE.
           REWRITE COMPLAINT-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O PROCESSO (" WS-CASE-STATUS
                           ")."
               NOT INVALID KEY
                   DISPLAY "PROCESSO ATUALIZADO."
           END-REWRITE.

      ******************************************************************
      *    UMA LINHA NO REGISTO DE NOTAS, NA SEQUENCIA SEGUINTE DO
      *    PROCESSO (O CHAMADOR GRAVA O PROCESSO COM A NOVA CONTAGEM)
      ******************************************************************
       5000-WRITE-NOTE.
           IF CS-NOTE-COUNT = 999
               DISPLAY "REGISTO DE NOTAS DO PROCESSO CHEIO - NOTA NAO "
                       "GRAVADA."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CS-NOTE-COUNT
           MOVE CS-CASE-ID        TO CK-CASE-ID
           MOVE CS-NOTE-COUNT     TO CK-NOTE-SEQ
           MOVE WS-RUN-DATE       TO CK-NOTE-DATE
           MOVE WS-RUN-TIME       TO CK-NOTE-TIME
           MOVE WS-OPERATOR-ID    TO CK-OPERATOR-ID
           MOVE WS-NOTE-TYPE      TO CK-NOTE-TYPE
           MOVE WS-NOTE-AMOUNT    TO CK-AMOUNT
           MOVE WS-NOTE-REFERENCE TO CK-REFERENCE
           MOVE WS-NOTE-TEXT      TO CK-TEXT
           WRITE COMPLAINT-NOTE-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A NOTA (" WS-NOTE-STATUS
                           ")."
           END-WRITE.

       6000-WRITE-CASE-AUDIT.
           MOVE CS-TICKET        TO AT-TICKET
           MOVE CS-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE CS-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'CMPLNT'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           STRING 'PROC ' DELIMITED BY SIZE
                  CS-CASE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CS-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-NOTE-TEXT DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE COMPLAINT-CASE-FILE
                 COMPLAINT-NOTE-FILE
                 PASSENGER-MASTER-FILE
                 ARCHIVE-CATALOG-FILE
                 OPERATOR-MASTER-FILE
                 VOUCHER-MASTER-FILE
                 PAYMENT-JOURNAL-FILE
                 AUDIT-FILE
                 PAYOUT-REQUEST-FILE.
