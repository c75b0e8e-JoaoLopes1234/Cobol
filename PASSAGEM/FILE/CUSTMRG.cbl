       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CUSTMRG - FUSAO E SEPARACAO DE CLIENTES NO MESTRE DE
      *    CLIENTES (customer-master.dat). A LIGACAO AUTOMATICA DO
      *    FILE-FLY E DO PASSAGEM ERRA PARA OS DOIS LADOS: A MESMA
      *    PESSOA SEM DOCUMENTO NEM E-MAIL (BALCAO) FICA EM VARIOS
      *    CLIENTES, E DUAS PESSOAS COM O MESMO NOME E E-MAIL FICAM NO
      *    MESMO. MANUTENCAO INTERATIVA AO ESTILO DO ALLOTMNT.cbl: O
      *    OPERADOR IDENTIFICA-SE, INDICA O CLIENTE E ESCOLHE:
      *    1 - FUNDIR O CLIENTE NOUTRO (FICA 'M' COM O SOBREVIVENTE EM
      *        CU-MERGED-INTO; OS BILHETES NAO SAO TOCADOS E A CONSULTA
      *        CUSTINQ JUNTA-OS AO SOBREVIVENTE)
      *    2 - DESFAZER A FUSAO (VOLTA A 'A' COM OS SEUS BILHETES)
      *    3 - SEPARAR UM BILHETE DO CLIENTE PARA UM CLIENTE NOVO
      *    4 - PASSAR UM BILHETE (DE OUTRO CLIENTE) PARA ESTE
      *    OS BILHETES SO SAO MUDADOS NO MESTRE DE PASSAGEIROS EM
      *    LINHA: O ARQUIVO DO DAYCLOSE GUARDA A LIGACAO COM QUE O VOO
      *    FECHOU. CADA ALTERACAO FICA NA TRILHA DE AUDITORIA
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CU-MATCH-DOC-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-MATCH-EMAIL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-LOYALTY-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/passenger-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-FLIGHT-TICKET-KEY
               ALTERNATE RECORD KEY IS PM-BOOKING-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-PASSENGER-STATUS.

           SELECT OPERATOR-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/operator-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD PASSENGER-MASTER-FILE.
           COPY PASSNGR.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS    PIC X(2).
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

      *    CLIENTE EM MANUTENCAO ('FIM' PARA SAIR) E O SEU REGISTO,
      *    GUARDADO PORQUE AS OUTRAS LEITURAS USAM O MESMO BUFFER
       01 WS-SEARCH-INPUT       PIC X(8).
       01 WS-SEARCH-ID          PIC 9(8).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
           88 B-CUSTOMER-FOUND  VALUE 'Y'.
       01 WS-HOLD-CUSTOMER      PIC X(200).

       01 WS-OTHER-INPUT        PIC X(8).
       01 WS-OTHER-ID           PIC 9(8).
       01 WS-NEW-ID             PIC 9(8).

       01 WS-TICKET-KEY.
           05 WS-TKT-FLIGHT     PIC X(6).
           05 WS-TKT-DATE       PIC X(8).
           05 WS-TKT-INPUT      PIC X(4).
       01 WS-TKT-NUMBER         PIC 9(4).
       01 WS-OLD-CUSTOMER-ID    PIC 9(8).

       01 WS-MENU-CHOICE        PIC 9(1).
       01 WS-AGAIN              PIC X(1).
           88 B-MAINT-AGAIN     VALUES "Y", "YES", "SIM", "S", "s".

       01 WS-AUDIT-TYPE         PIC X(6).
       01 WS-AUDIT-DETAIL       PIC X(40).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           PERFORM 0100-SIGN-ON
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-MAINTENANCE-LOOP
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

      *    O MESTRE DE CLIENTES E CRIADO PELO PRIMEIRO LOTE QUE GRAVA
      *    PASSAGEIROS: SEM ELE NAO HA NADA PARA FUNDIR
       1000-OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE CLIENTES: "
                       WS-CUSTOMER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O PASSENGER-MASTER-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE PASSAGEIROS: "
                       WS-PASSENGER-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE.

       2000-MAINTENANCE-LOOP.
           MOVE SPACES TO WS-SEARCH-INPUT
           PERFORM UNTIL WS-SEARCH-INPUT = 'FIM'
               PERFORM 2100-LOOKUP-CUSTOMER
               IF WS-SEARCH-INPUT NOT = 'FIM'
                   IF B-CUSTOMER-FOUND
                       PERFORM 3000-MAINTAIN-CUSTOMER
                   END-IF

                   DISPLAY "Deseja tratar outro cliente? (S/N)"
                   DISPLAY ">  " WITH NO ADVANCING
                   ACCEPT WS-AGAIN
                   IF NOT B-MAINT-AGAIN
                       MOVE 'FIM' TO WS-SEARCH-INPUT
                   END-IF
               END-IF
           END-PERFORM.

       2100-LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-FOUND-CODE

           DISPLAY "Indique o numero de cliente (FIM para sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-INPUT
           IF WS-SEARCH-INPUT = 'FIM'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-SEARCH-ID = FUNCTION NUMVAL(WS-SEARCH-INPUT)
           IF WS-SEARCH-ID = ZERO
               DISPLAY "NUMERO DE CLIENTE INVALIDO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEARCH-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-CODE
                   MOVE CUSTOMER-MASTER-RECORD TO WS-HOLD-CUSTOMER
                   PERFORM 2200-DISPLAY-CUSTOMER
           END-READ.

       2200-DISPLAY-CUSTOMER.
           DISPLAY "Cliente " CU-CUSTOMER-ID "  " CU-NAME
                   "  Nacionalidade " CU-NATIONALITY
           DISPLAY "Documento " CU-DOC-TYPE " " CU-DOC-NUMBER
                   "  Fidelizacao " CU-LOYALTY-ID
                   "  Telefone " CU-PHONE
           DISPLAY "E-mail " CU-EMAIL
           DISPLAY "Visto pela primeira vez " CU-FIRST-SEEN-DATE
                   ", ultima " CU-LAST-SEEN-DATE
           IF B-CU-MERGED
               DISPLAY "FUNDIDO NO CLIENTE " CU-MERGED-INTO
                       " EM " CU-MERGED-DATE " POR " CU-MERGED-BY
           END-IF.

       3000-MAINTAIN-CUSTOMER.
           DISPLAY "O que deseja fazer? 1 = Fundir noutro cliente, "
                   "2 = Desfazer a fusao,"
           DISPLAY "3 = Separar um bilhete para cliente novo, "
                   "4 = Passar um bilhete para este cliente, 0 = Nada"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   IF B-CU-MERGED
                       DISPLAY "O CLIENTE JA ESTA FUNDIDO NO "
                               CU-MERGED-INTO "."
                   ELSE
                       PERFORM 3100-MERGE-CUSTOMER
                   END-IF
               WHEN 2
                   IF NOT B-CU-MERGED
                       DISPLAY "O CLIENTE NAO ESTA FUNDIDO."
                   ELSE
                       PERFORM 3200-UNMERGE-CUSTOMER
                   END-IF
               WHEN 3
                   PERFORM 3300-SPLIT-TICKET
               WHEN 4
                   IF B-CU-MERGED
                       DISPLAY "CLIENTE FUNDIDO - PASSAR O BILHETE "
                               "PARA O " CU-MERGED-INTO "."
                   ELSE
                       PERFORM 3400-MOVE-TICKET
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    FUNDIR: O SOBREVIVENTE TEM DE EXISTIR, SER OUTRO E ESTAR
      *    ATIVO (UMA CADEIA DE FUSOES E SEGUIDA PELA CONSULTA, MAS
      *    NUNCA PODE FECHAR EM CIRCULO)
      ******************************************************************
       3100-MERGE-CUSTOMER.
           DISPLAY "Fundir no cliente numero:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-OTHER-INPUT
           COMPUTE WS-OTHER-ID = FUNCTION NUMVAL(WS-OTHER-INPUT)
           IF WS-OTHER-ID = ZERO OR WS-OTHER-ID = WS-SEARCH-ID
               DISPLAY "CLIENTE SOBREVIVENTE INVALIDO - NADA FEITO."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OTHER-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CLIENTE SOBREVIVENTE NAO ENCONTRADO - "
                           "NADA FEITO."
                   MOVE WS-HOLD-CUSTOMER TO CUSTOMER-MASTER-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-CU-ACTIVE
               DISPLAY "O CLIENTE " WS-OTHER-ID " TAMBEM ESTA "
                       "FUNDIDO (NO " CU-MERGED-INTO ") - FUNDIR NO "
                       "SOBREVIVENTE FINAL."
               MOVE WS-HOLD-CUSTOMER TO CUSTOMER-MASTER-RECORD
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sobrevivente: " CU-CUSTOMER-ID "  " CU-NAME
                   "  " CU-DOC-NUMBER "  " CU-EMAIL

           MOVE WS-SEARCH-ID TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERRO A RELER O CLIENTE: "
                           WS-CUSTOMER-STATUS
                   EXIT PARAGRAPH
           END-READ
           SET B-CU-MERGED      TO TRUE
           MOVE WS-OTHER-ID     TO CU-MERGED-INTO
           MOVE WS-RUN-DATE     TO CU-MERGED-DATE
           MOVE WS-OPERATOR-ID  TO CU-MERGED-BY
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O CLIENTE: "
                           WS-CUSTOMER-STATUS
               NOT INVALID KEY
                   DISPLAY "CLIENTE " WS-SEARCH-ID " FUNDIDO NO "
                           WS-OTHER-ID "."
                   MOVE 'CUMRG'  TO WS-AUDIT-TYPE
                   MOVE SPACES   TO WS-AUDIT-DETAIL
                   STRING 'CLIENTE ' DELIMITED BY SIZE
                          WS-SEARCH-ID DELIMITED BY SIZE
                          ' FUNDIDO NO ' DELIMITED BY SIZE
                          WS-OTHER-ID DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   MOVE ZERO   TO AT-TICKET
                   MOVE SPACES TO AT-FLIGHT-NUMBER
                   MOVE SPACES TO AT-FLIGHT-DATE
                   PERFORM 4000-WRITE-CUSTOMER-AUDIT
           END-REWRITE.

      ******************************************************************
      *    DESFAZER A FUSAO: OS BILHETES NUNCA SAIRAM DESTE NUMERO,
      *    POR ISSO BASTA REATIVA-LO
      ******************************************************************
       3200-UNMERGE-CUSTOMER.
           MOVE CU-MERGED-INTO TO WS-OTHER-ID
           SET B-CU-ACTIVE TO TRUE
           MOVE ZERO       TO CU-MERGED-INTO
           MOVE ZERO       TO CU-MERGED-DATE
           MOVE SPACES     TO CU-MERGED-BY
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O CLIENTE: "
                           WS-CUSTOMER-STATUS
               NOT INVALID KEY
                   DISPLAY "FUSAO DESFEITA - CLIENTE " WS-SEARCH-ID
                           " SEPARADO DO " WS-OTHER-ID "."
                   MOVE 'CUUNMG' TO WS-AUDIT-TYPE
                   MOVE SPACES   TO WS-AUDIT-DETAIL
                   STRING 'CLIENTE ' DELIMITED BY SIZE
                          WS-SEARCH-ID DELIMITED BY SIZE
                          ' SEPARADO DO ' DELIMITED BY SIZE
                          WS-OTHER-ID DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   MOVE ZERO   TO AT-TICKET
                   MOVE SPACES TO AT-FLIGHT-NUMBER
                   MOVE SPACES TO AT-FLIGHT-DATE
                   PERFORM 4000-WRITE-CUSTOMER-AUDIT
           END-REWRITE.

      ******************************************************************
      *    LER O BILHETE (VOO + DATA + BILHETE) NO MESTRE EM LINHA
      ******************************************************************
       3050-READ-TICKET.
           DISPLAY "Voo do bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-TKT-FLIGHT
           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-TKT-DATE
           DISPLAY "Bilhete:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-TKT-INPUT
           COMPUTE WS-TKT-NUMBER = FUNCTION NUMVAL(WS-TKT-INPUT)

           MOVE WS-TKT-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-TKT-DATE   TO PM-FLIGHT-DATE
           MOVE WS-TKT-NUMBER TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   DISPLAY "BILHETE NAO ENCONTRADO NO MESTRE EM LINHA "
                           "(VOOS FECHADOS NAO SAO ALTERADOS)."
               NOT INVALID KEY
                   DISPLAY "Bilhete " PM-TICKET " " PM-NAME
                           " cliente " PM-CUSTOMER-ID
           END-READ.

      ******************************************************************
      *    SEPARAR UM BILHETE DESTE CLIENTE PARA UM CLIENTE NOVO, COM
      *    OS DADOS DO PROPRIO BILHETE (O NUMERO VEM DO REGISTO DE
      *    CONTROLO, COMO NA LIGACAO AUTOMATICA)
      ******************************************************************
       3300-SPLIT-TICKET.
           PERFORM 3050-READ-TICKET
           IF WS-PASSENGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF PM-CUSTOMER-ID NOT = WS-SEARCH-ID
               DISPLAY "O BILHETE NAO PERTENCE A ESTE CLIENTE - "
                       "NADA FEITO."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO CU-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "REGISTO DE CONTROLO DO MESTRE DE CLIENTES "
                           "EM FALTA - NADA FEITO."
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO CU-LAST-ISSUED
           MOVE CU-LAST-ISSUED TO WS-NEW-ID
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O REGISTO DE CONTROLO: "
                           WS-CUSTOMER-STATUS
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE SPACES           TO CUSTOMER-MASTER-RECORD
           MOVE WS-NEW-ID        TO CU-CUSTOMER-ID
           MOVE PM-NAME          TO CU-NAME
           MOVE PM-LOYALTY-ID    TO CU-LOYALTY-ID
           MOVE PM-PHONE         TO CU-PHONE
           MOVE PM-NATIONALITY   TO CU-NATIONALITY
           MOVE PM-DOC-TYPE      TO CU-DOC-TYPE
           MOVE PM-NAME          TO CU-DOC-NAME
           MOVE PM-DOC-NUMBER    TO CU-DOC-NUMBER
           MOVE PM-NAME          TO CU-EMAIL-NAME
           MOVE PM-EMAIL         TO CU-EMAIL
           MOVE WS-RUN-DATE      TO CU-FIRST-SEEN-DATE
           MOVE WS-RUN-DATE      TO CU-LAST-SEEN-DATE
           SET B-CU-ACTIVE       TO TRUE
           MOVE ZERO             TO CU-MERGED-INTO
           MOVE ZERO             TO CU-MERGED-DATE
           MOVE ZERO             TO CU-LAST-ISSUED
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O CLIENTE NOVO: "
                           WS-CUSTOMER-STATUS
                   MOVE WS-HOLD-CUSTOMER TO CUSTOMER-MASTER-RECORD
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-HOLD-CUSTOMER TO CUSTOMER-MASTER-RECORD

           MOVE WS-NEW-ID TO WS-OTHER-ID
           MOVE 'CUSPLT'  TO WS-AUDIT-TYPE
           PERFORM 3500-RELINK-TICKET.

      ******************************************************************
      *    PASSAR PARA ESTE CLIENTE UM BILHETE LIGADO A OUTRO
      ******************************************************************
       3400-MOVE-TICKET.
           PERFORM 3050-READ-TICKET
           IF WS-PASSENGER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF PM-CUSTOMER-ID = WS-SEARCH-ID
               DISPLAY "O BILHETE JA PERTENCE A ESTE CLIENTE."
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEARCH-ID TO WS-OTHER-ID
           MOVE 'CUMOVE'     TO WS-AUDIT-TYPE
           PERFORM 3500-RELINK-TICKET.

      *    WS-OTHER-ID = CLIENTE DE DESTINO; WS-AUDIT-TYPE JA PREENCHIDO
       3500-RELINK-TICKET.
           MOVE PM-CUSTOMER-ID TO WS-OLD-CUSTOMER-ID
           MOVE WS-OTHER-ID    TO PM-CUSTOMER-ID
           REWRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O BILHETE: "
                           WS-PASSENGER-STATUS
               NOT INVALID KEY
                   DISPLAY "BILHETE " PM-TICKET " PASSOU DO CLIENTE "
                           WS-OLD-CUSTOMER-ID " PARA O "
                           WS-OTHER-ID "."
                   MOVE SPACES TO WS-AUDIT-DETAIL
                   STRING 'CLIENTE ' DELIMITED BY SIZE
                          WS-OLD-CUSTOMER-ID DELIMITED BY SIZE
                          ' PARA ' DELIMITED BY SIZE
                          WS-OTHER-ID DELIMITED BY SIZE
                          INTO WS-AUDIT-DETAIL
                   MOVE PM-TICKET        TO AT-TICKET
                   MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
                   MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
                   PERFORM 4000-WRITE-CUSTOMER-AUDIT
           END-REWRITE.

      ******************************************************************
      *    AUDITORIA (BILHETE, VOO E DATA JA PREENCHIDOS POR QUEM
      *    CHAMA - ZERO/BRANCO NAS FUSOES, QUE NAO SAO DE UM BILHETE)
      ******************************************************************
       4000-WRITE-CUSTOMER-AUDIT.
           MOVE WS-AUDIT-TYPE     TO AT-TXN-TYPE
           MOVE WS-RUN-DATE       TO AT-RUN-DATE
           MOVE WS-RUN-TIME       TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID    TO AT-OPERATOR-ID
           MOVE WS-AUDIT-DETAIL   TO AT-DETAIL
           MOVE SPACES            TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE CUSTOMER-MASTER-FILE
                 PASSENGER-MASTER-FILE
                 AUDIT-FILE.
