      ******************************************************************
      *    CHANMNT - MANUTENCAO DO MESTRE DE CANAIS DE VENDA
      *    (CHANMAST): CONSULTAR, CRIAR E ALTERAR A PERCENTAGEM DE
      *    COMISSAO DE CADA CANAL, AO ESTILO DO CORRIGIR.cbl, E
      *    ATRIBUIR A CADA CANAL A SUA GAMA DE NUMEROS DE BILHETE NO
      *    STOCK DE BILHETES (TKTSTOCK)
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CH-CHANNEL-CODE
               FILE STATUS IS WS-CHANNEL-STATUS.

           SELECT TICKET-STOCK-FILE ASSIGN TO
               "PASSAGEM/FILE/ticket-stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TK-CHANNEL-CODE
               FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHANNEL-MASTER-FILE.
           COPY CHANMAST.

       FD TICKET-STOCK-FILE.
           COPY TKTSTOCK.

       WORKING-STORAGE SECTION.
       01 WS-CHANNEL-STATUS     PIC X(2).

       01 WS-NEW-PCT            PIC 9(2)V99.
       01 WS-DISP-PCT           PIC Z9,99.

      *    GAMA DE BILHETES DO CANAL: PREFIXO DA COMPANHIA E SERIES
      *    DE/ATE. UMA GAMA NAO PODE SOBREPOR A DE OUTRO CANAL COM O
      *    MESMO PREFIXO NEM CORTAR SERIES JA USADAS
       01 WS-STOCK-STATUS       PIC X(2).
       01 WS-STOCK-FOUND        PIC X(1) VALUE 'N'.
           88 B-STOCK-FOUND     VALUE 'Y'.
       01 WS-STOCK-EOF          PIC X(1) VALUE 'N'.
           88 B-STOCK-EOF       VALUE 'Y'.
       01 WS-STOCK-OVERLAP      PIC X(3).
       01 WS-NEW-PREFIX         PIC 9(3).
       01 WS-NEW-FROM           PIC 9(9).
       01 WS-NEW-TO             PIC 9(9).
       01 WS-KEEP-LAST          PIC 9(9).
       01 WS-KEEP-USED          PIC 9(9).
       01 WS-STOCK-LEFT         PIC 9(9).
       01 WS-TODAY              PIC X(21).

       PROCEDURE DIVISION.

       0000-MAIN.
           END-PERFORM

           CLOSE CHANNEL-MASTER-FILE
                 TICKET-STOCK-FILE
           STOP RUN.

       1000-OPEN-MASTER.
               DISPLAY "ERRO A ABRIR O MESTRE DE CANAIS: "
                       WS-CHANNEL-STATUS
               STOP RUN
           END-IF

           OPEN I-O TICKET-STOCK-FILE
           IF WS-STOCK-STATUS = '35'
               OPEN OUTPUT TICKET-STOCK-FILE
               CLOSE TICKET-STOCK-FILE
               OPEN I-O TICKET-STOCK-FILE
           END-IF
           IF WS-STOCK-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O STOCK DE BILHETES: "
                       WS-STOCK-STATUS
               STOP RUN
           END-IF.

       2000-LOOKUP-CHANNEL.
                   MOVE CH-COMMISSION-PCT TO WS-DISP-PCT
                   DISPLAY "Canal " CH-CHANNEL-CODE " - " CH-NAME
                   DISPLAY "Comissao: " WS-DISP-PCT "%"
           END-READ

           MOVE 'N' TO WS-STOCK-FOUND
           MOVE WS-SEARCH-CHANNEL TO TK-CHANNEL-CODE
           READ TICKET-STOCK-FILE
               INVALID KEY
                   DISPLAY "Sem stock de bilhetes atribuido."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STOCK-FOUND
                   COMPUTE WS-STOCK-LEFT =
                       TK-SERIAL-TO - TK-SERIAL-FROM + 1 - TK-USED-COUNT
                   DISPLAY "Stock de bilhetes: prefixo "
                           TK-AIRLINE-PREFIX " series " TK-SERIAL-FROM
                           " a " TK-SERIAL-TO
                   DISPLAY "Usados: " TK-USED-COUNT " Restantes: "
                           WS-STOCK-LEFT " Ultima serie: "
                           TK-LAST-SERIAL
           END-READ.

       3000-MAINTAIN-CHANNEL.
           DISPLAY "O que deseja fazer? 1 = Criar o canal, "
                   "2 = Alterar a comissao, "
                   "3 = Atribuir o stock de bilhetes, 0 = Nada"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

                   IF B-CHANNEL-FOUND
                       PERFORM 3200-CHANGE-COMMISSION
                   END-IF
      *        A VENDA DIRETA ('DIR') NAO PRECISA DE REGISTO NO MESTRE
      *        DE CANAIS, MAS TEM DE TER STOCK COMO OS OUTROS
               WHEN 3
                   IF B-CHANNEL-FOUND OR WS-SEARCH-CHANNEL = 'DIR'
                       PERFORM 3300-ALLOCATE-STOCK
                   ELSE
                       DISPLAY "CRIE PRIMEIRO O CANAL."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   DISPLAY "CANAL " CH-CHANNEL-CODE " ATUALIZADO COM "
                           "SUCESSO."
           END-REWRITE.

      ******************************************************************
      *    ATRIBUIR (OU ALARGAR) A GAMA DE SERIES DO CANAL. AS SERIES
      *    JA USADAS FICAM: A NOVA GAMA TEM DE AS CONTER, E OS
      *    CONTADORES DE USO PASSAM PARA A NOVA GAMA
      ******************************************************************
       3300-ALLOCATE-STOCK.
           DISPLAY "Prefixo da companhia (3 digitos):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-PREFIX
           DISPLAY "Primeira serie da gama (9 digitos):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-FROM
           DISPLAY "Ultima serie da gama (9 digitos):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-TO

           IF WS-NEW-PREFIX = ZERO OR WS-NEW-FROM = ZERO
               OR WS-NEW-FROM > WS-NEW-TO
               DISPLAY "GAMA INVALIDA - NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-KEEP-LAST
           MOVE ZERO TO WS-KEEP-USED
           IF B-STOCK-FOUND
               MOVE TK-LAST-SERIAL TO WS-KEEP-LAST
               MOVE TK-USED-COUNT  TO WS-KEEP-USED
               IF WS-KEEP-LAST NOT = ZERO
                   AND (WS-NEW-PREFIX NOT = TK-AIRLINE-PREFIX
                        OR WS-NEW-FROM > TK-SERIAL-FROM
                        OR WS-NEW-TO < WS-KEEP-LAST)
                   DISPLAY "A NOVA GAMA CORTA SERIES JA USADAS - "
                           "NADA FOI ALTERADO."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM 3310-CHECK-OVERLAP
           IF WS-STOCK-OVERLAP NOT = SPACES
               DISPLAY "A GAMA SOBREPOE A DO CANAL " WS-STOCK-OVERLAP
                       " - NADA FOI ALTERADO."
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
           MOVE WS-SEARCH-CHANNEL TO TK-CHANNEL-CODE
           MOVE WS-NEW-PREFIX     TO TK-AIRLINE-PREFIX
           MOVE WS-NEW-FROM       TO TK-SERIAL-FROM
           MOVE WS-NEW-TO         TO TK-SERIAL-TO
           MOVE WS-KEEP-LAST      TO TK-LAST-SERIAL
           MOVE WS-KEEP-USED      TO TK-USED-COUNT
           MOVE WS-TODAY(1:8)     TO TK-ALLOC-DATE

           IF B-STOCK-FOUND
               REWRITE TICKET-STOCK-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR O STOCK DE BILHETES."
                   NOT INVALID KEY
                       DISPLAY "STOCK DO CANAL " TK-CHANNEL-CODE
                               " ATUALIZADO COM SUCESSO."
               END-REWRITE
           ELSE
               WRITE TICKET-STOCK-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR O STOCK DE BILHETES."
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-STOCK-FOUND
                       DISPLAY "STOCK DO CANAL " TK-CHANNEL-CODE
                               " ATRIBUIDO COM SUCESSO."
               END-WRITE
           END-IF.

      ******************************************************************
      *    PERCORRER O STOCK A PROCURA DE OUTRO CANAL COM O MESMO
      *    PREFIXO E UMA GAMA QUE SE CRUZE COM A PEDIDA
      ******************************************************************
       3310-CHECK-OVERLAP.
           MOVE SPACES TO WS-STOCK-OVERLAP
           MOVE 'N' TO WS-STOCK-EOF
           MOVE LOW-VALUES TO TK-CHANNEL-CODE
           START TICKET-STOCK-FILE KEY IS NOT LESS THAN TK-CHANNEL-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-STOCK-EOF
           END-START
           PERFORM UNTIL B-STOCK-EOF
               READ TICKET-STOCK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STOCK-EOF
                   NOT AT END
                       IF TK-CHANNEL-CODE NOT = WS-SEARCH-CHANNEL
                           AND TK-AIRLINE-PREFIX = WS-NEW-PREFIX
                           AND TK-SERIAL-FROM <= WS-NEW-TO
                           AND TK-SERIAL-TO >= WS-NEW-FROM
                           MOVE TK-CHANNEL-CODE TO WS-STOCK-OVERLAP
                           MOVE 'Y' TO WS-STOCK-EOF
                       END-IF
               END-READ
           END-PERFORM.
