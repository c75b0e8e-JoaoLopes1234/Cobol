       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    EXCLOAD - CARGA DAS EXCECOES DA NOITE NO REGISTO CENTRAL DE
      *    EXCECOES. CADA JOB DE CONTROLO TINHA O SEU RELATORIO
      *    (recon-exceptions.txt, recon3-exceptions.txt,
      *    gate-exceptions.txt, feed-gaps.txt, O RELATORIO DO SEATAUD,
      *    O ECRA DO APISGEN, OS AVISOS DO RATELOAD) E NINGUEM SABIA
      *    QUAIS JA TINHAM SIDO VISTAS NEM DE QUEM ERAM. OS JOBS
      *    ESCREVEM AGORA CADA EXCECAO TAMBEM EM exceptions-feed.txt
      *    (VER EXCFEED), COM A EQUIPA DONA, E ESTE PASSO:
      *    - PASSA CADA LINHA DO FEED PARA O REGISTO (exceptions.dat,
      *      VER EXCREG) COM UM NUMERO NOVO E O ESTADO 'O' (ABERTA)
      *    - UMA EXCECAO IGUAL (MESMO JOB, VOO, DATA, REFERENCIA E
      *      DESCRICAO) AINDA ABERTA OU RECONHECIDA NAO E DUPLICADA:
      *      FICA COM A DATA DA ULTIMA OCORRENCIA E MAIS UM DIA EM
      *      EX-OCCURRENCES. UMA IGUAL JA FECHADA VOLTOU A ACONTECER
      *      E ABRE UMA EXCECAO NOVA
      *    - ESVAZIA O FEED, COMO O PAYOUT FAZ AOS PEDIDOS
      *    O RECONHECIMENTO E O FECHO SAO FEITOS PELAS EQUIPAS NO
      *    EXCMAINT.cbl; O ENVELHECIMENTO E LISTADO PELO EXCAGE.cbl.
      *    RETURN-CODE 1 QUANDO O REGISTO NAO ABRE; 2 QUANDO HA LINHAS
      *    DO FEED RECUSADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT EXCEPTION-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-EXCEPTION-ID
               ALTERNATE RECORD KEY IS EX-MATCH-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS EX-OWNER-TEAM
                   WITH DUPLICATES
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       FD EXCEPTION-REGISTER-FILE.
           COPY EXCREG.

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.
       01 WS-REGISTER-EOF       PIC X(1).
           88 B-REGISTER-EOF    VALUE 'Y'.

      *    EXCECAO AINDA POR FECHAR COM A MESMA CHAVE DE IGUALDADE
       01 WS-MATCH-SW           PIC X(1).
           88 B-MATCH-FOUND     VALUE 'Y'.
       01 WS-MATCH-KEY          PIC X(115).

       01 WS-NEXT-ID            PIC 9(8) VALUE ZERO.

       01 WS-LOAD-TOTALS.
           05 WS-FEED-READ          PIC 9(5) VALUE ZERO.
           05 WS-FEED-REFUSED       PIC 9(5) VALUE ZERO.
           05 WS-NEW-COUNT          PIC 9(5) VALUE ZERO.
           05 WS-REPEAT-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-DISP-READ          PIC Z(4)9.
           05 WS-DISP-REFUSED       PIC Z(4)9.
           05 WS-DISP-NEW           PIC Z(4)9.
           05 WS-DISP-REPEAT        PIC Z(4)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           OPEN I-O EXCEPTION-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT EXCEPTION-REGISTER-FILE
               CLOSE EXCEPTION-REGISTER-FILE
               OPEN I-O EXCEPTION-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE EXCECOES: "
                       WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1000-FIND-LAST-ID
           PERFORM 2000-LOAD-FEED

           CLOSE EXCEPTION-REGISTER-FILE

           MOVE WS-FEED-READ    TO WS-DISP-READ
           MOVE WS-NEW-COUNT    TO WS-DISP-NEW
           MOVE WS-REPEAT-COUNT TO WS-DISP-REPEAT
           MOVE WS-FEED-REFUSED TO WS-DISP-REFUSED
           DISPLAY "CARGA DO REGISTO DE EXCECOES TERMINADA"
           DISPLAY "Excecoes lidas:     " WS-DISP-READ
           DISPLAY "Excecoes novas:     " WS-DISP-NEW
           DISPLAY "Ja em aberto:       " WS-DISP-REPEAT
           DISPLAY "Linhas recusadas:   " WS-DISP-REFUSED
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    O NUMERO DA PROXIMA EXCECAO E O MAIOR DO REGISTO MAIS UM
      ******************************************************************
       1000-FIND-LAST-ID.
           MOVE 'N' TO WS-REGISTER-EOF
           MOVE ZERO TO EX-EXCEPTION-ID
           START EXCEPTION-REGISTER-FILE
               KEY IS NOT LESS THAN EX-EXCEPTION-ID
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START
           PERFORM UNTIL B-REGISTER-EOF
               READ EXCEPTION-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       MOVE EX-EXCEPTION-ID TO WS-NEXT-ID
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-ID.

      ******************************************************************
      *    CARGA DO FEED NO REGISTO. O FEED SO E ESVAZIADO DEPOIS DE
      *    TODAS AS LINHAS ESTAREM NO REGISTO; UMA REPETICAO DA CARGA
      *    REENCONTRA AS QUE JA LA ESTAO PELA CHAVE DE IGUALDADE
      ******************************************************************
       2000-LOAD-FEED.
           OPEN INPUT EXCEPTION-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               AND WS-FEED-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR exceptions-feed.txt: "
                       WS-FEED-STATUS
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LOAD-ONE-EXCEPTION UNTIL B-FEED-EOF
           CLOSE EXCEPTION-FEED-FILE

           OPEN OUTPUT EXCEPTION-FEED-FILE
           CLOSE EXCEPTION-FEED-FILE.

       2100-LOAD-ONE-EXCEPTION.
           READ EXCEPTION-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-FEED-READ

           IF XF-SOURCE-JOB = SPACES
               OR XF-OWNER-TEAM = SPACES
               OR XF-DESCRIPTION = SPACES
               OR XF-RAISED-DATE IS NOT NUMERIC
               OR XF-RAISED-TIME IS NOT NUMERIC
               ADD 1 TO WS-FEED-REFUSED
               MOVE 2 TO WS-RETURN-CODE
               DISPLAY "LINHA DO FEED DE EXCECOES RECUSADA: "
                       EXCEPTION-FEED-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM 2200-FIND-UNRESOLVED
           IF B-MATCH-FOUND
               PERFORM 2300-UPDATE-OCCURRENCE
           ELSE
               PERFORM 2400-OPEN-NEW-EXCEPTION
           END-IF.

      ******************************************************************
      *    PROCURA PELA CHAVE DE IGUALDADE UMA EXCECAO AINDA ABERTA OU
      *    RECONHECIDA; AS FECHADAS COM A MESMA CHAVE SAO SALTADAS
      ******************************************************************
       2200-FIND-UNRESOLVED.
           MOVE SPACE TO WS-MATCH-SW
           MOVE 'N' TO WS-REGISTER-EOF
           MOVE XF-SOURCE-JOB    TO EX-SOURCE-JOB
           MOVE XF-FLIGHT-NUMBER TO EX-FLIGHT-NUMBER
           MOVE XF-FLIGHT-DATE   TO EX-FLIGHT-DATE
           MOVE XF-TICKET        TO EX-TICKET
           MOVE XF-DESCRIPTION   TO EX-DESCRIPTION
           MOVE EX-MATCH-KEY     TO WS-MATCH-KEY
           START EXCEPTION-REGISTER-FILE KEY IS EQUAL TO EX-MATCH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-REGISTER-EOF
           END-START
           PERFORM UNTIL B-REGISTER-EOF OR B-MATCH-FOUND
               READ EXCEPTION-REGISTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-REGISTER-EOF
                   NOT AT END
                       IF EX-MATCH-KEY NOT = WS-MATCH-KEY
                           MOVE 'Y' TO WS-REGISTER-EOF
                       ELSE
                           IF B-EX-UNRESOLVED
                               MOVE 'Y' TO WS-MATCH-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      *    A EXCECAO JA ESTA EM ABERTO: SO CONTA MAIS UM DIA QUANDO E
      *    DE UM DIA NOVO (UM JOB REPETIDO NA MESMA NOITE, OU UMA
      *    REPETICAO DA CARGA, NAO CONTAM DUAS VEZES)
      ******************************************************************
       2300-UPDATE-OCCURRENCE.
           ADD 1 TO WS-REPEAT-COUNT
           IF XF-RAISED-DATE > EX-LAST-SEEN-DATE
               MOVE XF-RAISED-DATE TO EX-LAST-SEEN-DATE
               IF EX-OCCURRENCES < 9999
                   ADD 1 TO EX-OCCURRENCES
               END-IF
               REWRITE EXCEPTION-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR A EXCECAO "
                               EX-EXCEPTION-ID
                       MOVE 2 TO WS-RETURN-CODE
               END-REWRITE
           END-IF.

       2400-OPEN-NEW-EXCEPTION.
           MOVE SPACES           TO EXCEPTION-REGISTER-RECORD
           MOVE WS-NEXT-ID       TO EX-EXCEPTION-ID
           MOVE XF-SOURCE-JOB    TO EX-SOURCE-JOB
           MOVE XF-FLIGHT-NUMBER TO EX-FLIGHT-NUMBER
           MOVE XF-FLIGHT-DATE   TO EX-FLIGHT-DATE
           MOVE XF-TICKET        TO EX-TICKET
           MOVE XF-DESCRIPTION   TO EX-DESCRIPTION
           MOVE XF-OWNER-TEAM    TO EX-OWNER-TEAM
           MOVE XF-RAISED-DATE   TO EX-RAISED-DATE
           MOVE XF-RAISED-TIME   TO EX-RAISED-TIME
           MOVE XF-RAISED-DATE   TO EX-LAST-SEEN-DATE
           MOVE 1                TO EX-OCCURRENCES
           MOVE 'O'              TO EX-STATUS
           MOVE ZERO             TO EX-ACK-DATE
           MOVE ZERO             TO EX-CLOSE-DATE
           WRITE EXCEPTION-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A CRIAR A EXCECAO " WS-NEXT-ID
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-NEXT-ID.
