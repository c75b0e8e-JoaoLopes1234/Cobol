       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSLOAD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CONSLOAD - CARGA DOS PEDIDOS DE CONSENTIMENTO RECEBIDOS DOS
      *    PARCEIROS (consent-feed.txt): OS PEDIDOS DE OPOSICAO E AS
      *    AUTORIZACOES FEITAS NO SITE, NO CENTRO DE CONTACTO OU NOS
      *    AGENTES, NO REGISTO DE CONSENTIMENTOS (consent-register.dat,
      *    VER CONSENT). CADA LINHA DO FEED DIZ O CONTACTO, A
      *    FINALIDADE (O/L/M, OU A = TODAS), Y OU N E A DATA EM QUE O
      *    CLIENTE O PEDIU:
      *    - UMA AUTORIZACAO JA IGUAL NO REGISTO NAO MUDA NADA (A
      *      REPETICAO DO FEED NAO DUPLICA O DIARIO)
      *    - UM PEDIDO MAIS ANTIGO QUE A ULTIMA MUDANCA DA FINALIDADE
      *      E IGNORADO: O QUE O CLIENTE DISSE DEPOIS PREVALECE
      *    - CADA MUDANCA VAI PARA O DIARIO DE CONSENTIMENTOS
      *      (consent-log.txt, VER CONSLOG)
      *    AS LINHAS RECUSADAS FICAM EM consent-feed-rejects.txt COM O
      *    MOTIVO, PARA DEVOLVER AO PARCEIRO; O FEED E ESVAZIADO NO FIM
      *    COMO O DO EXCLOAD.
      *    RETURN-CODE 1 QUANDO O REGISTO NAO ABRE; 2 QUANDO HA LINHAS
      *    RECUSADAS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSENT-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT CONSENT-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPTIONAL CONSENT-LOG-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-feed-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONSENT-FEED-FILE.
       01 CONSENT-FEED-RECORD.
      *    CODIGO DO PARCEIRO QUE ENVIOU O PEDIDO E A SUA REFERENCIA
           05 CQ-PARTNER            PIC X(8).
           05 CQ-REFERENCE          PIC X(14).
           05 CQ-CONTACT-TYPE       PIC X(1).
           05 CQ-CONTACT-VALUE      PIC X(40).
      *    O = OPERACIONAL, L = FIDELIZACAO, M = MARKETING, A = TODAS
           05 CQ-PURPOSE            PIC X(1).
           05 CQ-ACTION             PIC X(1).
      *    DATA DO PEDIDO DO CLIENTE (AAAAMMDD); EM BRANCO = HOJE
           05 CQ-REQUEST-DATE       PIC X(8).

       FD CONSENT-REGISTER-FILE.
           COPY CONSENT.

       FD CONSENT-LOG-FILE.
           COPY CONSLOG.

       FD REJECT-FILE.
       01 REJECT-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-REGISTER-STATUS    PIC X(2).

       01 WS-FEED-EOF           PIC X(1) VALUE 'N'.
           88 B-FEED-EOF        VALUE 'Y'.

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-CONSENT-WORK.
           05 WS-REQUEST-DATE       PIC 9(8).
           05 WS-REJECT-REASON      PIC X(40).
           05 WS-CN-FOUND           PIC X(1).
               88 B-CN-FOUND        VALUE 'Y'.
           05 WS-CN-CHANGED         PIC X(1).
               88 B-CN-CHANGED      VALUE 'Y'.
           05 WS-PURPOSE-IDX        PIC 9(1).
           05 WS-PURPOSE-FROM       PIC 9(1).
           05 WS-PURPOSE-TO         PIC 9(1).
      *    LETRA DE CADA FINALIDADE NO DIARIO, PELA ORDEM DO REGISTO
           05 WS-PURPOSE-LETTERS    PIC X(3) VALUE 'OLM'.

       01 WS-LOAD-TOTALS.
           05 WS-FEED-READ          PIC 9(5) VALUE ZERO.
           05 WS-FEED-REFUSED       PIC 9(5) VALUE ZERO.
           05 WS-CHANGE-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-UNCHANGED-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-STALE-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-DISP-READ          PIC Z(4)9.
           05 WS-DISP-REFUSED       PIC Z(4)9.
           05 WS-DISP-CHANGE        PIC Z(4)9.
           05 WS-DISP-UNCHANGED     PIC Z(4)9.
           05 WS-DISP-STALE         PIC Z(4)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATETIME(9:6) TO WS-RUN-TIME

           OPEN I-O CONSENT-REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT CONSENT-REGISTER-FILE
               CLOSE CONSENT-REGISTER-FILE
               OPEN I-O CONSENT-REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O REGISTO DE CONSENTIMENTOS: "
                       WS-REGISTER-STATUS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CONSENT-LOG-FILE
           OPEN OUTPUT REJECT-FILE

           PERFORM 2000-LOAD-FEED

           CLOSE CONSENT-REGISTER-FILE
                 CONSENT-LOG-FILE
                 REJECT-FILE

           MOVE WS-FEED-READ       TO WS-DISP-READ
           MOVE WS-CHANGE-COUNT    TO WS-DISP-CHANGE
           MOVE WS-UNCHANGED-COUNT TO WS-DISP-UNCHANGED
           MOVE WS-STALE-COUNT     TO WS-DISP-STALE
           MOVE WS-FEED-REFUSED    TO WS-DISP-REFUSED
           DISPLAY "CARGA DO FEED DE CONSENTIMENTOS TERMINADA"
           DISPLAY "Pedidos lidos:         " WS-DISP-READ
           DISPLAY "Autorizacoes mudadas:  " WS-DISP-CHANGE
           DISPLAY "Ja registados:         " WS-DISP-UNCHANGED
           DISPLAY "Ultrapassados:         " WS-DISP-STALE
           DISPLAY "Linhas recusadas:      " WS-DISP-REFUSED
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      *    CARGA DO FEED NO REGISTO. O FEED SO E ESVAZIADO DEPOIS DE
      *    TODAS AS LINHAS TEREM SIDO APLICADAS; UMA REPETICAO DA
      *    CARGA ENCONTRA AS AUTORIZACOES JA IGUAIS E NAO MUDA NADA
      ******************************************************************
       2000-LOAD-FEED.
           OPEN INPUT CONSENT-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               AND WS-FEED-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR consent-feed.txt: "
                       WS-FEED-STATUS
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LOAD-ONE-REQUEST UNTIL B-FEED-EOF
           CLOSE CONSENT-FEED-FILE

           OPEN OUTPUT CONSENT-FEED-FILE
           CLOSE CONSENT-FEED-FILE.

       2100-LOAD-ONE-REQUEST.
           READ CONSENT-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-FEED-READ

           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CQ-PARTNER = SPACES
                   MOVE 'PARCEIRO EM FALTA' TO WS-REJECT-REASON
               WHEN CQ-CONTACT-TYPE NOT = 'E'
                   AND CQ-CONTACT-TYPE NOT = 'T'
                   MOVE 'TIPO DE CONTACTO INVALIDO (E/T)'
                       TO WS-REJECT-REASON
               WHEN CQ-CONTACT-VALUE = SPACES
                   MOVE 'CONTACTO EM FALTA' TO WS-REJECT-REASON
               WHEN CQ-PURPOSE NOT = 'O' AND CQ-PURPOSE NOT = 'L'
                   AND CQ-PURPOSE NOT = 'M' AND CQ-PURPOSE NOT = 'A'
                   MOVE 'FINALIDADE INVALIDA (O/L/M/A)'
                       TO WS-REJECT-REASON
               WHEN CQ-ACTION NOT = 'Y' AND CQ-ACTION NOT = 'N'
                   MOVE 'PEDIDO INVALIDO (Y/N)' TO WS-REJECT-REASON
               WHEN CQ-REQUEST-DATE NOT = SPACES
                   AND CQ-REQUEST-DATE IS NOT NUMERIC
                   MOVE 'DATA DO PEDIDO INVALIDA' TO WS-REJECT-REASON
               WHEN CQ-REQUEST-DATE IS NUMERIC
                   AND CQ-REQUEST-DATE > WS-RUN-DATE
                   MOVE 'DATA DO PEDIDO NO FUTURO' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-FEED-REFUSED
               MOVE 2 TO WS-RETURN-CODE
               MOVE SPACES TO REJECT-RECORD
               STRING CONSENT-FEED-RECORD DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                      INTO REJECT-RECORD
               WRITE REJECT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF CQ-REQUEST-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-REQUEST-DATE
           ELSE
               MOVE CQ-REQUEST-DATE TO WS-REQUEST-DATE
           END-IF
           EVALUATE CQ-PURPOSE
               WHEN 'O'
                   MOVE 1 TO WS-PURPOSE-FROM WS-PURPOSE-TO
               WHEN 'L'
                   MOVE 2 TO WS-PURPOSE-FROM WS-PURPOSE-TO
               WHEN 'M'
                   MOVE 3 TO WS-PURPOSE-FROM WS-PURPOSE-TO
               WHEN OTHER
                   MOVE 1 TO WS-PURPOSE-FROM
                   MOVE 3 TO WS-PURPOSE-TO
           END-EVALUATE

           MOVE CQ-CONTACT-TYPE  TO CN-CONTACT-TYPE
           MOVE CQ-CONTACT-VALUE TO CN-CONTACT-VALUE
           MOVE 'Y' TO WS-CN-FOUND
           READ CONSENT-REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CN-FOUND
           END-READ
           IF NOT B-CN-FOUND
               MOVE CQ-CONTACT-TYPE  TO CN-CONTACT-TYPE
               MOVE CQ-CONTACT-VALUE TO CN-CONTACT-VALUE
               MOVE WS-REQUEST-DATE  TO CN-FIRST-DATE
               PERFORM VARYING WS-PURPOSE-IDX FROM 1 BY 1
                   UNTIL WS-PURPOSE-IDX > 3
                   MOVE SPACE  TO CN-FLAG(WS-PURPOSE-IDX)
                   MOVE ZERO   TO CN-FLAG-DATE(WS-PURPOSE-IDX)
                   MOVE SPACES TO CN-FLAG-SOURCE(WS-PURPOSE-IDX)
               END-PERFORM
           END-IF

           MOVE 'N' TO WS-CN-CHANGED
           PERFORM VARYING WS-PURPOSE-IDX FROM WS-PURPOSE-FROM BY 1
               UNTIL WS-PURPOSE-IDX > WS-PURPOSE-TO
               EVALUATE TRUE
                   WHEN CN-FLAG(WS-PURPOSE-IDX) = CQ-ACTION
                       ADD 1 TO WS-UNCHANGED-COUNT
                   WHEN CN-FLAG-DATE(WS-PURPOSE-IDX) > WS-REQUEST-DATE
                       ADD 1 TO WS-STALE-COUNT
                   WHEN OTHER
                       PERFORM 2200-CHANGE-PURPOSE
               END-EVALUATE
           END-PERFORM

           IF NOT B-CN-CHANGED
               EXIT PARAGRAPH
           END-IF
           IF B-CN-FOUND
               REWRITE CONSENT-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A GRAVAR O CONSENTIMENTO DE "
                               CN-CONTACT-VALUE
                       MOVE 2 TO WS-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CONSENT-RECORD
                   INVALID KEY
                       DISPLAY "ERRO A CRIAR O CONSENTIMENTO DE "
                               CN-CONTACT-VALUE
                       MOVE 2 TO WS-RETURN-CODE
               END-WRITE
           END-IF.

      ******************************************************************
      *    MUDAR UMA FINALIDADE DO CONTACTO E DEIXAR A MUDANCA NO
      *    DIARIO, COM A AUTORIZACAO ANTERIOR
      ******************************************************************
       2200-CHANGE-PURPOSE.
           MOVE WS-RUN-DATE      TO CV-LOG-DATE
           MOVE WS-RUN-TIME      TO CV-LOG-TIME
           MOVE CN-CONTACT-TYPE  TO CV-CONTACT-TYPE
           MOVE CN-CONTACT-VALUE TO CV-CONTACT-VALUE
           MOVE WS-PURPOSE-LETTERS(WS-PURPOSE-IDX:1) TO CV-PURPOSE
           MOVE CN-FLAG(WS-PURPOSE-IDX) TO CV-OLD-FLAG
           MOVE CQ-ACTION        TO CV-NEW-FLAG
           MOVE CQ-PARTNER       TO CV-SOURCE
           MOVE CQ-REFERENCE     TO CV-REFERENCE
           WRITE CONSENT-LOG-RECORD

           MOVE CQ-ACTION       TO CN-FLAG(WS-PURPOSE-IDX)
           MOVE WS-REQUEST-DATE TO CN-FLAG-DATE(WS-PURPOSE-IDX)
           MOVE CQ-PARTNER      TO CN-FLAG-SOURCE(WS-PURPOSE-IDX)
           MOVE 'Y' TO WS-CN-CHANGED
           ADD 1 TO WS-CHANGE-COUNT.
