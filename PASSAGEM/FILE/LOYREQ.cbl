      *      (OURO 20000, PRATA 5000, BRONZE ABAIXO DISSO)
      *    - GRAVA CADA MUDANCA NA TRILHA DE AUDITORIA E EMITE A
      *      CARTA DE NOTIFICACAO NO FORMATO DOS EXTRATOS DO LOYMAINT
      *      (loyalty-requal-letters.txt), SO PARA OS MEMBROS COM
      *      CONSENTIMENTO PARA AS COMUNICACOES DE FIDELIZACAO
      *    PARAMETROS: <AAAAMMDD-DE> <AAAAMMDD-ATE>
      *    (OMISSAO: OS 365 DIAS ANTERIORES A HOJE)
      ******************************************************************
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CUSTOMER-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/customer-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-CUSTOMER-ID
               ALTERNATE RECORD KEY IS CU-MATCH-DOC-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-MATCH-EMAIL-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CU-LOYALTY-ID
                   WITH DUPLICATES.

           SELECT OPTIONAL CONSENT-REGISTER-FILE ASSIGN TO
               "PASSAGEM/FILE/consent-register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-CONTACT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD LOYALTY-MASTER-FILE.
       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD CONSENT-REGISTER-FILE.
           COPY CONSENT.

       WORKING-STORAGE SECTION.
       01 WS-LOYALTY-STATUS     PIC X(2).

           05 WS-DISP-UP            PIC Z(4)9.
           05 WS-DISP-DOWN          PIC Z(4)9.

      *    A CARTA SO SAI PARA UM MEMBRO COM ALGUM CONTACTO (DOS
      *    CLIENTES LIGADOS AO SEU NUMERO NO MESTRE DE CLIENTES) QUE
      *    AUTORIZOU AS COMUNICACOES DE FIDELIZACAO (VER CONSENT)
       01 WS-CONSENT.
           05 WS-CONS-TYPE          PIC X(1).
           05 WS-CONS-VALUE         PIC X(40).
           05 WS-CONS-ALLOWED       PIC X(1).
               88 B-CONS-ALLOWED    VALUE 'Y'.
           05 WS-CUST-EOF           PIC X(1).
               88 B-CUST-EOF        VALUE 'Y'.
           05 WS-CONS-SUPPRESSED    PIC 9(6) VALUE ZERO.
           05 WS-DISP-CONS-SUPPRESSED PIC Z(5)9.

       01 WS-RETURN-CODE            PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND AUDIT-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
                      CONSENT-REGISTER-FILE

           MOVE SPACES TO LM-MEMBER-ID
           START LOYALTY-MASTER-FILE KEY >= LM-MEMBER-ID
           CLOSE LOYALTY-MASTER-FILE
                 LETTER-FILE
                 AUDIT-FILE
                 CUSTOMER-MASTER-FILE
                 CONSENT-REGISTER-FILE

           MOVE WS-MEMBERS-SEEN     TO WS-DISP-SEEN
           MOVE WS-UPGRADED-COUNT   TO WS-DISP-UP
           DISPLAY "Membros avaliados: " WS-DISP-SEEN
                   "  Subidas: " WS-DISP-UP
                   "  Descidas: " WS-DISP-DOWN
           MOVE WS-CONS-SUPPRESSED TO WS-DISP-CONS-SUPPRESSED
           DISPLAY "Cartas suprimidas sem consentimento: "
                   WS-DISP-CONS-SUPPRESSED

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

           MOVE ZERO           TO AT-TICKET
           MOVE SPACES         TO AT-FLIGHT-NUMBER
           MOVE SPACES         TO AT-FLIGHT-DATE
           MOVE 'LOYREQ'       TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
                  ' -> ' DELIMITED BY SIZE
                  WS-NEW-TIER DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

      *    O NIVEL MUDA SEMPRE; SO A CARTA DEPENDE DO CONSENTIMENTO
           PERFORM 2300-CHECK-LOYALTY-CONSENT
           IF B-CONS-ALLOWED
               PERFORM 2200-WRITE-LETTER
           ELSE
               ADD 1 TO WS-CONS-SUPPRESSED
           END-IF.

      ******************************************************************
      *    CARTA DE NOTIFICACAO NO MESMO FORMATO DOS EXTRATOS QUE O
                  DELIMITED BY SIZE
                  INTO LETTER-RECORD
           WRITE LETTER-RECORD.

      ******************************************************************
      *    O MEMBRO AUTORIZOU AS COMUNICACOES DE FIDELIZACAO? PROCURA
      *    OS CLIENTES LIGADOS AO NUMERO DE MEMBRO E O EMAIL OU O
      *    TELEFONE DE CADA UM NO REGISTO DE CONSENTIMENTOS; BASTA UM
      *    CONTACTO AUTORIZADO
      ******************************************************************
       2300-CHECK-LOYALTY-CONSENT.
           MOVE 'N' TO WS-CONS-ALLOWED
           MOVE 'N' TO WS-CUST-EOF
           MOVE LM-MEMBER-ID TO CU-LOYALTY-ID
           START CUSTOMER-MASTER-FILE KEY IS EQUAL TO CU-LOYALTY-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-EOF
           END-START
           PERFORM UNTIL B-CUST-EOF OR B-CONS-ALLOWED
               READ CUSTOMER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END
                       IF CU-LOYALTY-ID NOT = LM-MEMBER-ID
                           MOVE 'Y' TO WS-CUST-EOF
                       ELSE
                           IF CU-EMAIL NOT = SPACES
                               MOVE 'E'      TO WS-CONS-TYPE
                               MOVE CU-EMAIL TO WS-CONS-VALUE
                               PERFORM 2310-CHECK-CONTACT-CONSENT
                           END-IF
                           IF NOT B-CONS-ALLOWED
                               AND CU-PHONE NOT = SPACES
                               MOVE 'T'      TO WS-CONS-TYPE
                               MOVE CU-PHONE TO WS-CONS-VALUE
                               PERFORM 2310-CHECK-CONTACT-CONSENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2310-CHECK-CONTACT-CONSENT.
           MOVE WS-CONS-TYPE  TO CN-CONTACT-TYPE
           MOVE WS-CONS-VALUE TO CN-CONTACT-VALUE
           READ CONSENT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF B-CN-GRANTED(2)
                       MOVE 'Y' TO WS-CONS-ALLOWED
                   END-IF
           END-READ.
