      *      MEMBRO, CORRIGIR O NIVEL), AO ESTILO DO CORRIGIR.cbl
      *    - PARAMETRO 'STATEMENT': PERCORRE TODOS OS MEMBROS E GRAVA
      *      UM EXTRATO POR MEMBRO (NUMERO, NOME, NIVEL, PONTOS) EM
      *      loyalty-statements.txt PARA O JOB DE CORREIO; OS
      *      MEMBROS SEM CONSENTIMENTO PARA AS COMUNICACOES DE
      *      FIDELIZACAO FICAM DE FORA
      ******************************************************************

       ENVIRONMENT DIVISION.
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
       01 WS-OPERMAST-STATUS    PIC X(2).
       01 WS-STATEMENT-COUNT    PIC 9(6) VALUE ZERO.
       01 WS-DISP-STATEMENTS    PIC Z(5)9.

      *    O EXTRATO SO SAI PARA UM MEMBRO COM ALGUM CONTACTO (DOS
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

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       1200-WRITE-MAINT-AUDIT.
           MOVE ZERO           TO AT-TICKET
           MOVE SPACES         TO AT-FLIGHT-NUMBER
           MOVE SPACES         TO AT-FLIGHT-DATE
           MOVE WS-AUDIT-TXN   TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID TO AT-OPERATOR-ID
           MOVE WS-AUDIT-DETAIL TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       2000-MAINTENANCE-LOOP.
      ******************************************************************
       5000-WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           OPEN INPUT CUSTOMER-MASTER-FILE
                      CONSENT-REGISTER-FILE

           MOVE SPACES TO LM-MEMBER-ID
           START LOYALTY-MASTER-FILE KEY >= LM-MEMBER-ID
           PERFORM 5100-WRITE-ONE-STATEMENT UNTIL B-MASTER-EOF

           CLOSE STATEMENT-FILE
                 CUSTOMER-MASTER-FILE
                 CONSENT-REGISTER-FILE

           MOVE WS-STATEMENT-COUNT TO WS-DISP-STATEMENTS
           DISPLAY "EXTRATOS DE FIDELIZACAO EMITIDOS: "
                   WS-DISP-STATEMENTS
           MOVE WS-CONS-SUPPRESSED TO WS-DISP-CONS-SUPPRESSED
           DISPLAY "SUPRIMIDOS SEM CONSENTIMENTO:     "
                   WS-DISP-CONS-SUPPRESSED.

       5100-WRITE-ONE-STATEMENT.
           READ LOYALTY-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   PERFORM 5200-CHECK-LOYALTY-CONSENT
                   IF NOT B-CONS-ALLOWED
                       ADD 1 TO WS-CONS-SUPPRESSED
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-STATEMENT-COUNT
                   MOVE LM-POINTS TO WS-DISP-POINTS
                   STRING 'MEMBRO ' DELIMITED BY SIZE
                          INTO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
           END-READ.

      ******************************************************************
      *    O MEMBRO AUTORIZOU AS COMUNICACOES DE FIDELIZACAO? PROCURA
      *    OS CLIENTES LIGADOS AO NUMERO DE MEMBRO E O EMAIL OU O
      *    TELEFONE DE CADA UM NO REGISTO DE CONSENTIMENTOS; BASTA UM
      *    CONTACTO AUTORIZADO
      ******************************************************************
       5200-CHECK-LOYALTY-CONSENT.
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
                               PERFORM 5210-CHECK-CONTACT-CONSENT
                           END-IF
                           IF NOT B-CONS-ALLOWED
                               AND CU-PHONE NOT = SPACES
                               MOVE 'T'      TO WS-CONS-TYPE
                               MOVE CU-PHONE TO WS-CONS-VALUE
                               PERFORM 5210-CHECK-CONTACT-CONSENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       5210-CHECK-CONTACT-CONSENT.
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
