      *      VOO+CLASSE, COBRANDO A TARIFA NORMAL COM O ESCALAO
      *      ETARIO DO PASSAGEIRO (CODIGO 'WLCHG' NO EXTRATO DIARIO)
      *    - APAGA O REGISTO RETIDO E GRAVA A EXPIRACAO NA TRILHA DE
      *      AUDITORIA E, COM O NOME E OS CONTACTOS, NO REGISTO DE
      *      OPCOES EXPIRADAS (HOLDEXP) QUE O VARRIMENTO DE
      *      INTEGRIDADE DE RECEITA (RVINTSWP.cbl) LE
      *    PARAMETRO OPCIONAL: DATA DE REFERENCIA AAAAMMDD (POR
      *    OMISSAO, A DATA DE HOJE)
      ******************************************************************
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               "PASSAGEM/FILE/holdswp-audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    REGISTO CUMULATIVO (NAO E DA NOITE): O RVINTSWP.cbl E QUEM
      *    O APARA A JANELA QUE CONTA
           SELECT OPTIONAL HOLD-EXPIRY-FILE ASSIGN TO
               "PASSAGEM/FILE/hold-expiry-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ALLOTMENT-FILE ASSIGN TO
               "PASSAGEM/FILE/allotments.dat"
               ORGANIZATION IS INDEXED
       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD HOLD-EXPIRY-FILE.
           COPY HOLDEXP.

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
           05 WS-EX-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-EX-ENTRY OCCURS 500 TIMES.
               10 WS-EX-FLIGHT      PIC X(6).
               10 WS-EX-DATE        PIC X(8).
               10 WS-EX-TICKET      PIC 9(4).
           05 WS-EX-IDX             PIC 9(3).


       01 WS-RELEASE-WORK.
           05 WS-REL-FLIGHT         PIC X(6).
           05 WS-REL-DATE           PIC X(8).
           05 WS-REL-CLASS          PIC X(1).
           05 WS-REL-TICKET         PIC 9(4).

                I-O ALLOTMENT-FILE
                EXTEND DAILY-SALES-FILE
                EXTEND AUDIT-FILE
                EXTEND HOLD-EXPIRY-FILE
           IF WS-PASSENGER-STATUS NOT = '00'
               OR WS-FLIGHT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES - PM "
                           ADD 1 TO WS-EX-COUNT
                           MOVE PM-FLIGHT-NUMBER TO
                               WS-EX-FLIGHT(WS-EX-COUNT)
                           MOVE PM-FLIGHT-DATE TO
                               WS-EX-DATE(WS-EX-COUNT)
                           MOVE PM-TICKET TO
                               WS-EX-TICKET(WS-EX-COUNT)
                       END-IF
      ******************************************************************
       3000-RELEASE-ONE-HOLD.
           MOVE WS-EX-FLIGHT(WS-EX-IDX) TO PM-FLIGHT-NUMBER
           MOVE WS-EX-DATE(WS-EX-IDX)   TO PM-FLIGHT-DATE
           MOVE WS-EX-TICKET(WS-EX-IDX) TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
           END-READ

           MOVE PM-FLIGHT-NUMBER TO WS-REL-FLIGHT
           MOVE PM-FLIGHT-DATE   TO WS-REL-DATE
           MOVE PM-SEAT          TO WS-REL-CLASS
           MOVE PM-TICKET        TO WS-REL-TICKET

           PERFORM 3050-RETURN-ALLOTMENT
           IF NOT B-ALLOT-RETURNED
               MOVE WS-REL-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-REL-DATE   TO SI-FLIGHT-DATE
               MOVE WS-REL-CLASS  TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY

           IF PM-SEAT-NUMBER NOT = SPACES
               MOVE WS-REL-FLIGHT  TO SA-FLIGHT-NUMBER
               MOVE WS-REL-DATE    TO SA-FLIGHT-DATE
               MOVE PM-SEAT-NUMBER TO SA-SEAT-NUMBER
               DELETE SEAT-ASSIGNMENT-FILE
                   INVALID KEY

           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'HOLDEX'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
                  PM-HOLD-EXPIRY DELIMITED BY SIZE
                  ' LIBERTADA' DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           MOVE WS-RUN-DATE      TO HX-EXPIRY-DATE
           MOVE PM-FLIGHT-NUMBER TO HX-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO HX-FLIGHT-DATE
           MOVE PM-TICKET        TO HX-TICKET
           MOVE PM-NAME          TO HX-NAME
           MOVE PM-PHONE         TO HX-PHONE
           MOVE PM-EMAIL         TO HX-EMAIL
           MOVE PM-CUSTOMER-ID   TO HX-CUSTOMER-ID
           WRITE HOLD-EXPIRY-RECORD

           DELETE PASSENGER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REL-FLIGHT   TO AL-FLIGHT-NUMBER
           MOVE WS-REL-DATE     TO AL-FLIGHT-DATE
           MOVE WS-REL-CLASS    TO AL-SEAT-CLASS
           MOVE PM-CHANNEL-CODE TO AL-CHANNEL-CODE
           READ ALLOTMENT-FILE
       3100-VOID-BAG-TAGS.
           MOVE SPACE TO WS-BT-EOF
           MOVE WS-REL-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-REL-DATE   TO BT-FLIGHT-DATE
           MOVE WS-REL-TICKET TO BT-TICKET
           MOVE ZERO          TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = WS-REL-FLIGHT
                           OR BT-FLIGHT-DATE NOT = WS-REL-DATE
                           OR BT-TICKET NOT = WS-REL-TICKET
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
           MOVE SPACE TO WS-WL-EXHAUSTED

           MOVE WS-REL-FLIGHT TO WL-FLIGHT-NUMBER
           MOVE WS-REL-DATE   TO WL-FLIGHT-DATE
           MOVE WS-REL-CLASS  TO WL-SEAT-CLASS
           MOVE ZERO          TO WL-SEQUENCE
           START WAITLIST-FILE KEY >= WL-FLIGHT-CLASS-SEQ-KEY
                       MOVE 'Y' TO WS-WL-EXHAUSTED
                   NOT AT END
                       IF WL-FLIGHT-NUMBER NOT = WS-REL-FLIGHT
                           OR WL-FLIGHT-DATE NOT = WS-REL-DATE
                           OR WL-SEAT-CLASS NOT = WS-REL-CLASS
                           MOVE 'Y' TO WS-WL-EXHAUSTED
                       ELSE

       4100-GRANT-WAITLIST-SEAT.
           MOVE WS-REL-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-REL-DATE   TO PM-FLIGHT-DATE
           MOVE WL-TICKET     TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   END-DELETE
               NOT INVALID KEY
                   MOVE WS-REL-FLIGHT TO SI-FLIGHT-NUMBER
                   MOVE WS-REL-DATE   TO SI-FLIGHT-DATE
                   MOVE WS-REL-CLASS  TO SI-SEAT-CLASS
                   READ SEAT-INVENTORY-FILE
                       INVALID KEY
           END-REWRITE

           MOVE WS-REL-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-REL-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE WS-REL-FLIGHT    TO DS-FLIGHT-NUMBER
           MOVE WS-REL-DATE      TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'WLCHG'          TO DS-TXN-CODE
           MOVE WS-WL-CHARGE     TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
                 WAITLIST-FILE
                 ALLOTMENT-FILE
                 DAILY-SALES-FILE
                 AUDIT-FILE
                 HOLD-EXPIRY-FILE.
