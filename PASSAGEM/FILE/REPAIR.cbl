           COPY REJECT.

       FD RESUBMIT-FILE.
       01 RESUBMIT-RECORD           PIC X(300).

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.
           05 WF-PROMO-CODE        PIC X(6).
           05 WF-SSR-CODES         PIC X(14).
           05 WF-OLD-FLIGHT        PIC X(6).
           05 FILLER               PIC X(71).
           05 WF-FLIGHT-DATE       PIC X(8).
           05 WF-OLD-FLIGHT-DATE   PIC X(8).
           05 FILLER               PIC X(3).
           05 WF-TICKET-NUMBER     PIC X(13).
           05 FILLER               PIC X(7).

      ******************************************************************
      *    REJEITADOS EM MEMORIA, PARA REESCREVER O FICHEIRO SO COM
               10 WS-RJ-CODE        PIC X(4).
               10 WS-RJ-DATE        PIC 9(8).
               10 WS-RJ-TIME        PIC 9(6).
               10 WS-RJ-DATA        PIC X(300).
               10 WS-RJ-FIXED       PIC X(1).
           05 WS-RJ-IDX             PIC 9(3).


       01 WS-FIELD-CHOICE       PIC 9(2).
       01 WS-NEW-VALUE          PIC X(40).
       01 WS-TKT-NUMBER         PIC 9(13).
       01 WS-TKT-PARTS REDEFINES WS-TKT-NUMBER.
           05 WS-TKT-PREFIX     PIC 9(3).
           05 WS-TKT-SERIAL     PIC 9(9).
           05 WS-TKT-CHECK      PIC 9(1).
       01 WS-EDIT-OK            PIC X(1).
           88 B-EDIT-OK         VALUE 'Y'.

                   ") DA EXECUCAO " WS-RJ-DATE(WS-RJ-IDX)
           DISPLAY "VOO " WF-FLIGHT-NUMBER " BILHETE " WF-TICKET
                   " " WF-NAME
           DISPLAY "CANAL " WF-CHANNEL-CODE "  NUMERO DO BILHETE "
                   WF-TICKET-NUMBER
           DISPLAY "IDADE " WF-AGE "  MALAS " WF-BAGS
                   "  CLASSE " WF-SEAT "  LUGAR " WF-SEAT-NUMBER
                   "  VOO ORIGINAL " WF-OLD-FLIGHT
                   "4=Lugar 5=Telefone 6=E-mail 7=Pagamento "
                   "8=Autorizacao 9=Objetos 10=SSR 11=Promo "
                   "12=Canal 13=Voo 14=Bilhete 15=Voo original "
                   "16=Numero do bilhete (13) 0=Saltar"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-FIELD-CHOICE

               MOVE ZERO TO AT-TICKET
           END-IF
           MOVE WF-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE WF-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'REPAIR'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
                  WS-RJ-CODE(WS-RJ-IDX) DELIMITED BY SIZE
                  ' CORRIGIDO E REINTRODUZIDO' DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
                       MOVE WS-NEW-VALUE(1:6) TO WF-OLD-FLIGHT
                       MOVE 'Y' TO WS-EDIT-OK
                   END-IF
      *        NUMERO COMPLETO DO BILHETE (MOTIVOS 'STK ' E 'TKCD'):
      *        13 DIGITOS COM O DIGITO DE CONTROLO CERTO, OU EM BRANCO
      *        PARA O LOTE EMITIR A SERIE SEGUINTE DO STOCK DO CANAL.
      *        A GAMA DO CANAL SO O LOTE A CONFERE
               WHEN 16
                   IF WS-NEW-VALUE(1:13) = SPACES
                       MOVE SPACES TO WF-TICKET-NUMBER
                       MOVE 'Y' TO WS-EDIT-OK
                   ELSE
                       IF WS-NEW-VALUE(1:13) IS NUMERIC
                           MOVE WS-NEW-VALUE(1:13) TO WS-TKT-NUMBER
                           IF WS-TKT-CHECK =
                               FUNCTION MOD(WS-TKT-SERIAL, 7)
                               MOVE WS-NEW-VALUE(1:13) TO
                                   WF-TICKET-NUMBER
                               MOVE 'Y' TO WS-EDIT-OK
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
