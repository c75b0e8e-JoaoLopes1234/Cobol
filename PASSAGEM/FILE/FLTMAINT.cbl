      *      A DATA E FIXAR O TETO DE RECEITA ANTES DA EPOCA DE VENDAS)
      *    - PARAMETRO 'LOAD': CARGA EM LOTE A PARTIR DO EXTRATO DE
      *      HORARIOS (schedule-extract.txt), VALIDANDO A DATA DO VOO
      *      E RECUSANDO PARTIDAS (VOO+DATA) DUPLICADAS
      *    CADA REGISTO DO MESTRE E UMA PARTIDA DATADA: A CHAVE E O
      *    NUMERO DO VOO MAIS A DATA DE PARTIDA (FM-FLIGHT-KEY).
      *    A ORIGEM E O DESTINO TEM DE EXISTIR NO MESTRE DE AEROPORTOS
      *    (AIRPLOAD.cbl): UMA GRALHA NO CODIGO CRIAVA UMA ROTA SEM
      *    TAXAS, SEM ESCALAO DE DISTANCIA E SEM REGRA DE VISTO.
      *    NOS VOOS EM CODESHARE OU INTERLINE A COMPANHIA COMERCIAL E A
      *    OPERADORA (EM BRANCO = A PROPRIA) TEM DE SER PARCEIRAS
      *    ATIVAS DO MESTRE PARTNER (PARTLOAD.cbl)
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

           SELECT SEAT-INVENTORY-FILE ASSIGN TO
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT AIRPORT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-AIRPORT-CODE
               FILE STATUS IS WS-AIRPORT-STATUS.

           SELECT PARTNER-CARRIER-FILE ASSIGN TO
               "PASSAGEM/FILE/partner-carriers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-CARRIER-CODE
               FILE STATUS IS WS-PARTNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FLIGHT-MASTER-FILE.
           05 SCH-GATE              PIC X(3).
           05 SCH-AIRCRAFT-TYPE     PIC X(4).
           05 SCH-MAX-PAYLOAD       PIC 9(6).
      *    EM BRANCO (OU EXTRATOS ANTIGOS SEM AS COLUNAS) = VOO PROPRIO
           05 SCH-MARKETING-CARRIER PIC X(2).
           05 SCH-OPERATING-CARRIER PIC X(2).

       FD SCHEDULE-REJECT-FILE.
       01 SCHEDULE-REJECT-RECORD    PIC X(100).
       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AIRPORT-MASTER-FILE.
           COPY AIRPORT.

       FD PARTNER-CARRIER-FILE.
           COPY PARTNER.

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS    PIC X(2).
       01 WS-OPERATOR-ID        PIC X(8).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-SEATINV-STATUS     PIC X(2).
       01 WS-SCHEDULE-STATUS    PIC X(2).
       01 WS-AIRPORT-STATUS     PIC X(2).

       01 WS-CHECK-AIRPORT      PIC X(3).
       01 WS-AIRPORT-FOUND      PIC X(1) VALUE 'N'.
           88 B-AIRPORT-FOUND   VALUE 'Y'.
       01 WS-ORIGIN-FOUND       PIC X(1) VALUE 'N'.
           88 B-ORIGIN-FOUND    VALUE 'Y'.

       01 WS-PARTNER-STATUS     PIC X(2).
       01 WS-PARTNER-OPEN       PIC X(1) VALUE 'N'.
           88 B-PARTNER-OPEN    VALUE 'Y'.
       01 WS-CHECK-CARRIER      PIC X(2).
       01 WS-CARRIER-FOUND      PIC X(1) VALUE 'N'.
           88 B-CARRIER-FOUND   VALUE 'Y'.
       01 WS-CARRIERS-OK        PIC X(1) VALUE 'N'.
           88 B-CARRIERS-OK     VALUE 'Y'.
       01 WS-NEW-MARKETING      PIC X(2).
       01 WS-NEW-OPERATING      PIC X(2).

       01 WS-RUN-MODE           PIC X(8).
           88 B-LOAD-MODE       VALUE 'LOAD'.
           88 B-LANG-EN         VALUE 'EN'.

       01 WS-SEARCH-FLIGHT      PIC X(6).
       01 WS-SEARCH-DATE        PIC X(8).
       01 WS-SAVE-FLIGHT-RECORD PIC X(73).
       01 WS-SAVE-SEATINV-RECORD PIC X(25).
       01 WS-MOVE-CLASSES       PIC X(3) VALUE 'EJP'.
       01 WS-MOVE-IDX           PIC 9(1).
       01 WS-MOVE-BLOCKED       PIC X(1) VALUE 'N'.
           88 B-MOVE-BLOCKED    VALUE 'Y'.
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
           88 B-FLIGHT-FOUND    VALUE 'Y'.

               PERFORM 2000-MAINTENANCE-LOOP
               CLOSE FLIGHT-MASTER-FILE
                     SEAT-INVENTORY-FILE
                     AIRPORT-MASTER-FILE
               IF B-PARTNER-OPEN
                   CLOSE PARTNER-CARRIER-FILE
               END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
               CLOSE FLIGHT-MASTER-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               IF B-LANG-PT
                   DISPLAY "MESTRE DE AEROPORTOS INDISPONIVEL ("
                           WS-AIRPORT-STATUS ") - CARREGAR AS "
                           "ESTACOES COM O AIRPLOAD."
               ELSE
                   DISPLAY "AIRPORT MASTER UNAVAILABLE ("
                           WS-AIRPORT-STATUS ") - LOAD THE STATIONS "
                           "WITH AIRPLOAD."
               END-IF
               MOVE 1 TO WS-RETURN-CODE
               CLOSE FLIGHT-MASTER-FILE
                     SEAT-INVENTORY-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-OPEN-PARTNERS.

      ******************************************************************
      *    SEM MESTRE DE PARCEIRAS SO SE ACEITAM VOOS PROPRIOS
      ******************************************************************
       1150-OPEN-PARTNERS.
           OPEN INPUT PARTNER-CARRIER-FILE
           IF WS-PARTNER-STATUS = '00'
               MOVE 'Y' TO WS-PARTNER-OPEN
           ELSE
               MOVE 'N' TO WS-PARTNER-OPEN
           END-IF.

       2000-MAINTENANCE-LOOP.
               EXIT PARAGRAPH
           END-IF

           IF B-LANG-PT
               DISPLAY "Data do voo (AAAAMMDD):"
           ELSE
               DISPLAY "Flight date (YYYYMMDD):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           MOVE WS-SEARCH-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   IF B-LANG-PT
                       "  Aircraft: " FM-AIRCRAFT-TYPE
               DISPLAY "Revenue cap: " WS-DISP-CAP
                       "  Revenue booked: " WS-DISP-BOOKED
           END-IF
           IF FM-MARKETING-CARRIER NOT = SPACES
               OR FM-OPERATING-CARRIER NOT = SPACES
               IF B-LANG-PT
                   DISPLAY "Codeshare - comercial: "
                           FM-MARKETING-CARRIER
                           "  Operadora: " FM-OPERATING-CARRIER
               ELSE
                   DISPLAY "Codeshare - marketing: "
                           FM-MARKETING-CARRIER
                           "  Operating: " FM-OPERATING-CARRIER
               END-IF
           END-IF.

       3000-MAINTAIN-FLIGHT.
           IF B-LANG-PT
               DISPLAY "O que deseja fazer? 1 = Criar o voo, "
                       "2 = Alterar a data, 3 = Fixar o teto de "
                       "receita, 4 = Margem de overbooking, "
                       "5 = Companhias (codeshare), 0 = Nada"
           ELSE
               DISPLAY "What do you want to do? 1 = Create the "
                       "flight, 2 = Change the date, 3 = Set the "
                       "revenue cap, 4 = Overbooking margin, "
                       "5 = Carriers (codeshare), 0 = Nothing"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.
                   IF B-FLIGHT-FOUND
                       PERFORM 3400-SET-OVERBOOK-PCT
                   END-IF
               WHEN 5
                   IF B-FLIGHT-FOUND
                       PERFORM 3500-SET-CARRIERS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3100-CREATE-FLIGHT.
           MOVE WS-SEARCH-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO FM-FLIGHT-DATE

           MOVE WS-SEARCH-DATE TO WS-NEW-DATE
           MOVE WS-NEW-DATE TO WS-CHECK-DATE
           PERFORM 8000-VALIDATE-DATE
           IF NOT B-DATE-VALID
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT FM-ORIGIN
           MOVE FM-ORIGIN TO WS-CHECK-AIRPORT
           PERFORM 8100-CHECK-AIRPORT
           IF NOT B-AIRPORT-FOUND
               IF B-LANG-PT
                   DISPLAY "AEROPORTO DE ORIGEM " FM-ORIGIN
                           " DESCONHECIDO - VOO NAO CRIADO."
               ELSE
                   DISPLAY "UNKNOWN ORIGIN AIRPORT " FM-ORIGIN
                           " - FLIGHT NOT CREATED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF B-LANG-PT
               DISPLAY "Aeroporto de destino (3 letras):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT FM-DESTINATION
           MOVE FM-DESTINATION TO WS-CHECK-AIRPORT
           PERFORM 8100-CHECK-AIRPORT
           IF NOT B-AIRPORT-FOUND
               IF B-LANG-PT
                   DISPLAY "AEROPORTO DE DESTINO " FM-DESTINATION
                           " DESCONHECIDO - VOO NAO CRIADO."
               ELSE
                   DISPLAY "UNKNOWN DESTINATION AIRPORT "
                           FM-DESTINATION " - FLIGHT NOT CREATED."
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF B-LANG-PT
               DISPLAY "Teto de receita em euros (0 = sem teto):"
           MOVE ZERO TO FM-ACTUAL-DEP-DATE
           MOVE ZERO TO FM-ACTUAL-DEP-TIME

           PERFORM 3510-ASK-CARRIERS
           IF NOT B-CARRIERS-OK
               IF B-LANG-PT
                   DISPLAY "VOO NAO CRIADO."
               ELSE
                   DISPLAY "FLIGHT NOT CREATED."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-MARKETING TO FM-MARKETING-CARRIER
           MOVE WS-NEW-OPERATING TO FM-OPERATING-CARRIER

           WRITE FLIGHT-MASTER-RECORD
               INVALID KEY
                   IF B-LANG-PT
           ACCEPT WS-NEW-DATE
           MOVE WS-NEW-DATE TO WS-CHECK-DATE
           PERFORM 8000-VALIDATE-DATE
           IF NOT B-DATE-VALID
               IF B-LANG-PT
                   DISPLAY "DATA INVALIDA - NADA FOI ALTERADO."
               ELSE
                   DISPLAY "INVALID DATE - NOTHING CHANGED."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-DATE = WS-SEARCH-DATE
               EXIT PARAGRAPH
           END-IF

      *    A DATA FAZ PARTE DA CHAVE: MUDAR A DATA E MUDAR A PARTIDA
      *    DE SITIO (GRAVAR A NOVA E APAGAR A ANTIGA), O QUE SO SE
      *    FAZ ENQUANTO NAO HOUVER LUGARES VENDIDOS NESTA PARTIDA
           MOVE FLIGHT-MASTER-RECORD TO WS-SAVE-FLIGHT-RECORD
           MOVE WS-NEW-DATE TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF B-LANG-PT
                       DISPLAY "JA EXISTE UMA PARTIDA DESTE VOO NESSA "
                               "DATA - NADA FOI ALTERADO."
                   ELSE
                       DISPLAY "A DEPARTURE OF THIS FLIGHT ALREADY "
                               "EXISTS ON THAT DATE - NOTHING CHANGED."
                   END-IF
                   MOVE WS-SAVE-FLIGHT-RECORD TO FLIGHT-MASTER-RECORD
                   EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO WS-MOVE-BLOCKED
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > 3
               MOVE WS-SEARCH-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-SEARCH-DATE   TO SI-FLIGHT-DATE
               MOVE WS-MOVE-CLASSES(WS-MOVE-IDX:1) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SI-SEATS-SOLD > ZERO
                           MOVE 'Y' TO WS-MOVE-BLOCKED
                       END-IF
               END-READ
           END-PERFORM
           IF B-MOVE-BLOCKED
               IF B-LANG-PT
                   DISPLAY "PARTIDA COM LUGARES VENDIDOS - A DATA NAO "
                           "PODE SER ALTERADA (CANCELAR A PARTIDA COM "
                           "O FLTEVENT E CRIAR A NOVA)."
               ELSE
                   DISPLAY "DEPARTURE HAS SEATS SOLD - THE DATE "
                           "CANNOT BE CHANGED (CANCEL IT WITH "
                           "FLTEVENT AND CREATE THE NEW ONE)."
               END-IF
               MOVE WS-SAVE-FLIGHT-RECORD TO FLIGHT-MASTER-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SAVE-FLIGHT-RECORD TO FLIGHT-MASTER-RECORD
           MOVE WS-NEW-DATE TO FM-FLIGHT-DATE
           WRITE FLIGHT-MASTER-RECORD
               INVALID KEY
                   IF B-LANG-PT
                       DISPLAY "ERRO A GRAVAR O VOO."
                   ELSE
                       DISPLAY "ERROR SAVING THE FLIGHT."
                   END-IF
                   MOVE WS-SAVE-FLIGHT-RECORD TO FLIGHT-MASTER-RECORD
                   EXIT PARAGRAPH
           END-WRITE

           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > 3
               MOVE WS-SEARCH-FLIGHT TO SI-FLIGHT-NUMBER
               MOVE WS-SEARCH-DATE   TO SI-FLIGHT-DATE
               MOVE WS-MOVE-CLASSES(WS-MOVE-IDX:1) TO SI-SEAT-CLASS
               READ SEAT-INVENTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEAT-INVENTORY-RECORD TO
                           WS-SAVE-SEATINV-RECORD
                       DELETE SEAT-INVENTORY-FILE
                       MOVE WS-SAVE-SEATINV-RECORD TO
                           SEAT-INVENTORY-RECORD
                       MOVE WS-NEW-DATE TO SI-FLIGHT-DATE
                       WRITE SEAT-INVENTORY-RECORD
                           INVALID KEY
                               DISPLAY "ERRO A GRAVAR O INVENTARIO."
                       END-WRITE
               END-READ
           END-PERFORM

           MOVE WS-SAVE-FLIGHT-RECORD TO FLIGHT-MASTER-RECORD
           DELETE FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "ERRO A APAGAR A PARTIDA ANTIGA."
           END-DELETE

           MOVE WS-NEW-DATE TO WS-SEARCH-DATE
           MOVE WS-SEARCH-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-CODE
           END-READ
           IF B-LANG-PT
               DISPLAY "VOO " FM-FLIGHT-NUMBER " PASSADO PARA "
                       FM-FLIGHT-DATE " COM SUCESSO."
           ELSE
               DISPLAY "FLIGHT " FM-FLIGHT-NUMBER " SUCCESSFULLY "
                       "MOVED TO " FM-FLIGHT-DATE "."
           END-IF.

       3300-SET-REVENUE-CAP.
           ACCEPT WS-OVB-PCT

           MOVE WS-SEARCH-FLIGHT TO SI-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO SI-FLIGHT-DATE
           MOVE WS-OVB-CLASS     TO SI-SEAT-CLASS
           READ SEAT-INVENTORY-FILE
               INVALID KEY
                       MOVE WS-DEFAULT-CAPACITY TO WS-OVB-CAPACITY
                   END-IF
                   MOVE WS-SEARCH-FLIGHT TO SI-FLIGHT-NUMBER
                   MOVE WS-SEARCH-DATE   TO SI-FLIGHT-DATE
                   MOVE WS-OVB-CLASS     TO SI-SEAT-CLASS
                   MOVE WS-OVB-CAPACITY  TO SI-SEATS-CAPACITY
                   MOVE ZERO             TO SI-SEATS-SOLD
                       " SET TO " WS-OVB-PCT "%."
           END-IF.

      ******************************************************************
      *    COMPANHIA COMERCIAL E OPERADORA DE UMA PARTIDA JA CRIADA
      ******************************************************************
       3500-SET-CARRIERS.
           PERFORM 3510-ASK-CARRIERS
           IF NOT B-CARRIERS-OK
               IF B-LANG-PT
                   DISPLAY "NADA FOI ALTERADO."
               ELSE
                   DISPLAY "NOTHING CHANGED."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-MARKETING TO FM-MARKETING-CARRIER
           MOVE WS-NEW-OPERATING TO FM-OPERATING-CARRIER
           PERFORM 3900-REWRITE-FLIGHT.

       3510-ASK-CARRIERS.
           MOVE 'N' TO WS-CARRIERS-OK
           IF B-LANG-PT
               DISPLAY "Companhia comercial (em branco = a nossa):"
           ELSE
               DISPLAY "Marketing carrier (blank = our own):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-MARKETING
           ACCEPT WS-NEW-MARKETING

           IF B-LANG-PT
               DISPLAY "Companhia operadora (em branco = a nossa):"
           ELSE
               DISPLAY "Operating carrier (blank = our own):"
           END-IF
           DISPLAY ">  " WITH NO ADVANCING
           MOVE SPACES TO WS-NEW-OPERATING
           ACCEPT WS-NEW-OPERATING

           MOVE WS-NEW-MARKETING TO WS-CHECK-CARRIER
           PERFORM 8200-CHECK-CARRIER
           IF NOT B-CARRIER-FOUND
               IF B-LANG-PT
                   DISPLAY "COMPANHIA COMERCIAL " WS-NEW-MARKETING
                           " NAO E PARCEIRA ATIVA."
               ELSE
                   DISPLAY "MARKETING CARRIER " WS-NEW-MARKETING
                           " IS NOT AN ACTIVE PARTNER."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-OPERATING TO WS-CHECK-CARRIER
           PERFORM 8200-CHECK-CARRIER
           IF NOT B-CARRIER-FOUND
               IF B-LANG-PT
                   DISPLAY "COMPANHIA OPERADORA " WS-NEW-OPERATING
                           " NAO E PARCEIRA ATIVA."
               ELSE
                   DISPLAY "OPERATING CARRIER " WS-NEW-OPERATING
                           " IS NOT AN ACTIVE PARTNER."
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-MARKETING NOT = SPACES
               AND WS-NEW-OPERATING NOT = SPACES
               AND WS-NEW-MARKETING NOT = WS-NEW-OPERATING
               IF B-LANG-PT
                   DISPLAY "VOO DE DUAS PARCEIRAS SEM A NOSSA "
                           "COMPANHIA - NAO PERMITIDO."
               ELSE
                   DISPLAY "FLIGHT OF TWO PARTNERS WITHOUT OUR "
                           "CARRIER - NOT ALLOWED."
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CARRIERS-OK.

       3900-REWRITE-FLIGHT.
           REWRITE FLIGHT-MASTER-RECORD
               INVALID KEY
           END-REWRITE.

      ******************************************************************
      *    CARGA EM LOTE DO EXTRATO DE HORARIOS: UM REGISTO POR
      *    PARTIDA, VALIDANDO A DATA E RECUSANDO VOO+DATA DUPLICADOS,
      *    COM OS REJEITADOS GRAVADOS A PARTE PARA OPERACOES CORRIGIR O
      *    EXTRATO EM VEZ DE A CARGA PARAR A MEIO
      ******************************************************************
       5000-BATCH-LOAD.
               STOP RUN
           END-IF

           OPEN INPUT AIRPORT-MASTER-FILE
           IF WS-AIRPORT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE AEROPORTOS ("
                       WS-AIRPORT-STATUS ") - CORRER PRIMEIRO O "
                       "AIRPLOAD"
               MOVE 1 TO WS-RETURN-CODE
               CLOSE FLIGHT-MASTER-FILE
                     SCHEDULE-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-OPEN-PARTNERS

           OPEN EXTEND SCHEDULE-REJECT-FILE

           MOVE 'N' TO WS-LOAD-EOF
           CLOSE SCHEDULE-FILE
                 SCHEDULE-REJECT-FILE
                 FLIGHT-MASTER-FILE
                 AIRPORT-MASTER-FILE
           IF B-PARTNER-OPEN
               CLOSE PARTNER-CARRIER-FILE
           END-IF

           MOVE WS-LOAD-READ     TO WS-DISP-READ
           MOVE WS-LOAD-WRITTEN  TO WS-DISP-WRITTEN
                   MOVE SPACES TO WS-LOAD-REASON
                   MOVE SCH-FLIGHT-DATE TO WS-CHECK-DATE
                   PERFORM 8000-VALIDATE-DATE
                   MOVE SCH-ORIGIN TO WS-CHECK-AIRPORT
                   PERFORM 8100-CHECK-AIRPORT
                   MOVE WS-AIRPORT-FOUND TO WS-ORIGIN-FOUND
                   MOVE SCH-DESTINATION TO WS-CHECK-AIRPORT
                   PERFORM 8100-CHECK-AIRPORT
                   MOVE SCH-MARKETING-CARRIER TO WS-CHECK-CARRIER
                   PERFORM 8200-CHECK-CARRIER
                   MOVE WS-CARRIER-FOUND TO WS-CARRIERS-OK
                   MOVE SCH-OPERATING-CARRIER TO WS-CHECK-CARRIER
                   PERFORM 8200-CHECK-CARRIER

                   EVALUATE TRUE
                       WHEN SCH-FLIGHT-NUMBER = SPACES
                       WHEN NOT B-DATE-VALID
                           MOVE 'DATA DO VOO INVALIDA' TO
                               WS-LOAD-REASON
                       WHEN NOT B-ORIGIN-FOUND
                           MOVE 'AEROPORTO DE ORIGEM DESCONHECIDO' TO
                               WS-LOAD-REASON
                       WHEN NOT B-AIRPORT-FOUND
                           MOVE 'AEROPORTO DE DESTINO DESCONHECIDO' TO
                               WS-LOAD-REASON
                       WHEN SCH-REVENUE-CAP IS NOT NUMERIC
                           MOVE 'TETO DE RECEITA INVALIDO' TO
                               WS-LOAD-REASON
                           OR SCH-DEPARTURE-TIME(3:2) >= '60'
                           MOVE 'HORA DE PARTIDA INVALIDA' TO
                               WS-LOAD-REASON
                       WHEN NOT B-CARRIERS-OK
                           MOVE 'COMPANHIA COMERCIAL NAO PARCEIRA' TO
                               WS-LOAD-REASON
                       WHEN NOT B-CARRIER-FOUND
                           MOVE 'COMPANHIA OPERADORA NAO PARCEIRA' TO
                               WS-LOAD-REASON
                       WHEN SCH-MARKETING-CARRIER NOT = SPACES
                           AND SCH-OPERATING-CARRIER NOT = SPACES
                           AND SCH-MARKETING-CARRIER NOT =
                               SCH-OPERATING-CARRIER
                           MOVE 'VOO DE DUAS PARCEIRAS' TO
                               WS-LOAD-REASON
                       WHEN OTHER
                           PERFORM 5200-WRITE-FLIGHT
                   END-EVALUATE
           END-IF
           MOVE ZERO TO FM-ACTUAL-DEP-DATE
           MOVE ZERO TO FM-ACTUAL-DEP-TIME
           MOVE SCH-MARKETING-CARRIER TO FM-MARKETING-CARRIER
           MOVE SCH-OPERATING-CARRIER TO FM-OPERATING-CARRIER

           WRITE FLIGHT-MASTER-RECORD
               INVALID KEY
                   MOVE 'PARTIDA (VOO+DATA) DUPLICADA' TO
                       WS-LOAD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-WRITTEN
           END-WRITE.
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
           END-IF.

      ******************************************************************
      *    CODIGO DE AEROPORTO CONHECIDO NO MESTRE DE AEROPORTOS
      ******************************************************************
       8100-CHECK-AIRPORT.
           MOVE 'Y' TO WS-AIRPORT-FOUND
           MOVE WS-CHECK-AIRPORT TO AR-AIRPORT-CODE
           READ AIRPORT-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-AIRPORT-FOUND
           END-READ.

      ******************************************************************
      *    COMPANHIA DO VOO: EM BRANCO E A PROPRIA; UM CODIGO TEM DE
      *    SER PARCEIRA ATIVA NO MESTRE DE PARCEIRAS
      ******************************************************************
       8200-CHECK-CARRIER.
           MOVE 'Y' TO WS-CARRIER-FOUND
           IF WS-CHECK-CARRIER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT B-PARTNER-OPEN
               MOVE 'N' TO WS-CARRIER-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHECK-CARRIER TO PC-CARRIER-CODE
           READ PARTNER-CARRIER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CARRIER-FOUND
               NOT INVALID KEY
                   IF NOT B-PC-ACTIVE
                       MOVE 'N' TO WS-CARRIER-FOUND
                   END-IF
           END-READ.
