       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGOMNT.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    CARGOMNT - RESERVA E DESCARGA DE CARGA E CORREIO POR VOO.
      *    MANUTENCAO INTERATIVA AO ESTILO DO ALLOTMNT.cbl: O OPERADOR
      *    IDENTIFICA-SE, INDICA O VOO, A DATA E A CARTA DE PORTE
      *    (AWB) E ESCOLHE RESERVAR O EMBARQUE (AWB AINDA NAO EXISTE
      *    NO VOO) OU DESCARREGA-LO (OFFLOAD - O REGISTO FICA COM O
      *    ESTADO 'O' E DEIXA DE CONTAR NA FOLHA DE CARGA E NO NOTOC).
      *    SO SE MEXE NA CARGA DE UM VOO QUE EXISTA NO MESTRE E QUE
      *    AINDA NAO TENHA PARTIDO
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGO-BOOKING-FILE ASSIGN TO
               "PASSAGEM/FILE/cargo-bookings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-FLIGHT-AWB-KEY
               FILE STATUS IS WS-CARGO-STATUS.

           SELECT FLIGHT-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-FLIGHT-STATUS.

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
       FD CARGO-BOOKING-FILE.
           COPY CARGO.

       FD FLIGHT-MASTER-FILE.
           COPY FLIGHTREC.

       FD OPERATOR-MASTER-FILE.
           COPY OPERMAST.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       WORKING-STORAGE SECTION.
       01 WS-CARGO-STATUS       PIC X(2).
       01 WS-FLIGHT-STATUS      PIC X(2).
       01 WS-OPERMAST-STATUS    PIC X(2).

       01 WS-OPERATOR-ID        PIC X(8).

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).
           05 WS-RUN-TIME       PIC 9(6).

       01 WS-SEARCH-KEY.
           05 WS-SEARCH-FLIGHT  PIC X(6).
           05 WS-SEARCH-DATE    PIC X(8).
           05 WS-SEARCH-AWB     PIC X(11).
       01 WS-FOUND-CODE         PIC X(1) VALUE 'N'.
           88 B-CARGO-FOUND     VALUE 'Y'.
       01 WS-FLIGHT-CODE        PIC X(1) VALUE 'N'.
           88 B-FLIGHT-OPEN     VALUE 'Y'.

       01 WS-MENU-CHOICE        PIC 9(1).
       01 WS-AGAIN              PIC X(1).
           88 B-MAINT-AGAIN     VALUES "Y", "YES", "SIM", "S", "s".

      *    DADOS DO EMBARQUE A RESERVAR, VALIDADOS ANTES DE GRAVAR
       01 WS-NEW-SHIPMENT.
           05 WS-NEW-TYPE       PIC X(1).
           05 WS-NEW-SHIPPER    PIC X(30).
           05 WS-NEW-PIECES     PIC 9(4).
           05 WS-NEW-WEIGHT     PIC 9(6).
           05 WS-NEW-VOLUME     PIC 9(3)V99.
           05 WS-NEW-SPECIAL    PIC X(3).
           05 WS-NEW-UN-NUMBER  PIC X(6).
           05 WS-NEW-DG-CLASS   PIC X(3).
           05 WS-NEW-DG-DESC    PIC X(30).

      ******************************************************************
      *    CODIGOS DE CARGA ESPECIAL ACEITES NA RESERVA (OS MESMOS DO
      *    COMENTARIO DE CG-SPECIAL-CODE NO CARGO.cpy)
      ******************************************************************
       01 WS-SPECIAL-TABLE.
           05 FILLER PIC X(3)  VALUE 'PER'.
           05 FILLER PIC X(25) VALUE 'PERECIVEL'.
           05 FILLER PIC X(3)  VALUE 'AVI'.
           05 FILLER PIC X(25) VALUE 'ANIMAIS VIVOS'.
           05 FILLER PIC X(3)  VALUE 'DGR'.
           05 FILLER PIC X(25) VALUE 'MERCADORIAS PERIGOSAS'.
           05 FILLER PIC X(3)  VALUE 'VAL'.
           05 FILLER PIC X(25) VALUE 'VALORES'.
           05 FILLER PIC X(3)  VALUE 'HUM'.
           05 FILLER PIC X(25) VALUE 'RESTOS MORTAIS'.
       01 WS-SPECIAL-REDEF REDEFINES WS-SPECIAL-TABLE.
           05 WS-SHC-ENTRY OCCURS 5 TIMES.
               10 WS-SHC-CODE   PIC X(3).
               10 WS-SHC-DESC   PIC X(25).
       01 WS-SHC-IDX            PIC 9(1).
       01 WS-SHC-FOUND          PIC X(1).
           88 B-SHC-FOUND       VALUE 'Y'.
       01 WS-SHC-TEXT           PIC X(25).

       01 WS-DISP-PIECES        PIC Z(3)9.
       01 WS-DISP-WEIGHT        PIC Z(5)9.
       01 WS-DISP-VOLUME        PIC Z(2)9,99.

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

       1000-OPEN-FILES.
           OPEN I-O CARGO-BOOKING-FILE
           IF WS-CARGO-STATUS = '35'
               OPEN OUTPUT CARGO-BOOKING-FILE
               CLOSE CARGO-BOOKING-FILE
               OPEN I-O CARGO-BOOKING-FILE
           END-IF
           IF WS-CARGO-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FICHEIRO DE CARGA: "
                       WS-CARGO-STATUS
               MOVE 1 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FLIGHT-MASTER-FILE
           IF WS-FLIGHT-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE VOOS: "
                       WS-FLIGHT-STATUS
               MOVE 1 TO WS-RETURN-CODE
               CLOSE CARGO-BOOKING-FILE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE.

       2000-MAINTENANCE-LOOP.
           MOVE SPACES TO WS-SEARCH-FLIGHT
           PERFORM UNTIL WS-SEARCH-FLIGHT = 'FIM'
               PERFORM 2100-LOOKUP-SHIPMENT
               IF WS-SEARCH-FLIGHT NOT = 'FIM'
                   IF B-FLIGHT-OPEN
                       PERFORM 3000-MAINTAIN-SHIPMENT
                   END-IF

                   DISPLAY "Deseja tratar outro embarque? (S/N)"
                   DISPLAY ">  " WITH NO ADVANCING
                   ACCEPT WS-AGAIN
                   IF NOT B-MAINT-AGAIN
                       MOVE 'FIM' TO WS-SEARCH-FLIGHT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      *    O VOO TEM DE EXISTIR NO MESTRE E NAO PODE TER PARTIDO: A
      *    CARGA DE UM VOO JA NO AR FICA COMO FOI NA FOLHA DE CARGA
      ******************************************************************
       2100-LOOKUP-SHIPMENT.
           MOVE 'N' TO WS-FOUND-CODE
           MOVE 'N' TO WS-FLIGHT-CODE

           DISPLAY "Indique o voo (FIM para sair):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-FLIGHT
           IF WS-SEARCH-FLIGHT = 'FIM'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Data do voo (AAAAMMDD):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-DATE

           MOVE WS-SEARCH-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   DISPLAY "VOO NAO EXISTE NO MESTRE DE VOOS."
                   EXIT PARAGRAPH
           END-READ
           IF FM-ACTUAL-DEP-DATE NOT = ZERO
               DISPLAY "O VOO JA PARTIU - CARGA NAO ALTERADA."
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-FLIGHT-CODE

           DISPLAY "Carta de porte (AWB):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-SEARCH-AWB

           MOVE WS-SEARCH-FLIGHT TO CG-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE   TO CG-FLIGHT-DATE
           MOVE WS-SEARCH-AWB    TO CG-AWB-NUMBER
           READ CARGO-BOOKING-FILE
               INVALID KEY
                   DISPLAY "EMBARQUE NAO ENCONTRADO NESTE VOO."
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-CODE
                   PERFORM 2200-DISPLAY-SHIPMENT
           END-READ.

       2200-DISPLAY-SHIPMENT.
           MOVE CG-PIECES TO WS-DISP-PIECES
           MOVE CG-WEIGHT TO WS-DISP-WEIGHT
           MOVE CG-VOLUME TO WS-DISP-VOLUME
           DISPLAY "AWB " CG-AWB-NUMBER
                   " voo " CG-FLIGHT-NUMBER
                   " de " CG-FLIGHT-DATE
                   " tipo " CG-SHIPMENT-TYPE
                   " expedidor " CG-SHIPPER-NAME
           DISPLAY "Volumes " WS-DISP-PIECES
                   "  Peso " WS-DISP-WEIGHT "KG"
                   "  Volume " WS-DISP-VOLUME "M3"
                   "  Codigo especial " CG-SPECIAL-CODE
           IF B-CG-DANGEROUS
               DISPLAY "ONU " CG-DG-UN-NUMBER
                       "  Classe " CG-DG-CLASS
                       "  " CG-DG-DESC
           END-IF
           IF B-CG-OFFLOADED
               DISPLAY "DESCARREGADO EM " CG-STATUS-DATE
                       " POR " CG-OPERATOR-ID
           ELSE
               DISPLAY "RESERVADO EM " CG-STATUS-DATE
                       " POR " CG-OPERATOR-ID
           END-IF.

       3000-MAINTAIN-SHIPMENT.
           DISPLAY "O que deseja fazer? 1 = Reservar o embarque, "
                   "2 = Descarregar (offload), 0 = Nada"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE.

           EVALUATE WS-MENU-CHOICE
               WHEN 1
                   IF B-CARGO-FOUND
                       DISPLAY "A CARTA DE PORTE JA EXISTE NESTE VOO."
                   ELSE
                       PERFORM 3100-BOOK-SHIPMENT
                   END-IF
               WHEN 2
                   IF NOT B-CARGO-FOUND
                       DISPLAY "NADA PARA DESCARREGAR."
                   ELSE
                       IF B-CG-OFFLOADED
                           DISPLAY "O EMBARQUE JA FOI DESCARREGADO."
                       ELSE
                           PERFORM 3200-OFFLOAD-SHIPMENT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      *    RESERVAR O EMBARQUE: TIPO C/M, VOLUMES E PESO MAIORES QUE
      *    ZERO, CODIGO ESPECIAL DA TABELA (OU EM BRANCO) E, PARA
      *    MERCADORIAS PERIGOSAS, NUMERO ONU E CLASSE OBRIGATORIOS -
      *    SEM ELES O NOTOC NAO AS CONSEGUE DECLARAR AO COMANDANTE
      ******************************************************************
       3100-BOOK-SHIPMENT.
           INITIALIZE WS-NEW-SHIPMENT

           DISPLAY "Tipo (C = Carga, M = Correio):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-TYPE
           IF WS-NEW-TYPE NOT = 'C' AND WS-NEW-TYPE NOT = 'M'
               DISPLAY "TIPO INVALIDO - EMBARQUE NAO RESERVADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Expedidor:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-SHIPPER

           DISPLAY "Numero de volumes:"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-PIECES

           DISPLAY "Peso total (KG):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-WEIGHT
           IF WS-NEW-PIECES = ZERO OR WS-NEW-WEIGHT = ZERO
               DISPLAY "VOLUMES E PESO TEM DE SER MAIORES QUE ZERO - "
                       "EMBARQUE NAO RESERVADO."
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Volume (M3, ex: 1,25):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-VOLUME

           DISPLAY "Codigo especial (PER/AVI/DGR/VAL/HUM, "
                   "em branco = carga geral):"
           DISPLAY ">  " WITH NO ADVANCING
           ACCEPT WS-NEW-SPECIAL
           IF WS-NEW-SPECIAL NOT = SPACES
               PERFORM 3150-CHECK-SPECIAL-CODE
               IF NOT B-SHC-FOUND
                   DISPLAY "CODIGO ESPECIAL DESCONHECIDO - EMBARQUE "
                           "NAO RESERVADO."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-NEW-SPECIAL = 'DGR'
               DISPLAY "Numero ONU (ex: UN1845):"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-NEW-UN-NUMBER
               DISPLAY "Classe de risco (ex: 9):"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-NEW-DG-CLASS
               DISPLAY "Designacao oficial:"
               DISPLAY ">  " WITH NO ADVANCING
               ACCEPT WS-NEW-DG-DESC
               IF WS-NEW-UN-NUMBER = SPACES
                   OR WS-NEW-DG-CLASS = SPACES
                   DISPLAY "MERCADORIA PERIGOSA SEM NUMERO ONU OU "
                           "CLASSE - EMBARQUE NAO RESERVADO."
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-SEARCH-FLIGHT  TO CG-FLIGHT-NUMBER
           MOVE WS-SEARCH-DATE    TO CG-FLIGHT-DATE
           MOVE WS-SEARCH-AWB     TO CG-AWB-NUMBER
           MOVE WS-NEW-TYPE       TO CG-SHIPMENT-TYPE
           MOVE WS-NEW-SHIPPER    TO CG-SHIPPER-NAME
           MOVE WS-NEW-PIECES     TO CG-PIECES
           MOVE WS-NEW-WEIGHT     TO CG-WEIGHT
           MOVE WS-NEW-VOLUME     TO CG-VOLUME
           MOVE WS-NEW-SPECIAL    TO CG-SPECIAL-CODE
           MOVE WS-NEW-UN-NUMBER  TO CG-DG-UN-NUMBER
           MOVE WS-NEW-DG-CLASS   TO CG-DG-CLASS
           MOVE WS-NEW-DG-DESC    TO CG-DG-DESC
           MOVE 'B'               TO CG-STATUS
           MOVE WS-RUN-DATE       TO CG-STATUS-DATE
           MOVE WS-OPERATOR-ID    TO CG-OPERATOR-ID
           WRITE CARGO-BOOKING-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O EMBARQUE: "
                           WS-CARGO-STATUS
               NOT INVALID KEY
                   DISPLAY "EMBARQUE RESERVADO COM SUCESSO."
                   MOVE 'CARGO' TO AT-TXN-TYPE
                   PERFORM 4000-WRITE-CARGO-AUDIT
           END-WRITE.

       3150-CHECK-SPECIAL-CODE.
           MOVE 'N' TO WS-SHC-FOUND
           MOVE SPACES TO WS-SHC-TEXT
           PERFORM VARYING WS-SHC-IDX FROM 1 BY 1
               UNTIL WS-SHC-IDX > 5 OR B-SHC-FOUND
               IF WS-NEW-SPECIAL = WS-SHC-CODE(WS-SHC-IDX)
                   MOVE 'Y' TO WS-SHC-FOUND
                   MOVE WS-SHC-DESC(WS-SHC-IDX) TO WS-SHC-TEXT
               END-IF
           END-PERFORM
           IF B-SHC-FOUND
               DISPLAY "Carga especial: " WS-SHC-TEXT
           END-IF.

      ******************************************************************
      *    DESCARREGAR: O EMBARQUE FICA EM TERRA. O REGISTO NAO E
      *    APAGADO - MUDA PARA 'O' COM A DATA E O OPERADOR, E A FOLHA
      *    DE CARGA E O NOTOC DEIXAM DE O CONTAR
      ******************************************************************
       3200-OFFLOAD-SHIPMENT.
           MOVE 'O'            TO CG-STATUS
           MOVE WS-RUN-DATE    TO CG-STATUS-DATE
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID
           REWRITE CARGO-BOOKING-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O EMBARQUE: "
                           WS-CARGO-STATUS
               NOT INVALID KEY
                   DISPLAY "EMBARQUE DESCARREGADO."
                   MOVE 'CGOFFL' TO AT-TXN-TYPE
                   PERFORM 4000-WRITE-CARGO-AUDIT
           END-REWRITE.

      ******************************************************************
      *    AUDITORIA DO MOVIMENTO DE CARGA (AT-TXN-TYPE JA PREENCHIDO
      *    POR QUEM CHAMA: CARGO NA RESERVA, CGOFFL NA DESCARGA)
      ******************************************************************
       4000-WRITE-CARGO-AUDIT.
           MOVE ZERO              TO AT-TICKET
           MOVE CG-FLIGHT-NUMBER  TO AT-FLIGHT-NUMBER
           MOVE CG-FLIGHT-DATE    TO AT-FLIGHT-DATE
           MOVE WS-RUN-DATE       TO AT-RUN-DATE
           MOVE WS-RUN-TIME       TO AT-RUN-TIME
           MOVE WS-OPERATOR-ID    TO AT-OPERATOR-ID
           MOVE SPACES            TO AT-DETAIL
           STRING 'AWB ' DELIMITED BY SIZE
                  CG-AWB-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CG-SHIPMENT-TYPE DELIMITED BY SIZE
                  ' PESO ' DELIMITED BY SIZE
                  CG-WEIGHT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CG-SPECIAL-CODE DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       9000-CLOSE-FILES.
           CLOSE CARGO-BOOKING-FILE
                 FLIGHT-MASTER-FILE
                 AUDIT-FILE.
