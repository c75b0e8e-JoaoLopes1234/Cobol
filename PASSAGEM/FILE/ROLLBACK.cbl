      *    ROLLBACK - REPOSICAO DOS MESTRES NO ULTIMO CHECKPOINT BOM.
      *    UM ABEND ENTRE CHECKPOINTS DEIXAVA OS MESTRES COM AS
      *    ATUALIZACOES DE REGISTOS QUE O REARRANQUE IA REPROCESSAR
      *    (RECEITA E LUGARES CONTADOS DUAS VEZES); A ALTERNATIVA E
      *    REPOR TODOS OS MESTRES DO CONJUNTO DE BACKUP TIRADO NO
      *    INICIO DA NOITE (restore-masters.sh) E PERDER A NOITE.
      *    ESTE UTILITARIO LE O DIARIO DE IMAGENS-ANTES
      *    (master-journal.txt) E DESFAZ, POR ORDEM INVERSA, AS
      *    ENTRADAS DA ULTIMA EXECUCAO (PELO CARIMBO DE DATA/HORA)
      *    POSTERIORES A POSICAO GRAVADA NO checkpoint.dat:
      *    W -> APAGA O REGISTO; R -> REPOE A IMAGEM; D -> REGRAVA A
      *    IMAGEM. NO FIM, O DIARIO E REESCRITO SO COM AS ENTRADAS
      *    ATE AO CHECKPOINT, PRONTO PARA O REARRANQUE DO LOTE.
      *    AS REPARACOES DO INTEGCHK (GRUPOS E ETIQUETAS DE MALA) VAO
      *    PARA O MESMO DIARIO SEM POSICAO NO LOTE (999999) E SAO
      *    DESFEITAS DA MESMA FORMA SE ESTE UTILITARIO CORRER LOGO A
      *    SEGUIR
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PASSENGER-MASTER-FILE ASSIGN TO
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-FLIGHT-REF-KEY.

           SELECT OPTIONAL BAG-TAG-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-tags.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-TAG-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-JOURNAL-FILE.
       FD BOOKING-GROUP-FILE.
           COPY BOOKGRP.

       FD BAG-TAG-FILE.
           COPY BAGTAG.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS     PIC X(2).
       01 WS-MASTER-STATUS      PIC X(2).
               10 WS-JT-RECORDS     PIC 9(6).
               10 WS-JT-FILE-ID     PIC X(2).
               10 WS-JT-ACTION      PIC X(1).
               10 WS-JT-KEY         PIC X(30).
               10 WS-JT-BEFORE      PIC X(400).
           05 WS-JT-IDX             PIC 9(4).

      ******************************************************************

           IF B-JOURNAL-OVERFLOW
               DISPLAY "DIARIO COM MAIS DE 2000 ENTRADAS - REPOR OS "
                       "MESTRES COM O restore-masters.sh"
               MOVE 8 TO WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
                I-O SEAT-INVENTORY-FILE
                I-O SEAT-ASSIGNMENT-FILE
                I-O BOOKING-GROUP-FILE
                I-O BAG-TAG-FILE
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR OS MESTRES: " WS-MASTER-STATUS
               MOVE 1 TO WS-RETURN-CODE
                 SEAT-INVENTORY-FILE
                 SEAT-ASSIGNMENT-FILE
                 BOOKING-GROUP-FILE
                 BAG-TAG-FILE

           PERFORM 4000-TRIM-JOURNAL

                   PERFORM 3400-UNDO-ASSIGNMENT
               WHEN 'BG'
                   PERFORM 3500-UNDO-GROUP
               WHEN 'BT'
                   PERFORM 3600-UNDO-BAG-TAG
               WHEN OTHER
                   SUBTRACT 1 FROM WS-UNDONE-COUNT
           END-EVALUATE.
       3100-UNDO-FLIGHT.
           EVALUATE WS-JT-ACTION(WS-JT-IDX)
               WHEN 'W'
                   MOVE WS-JT-KEY(WS-JT-IDX)(1:14) TO FM-FLIGHT-KEY
                   DELETE FLIGHT-MASTER-FILE
                       INVALID KEY
                           CONTINUE
       3200-UNDO-PASSENGER.
           EVALUATE WS-JT-ACTION(WS-JT-IDX)
               WHEN 'W'
                   MOVE WS-JT-KEY(WS-JT-IDX)(1:18) TO
                       PM-FLIGHT-TICKET-KEY
                   DELETE PASSENGER-MASTER-FILE
                       INVALID KEY
       3300-UNDO-INVENTORY.
           EVALUATE WS-JT-ACTION(WS-JT-IDX)
               WHEN 'W'
                   MOVE WS-JT-KEY(WS-JT-IDX)(1:15) TO
                       SI-FLIGHT-CLASS-KEY
                   DELETE SEAT-INVENTORY-FILE
                       INVALID KEY
       3400-UNDO-ASSIGNMENT.
           EVALUATE WS-JT-ACTION(WS-JT-IDX)
               WHEN 'W'
                   MOVE WS-JT-KEY(WS-JT-IDX)(1:18) TO
                       SA-FLIGHT-SEAT-KEY
                   DELETE SEAT-ASSIGNMENT-FILE
                       INVALID KEY
       3500-UNDO-GROUP.
           EVALUATE WS-JT-ACTION(WS-JT-IDX)
               WHEN 'W'
                   MOVE WS-JT-KEY(WS-JT-IDX)(1:20) TO
                       BG-FLIGHT-REF-KEY
                   DELETE BOOKING-GROUP-FILE
                       INVALID KEY
                   END-REWRITE
           END-EVALUATE.

       3600-UNDO-BAG-TAG.
           EVALUATE WS-JT-ACTION(WS-JT-IDX)
               WHEN 'W'
                   MOVE WS-JT-KEY(WS-JT-IDX)(1:20) TO BT-TAG-KEY
                   DELETE BAG-TAG-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN OTHER
                   MOVE WS-JT-BEFORE(WS-JT-IDX) TO BAG-TAG-RECORD
                   REWRITE BAG-TAG-RECORD
                       INVALID KEY
                           WRITE BAG-TAG-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-REWRITE
           END-EVALUATE.

      ******************************************************************
      *    REESCREVER O DIARIO SO COM AS ENTRADAS ATE AO CHECKPOINT,
      *    PARA O REARRANQUE COMECAR COM UM DIARIO COERENTE
