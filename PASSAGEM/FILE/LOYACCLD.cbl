       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYACCLD.
       AUTHOR. JOÃO LOPES.

      ******************************************************************
      *    LOYACCLD - CARGA DAS ACUMULACOES DE PONTOS ENVIADAS PELOS
      *    PARCEIROS DE FIDELIZACAO (HOTEIS E ALUGUER DE AUTOMOVEIS)
      *    EM loyalty-partner-feed.txt (LAYOUT LOYPFEED). ANTES IAM
      *    PARA O LOYMAST A MAO PELO LOYMAINT, SEM REGISTO DA ORIGEM.
      *    - PRIMEIRA PASSAGEM: CONTROLOS DE CADA LOTE. O PARCEIRO DO
      *      CABECALHO TEM DE ESTAR ATIVO NO MESTRE DE PARCEIROS
      *      (LOYPART), A REFERENCIA NAO PODE TER SIDO JA CARREGADA
      *      (loyalty-partner-batches.txt) E O FECHO TEM DE BATER COM
      *      O NUMERO DE DETALHES E O TOTAL DE PONTOS. UM LOTE QUE
      *      FALHA UM CONTROLO E DEVOLVIDO POR INTEIRO
      *    - SEGUNDA PASSAGEM: CADA DETALHE DOS LOTES BONS E CONFERIDO
      *      COM O MEMBRO DO LOYMAST (NUMERO E NOME); OS ACEITES SOMAM
      *      AO LM-POINTS COMO UM BILHETE E FICAM NO HISTORICO DATADO
      *      (loyalty-accruals.txt) COM O LA-SOURCE = CODIGO DO
      *      PARCEIRO, PARA A REQUALIFICACAO (LOYREQ) OS CONTAR E PARA
      *      O EXTRATO MENSAL DO PARCEIRO (LOYPBILL)
      *    AS LINHAS RECUSADAS FICAM EM loyalty-partner-rejects.txt
      *    COM O PARCEIRO, O LOTE E O MOTIVO, PARA DEVOLVER AO
      *    PARCEIRO; O FEED E ESVAZIADO NO FIM COMO O DO CONSLOAD.
      *    RETURN-CODE 1 QUANDO UM MESTRE NAO ABRE; 2 QUANDO HA LINHAS
      *    RECUSADAS; 4 QUANDO O FICHEIRO TRAZ LOTES A MAIS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOYALTY-PARTNER-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partner-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT LOYALTY-PARTNER-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PARTNER-CODE
               FILE STATUS IS WS-PARTNER-STATUS.

           SELECT LOYALTY-MASTER-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-MEMBER-ID
               FILE STATUS IS WS-LOYALTY-STATUS.

           SELECT OPTIONAL LOYALTY-ACCRUAL-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-accruals.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL BATCH-LOG-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partner-batches.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO
               "PASSAGEM/FILE/loyalty-partner-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOYALTY-PARTNER-FEED-FILE.
           COPY LOYPFEED.

       FD LOYALTY-PARTNER-FILE.
           COPY LOYPART.

       FD LOYALTY-MASTER-FILE.
           COPY LOYMAST.

       FD LOYALTY-ACCRUAL-FILE.
           COPY LOYACCR.

      *    UM REGISTO POR LOTE CARREGADO, PARA UM LOTE REENVIADO NAO
      *    SER CARREGADO DUAS VEZES
       FD BATCH-LOG-FILE.
       01 BATCH-LOG-RECORD.
           05 BL-PARTNER-CODE       PIC X(8).
           05 BL-BATCH-REF          PIC X(14).
           05 BL-LOAD-DATE          PIC 9(8).
           05 BL-ACCEPTED           PIC 9(6).
           05 BL-REJECTED           PIC 9(6).
           05 BL-POINTS             PIC 9(10).

       FD REJECT-FILE.
       01 REJECT-RECORD             PIC X(145).

       WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS        PIC X(2).
       01 WS-PARTNER-STATUS     PIC X(2).
       01 WS-LOYALTY-STATUS     PIC X(2).

       01 WS-EOF-FLAGS.
           05 WS-FEED-EOF           PIC X(1) VALUE 'N'.
               88 B-FEED-EOF        VALUE 'Y'.
           05 WS-LOG-EOF            PIC X(1) VALUE 'N'.
               88 B-LOG-EOF         VALUE 'Y'.

       01 WS-AUDIT-STAMP.
           05 WS-CURRENT-DATETIME PIC X(21).
           05 WS-RUN-DATE       PIC 9(8).

      ******************************************************************
      *    LOTES JA CARREGADOS EM NOITES ANTERIORES
      ******************************************************************
       01 WS-LOADED-TABLE.
           05 WS-LD-COUNT           PIC 9(4) VALUE ZERO.
           05 WS-LD-ENTRY OCCURS 5000 TIMES.
               10 WS-LD-PARTNER     PIC X(8).
               10 WS-LD-REF         PIC X(14).
           05 WS-LD-IDX             PIC 9(4).

      ******************************************************************
      *    LOTES DESTE FICHEIRO, PELA ORDEM EM QUE APARECEM. O MOTIVO
      *    EM BRANCO QUER DIZER QUE O LOTE PASSOU OS CONTROLOS
      ******************************************************************
       01 WS-BATCH-TABLE.
           05 WS-BT-COUNT           PIC 9(3) VALUE ZERO.
           05 WS-BT-ENTRY OCCURS 200 TIMES.
               10 WS-BT-PARTNER     PIC X(8).
               10 WS-BT-REF         PIC X(14).
               10 WS-BT-REASON      PIC X(40).
               10 WS-BT-LINES       PIC 9(6).
               10 WS-BT-POINTS      PIC 9(10).
               10 WS-BT-ACCEPTED    PIC 9(6).
               10 WS-BT-REJECTED    PIC 9(6).
               10 WS-BT-LOADED      PIC 9(10).
           05 WS-BT-IDX             PIC 9(3).
           05 WS-BT-CUR             PIC 9(3).
           05 WS-BT-ORDINAL         PIC 9(4).

       01 WS-TABLE-FULL         PIC X(1) VALUE 'N'.
           88 B-TABLE-FULL      VALUE 'Y'.
       01 WS-IN-BATCH           PIC X(1) VALUE 'N'.
           88 B-IN-BATCH        VALUE 'Y'.

       01 WS-FEED-WORK.
           05 WS-DETAIL-POINTS      PIC 9(8).
           05 WS-TRAILER-COUNT      PIC 9(6).
           05 WS-TRAILER-POINTS     PIC 9(10).
           05 WS-REJECT-REASON      PIC X(40).
           05 WS-OVER-LIMIT-REASON  PIC X(40)
               VALUE 'LOTE ALEM DO LIMITE DE 200 POR FICHEIRO'.
           05 WS-CUR-PARTNER        PIC X(8).
           05 WS-CUR-REF            PIC X(14).

       01 WS-REJECT-LINE.
           05 WS-RJ-PARTNER         PIC X(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RJ-BATCH           PIC X(14).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RJ-REASON          PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 WS-RJ-FEED-LINE       PIC X(80).

       01 WS-LOAD-TOTALS.
           05 WS-FEED-READ          PIC 9(6) VALUE ZERO.
           05 WS-FEED-ACCEPTED      PIC 9(6) VALUE ZERO.
           05 WS-FEED-REFUSED       PIC 9(6) VALUE ZERO.
           05 WS-POINTS-LOADED      PIC 9(10) VALUE ZERO.
           05 WS-DISP-COUNT         PIC Z(5)9.
           05 WS-DISP-POINTS        PIC Z(9)9.
           05 WS-DISP-ACCEPTED      PIC Z(5)9.
           05 WS-DISP-REFUSED       PIC Z(5)9.

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE

           OPEN INPUT LOYALTY-PARTNER-FILE
           IF WS-PARTNER-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE PARCEIROS DE "
                       "FIDELIZACAO (" WS-PARTNER-STATUS
                       ") - CORRER PRIMEIRO O LOYPLOAD"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O LOYALTY-MASTER-FILE
           IF WS-LOYALTY-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O MESTRE DE FIDELIZACAO: "
                       WS-LOYALTY-STATUS
               CLOSE LOYALTY-PARTNER-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 0500-LOAD-BATCH-LOG
           OPEN OUTPUT REJECT-FILE

           PERFORM 1000-CHECK-CONTROLS
           IF WS-FEED-READ > ZERO
               OPEN EXTEND LOYALTY-ACCRUAL-FILE
               PERFORM 2000-APPLY-FEED
               CLOSE LOYALTY-ACCRUAL-FILE
               PERFORM 3000-LOG-BATCHES
           END-IF

           CLOSE LOYALTY-PARTNER-FILE
                 LOYALTY-MASTER-FILE
                 REJECT-FILE

      *    O FEED SO E ESVAZIADO DEPOIS DE TODOS OS LOTES TEREM SIDO
      *    TRATADOS; OS RECUSADOS VOLTAM AO PARCEIRO PELO FICHEIRO DE
      *    REJEITADOS E SAO REENVIADOS NUM FEED SEGUINTE
           OPEN OUTPUT LOYALTY-PARTNER-FEED-FILE
           CLOSE LOYALTY-PARTNER-FEED-FILE

           MOVE WS-FEED-READ     TO WS-DISP-COUNT
           MOVE WS-FEED-ACCEPTED TO WS-DISP-ACCEPTED
           MOVE WS-FEED-REFUSED  TO WS-DISP-REFUSED
           MOVE WS-POINTS-LOADED TO WS-DISP-POINTS
           DISPLAY "CARGA DO FEED DE PARCEIROS DE FIDELIZACAO TERMINADA"
           DISPLAY "Linhas lidas:          " WS-DISP-COUNT
           DISPLAY "Acumulacoes aceites:   " WS-DISP-ACCEPTED
           DISPLAY "Linhas recusadas:      " WS-DISP-REFUSED
           DISPLAY "Pontos carregados:     " WS-DISP-POINTS
           PERFORM 4000-DISPLAY-ONE-BATCH
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT

           IF WS-FEED-REFUSED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF
           IF B-TABLE-FULL
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       0500-LOAD-BATCH-LOG.
           OPEN INPUT BATCH-LOG-FILE
           PERFORM UNTIL B-LOG-EOF
               READ BATCH-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       IF WS-LD-COUNT < 5000
                           ADD 1 TO WS-LD-COUNT
                           MOVE BL-PARTNER-CODE
                               TO WS-LD-PARTNER(WS-LD-COUNT)
                           MOVE BL-BATCH-REF
                               TO WS-LD-REF(WS-LD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOG-FILE.

      ******************************************************************
      *    PRIMEIRA PASSAGEM: CABECALHO, CONTAGENS E FECHO DE CADA LOTE
      ******************************************************************
       1000-CHECK-CONTROLS.
           OPEN INPUT LOYALTY-PARTNER-FEED-FILE
           IF WS-FEED-STATUS NOT = '00'
               AND WS-FEED-STATUS NOT = '05'
               DISPLAY "ERRO A ABRIR loyalty-partner-feed.txt: "
                       WS-FEED-STATUS
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-BATCH
           MOVE ZERO TO WS-BT-CUR
           PERFORM 1100-CHECK-ONE-LINE UNTIL B-FEED-EOF
           CLOSE LOYALTY-PARTNER-FEED-FILE.

       1100-CHECK-ONE-LINE.
           READ LOYALTY-PARTNER-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
                   IF B-IN-BATCH AND WS-BT-CUR > ZERO
                       PERFORM 1400-NO-TRAILER
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-FEED-READ
           EVALUATE TRUE
               WHEN B-LF-HEADER
                   IF B-IN-BATCH AND WS-BT-CUR > ZERO
                       PERFORM 1400-NO-TRAILER
                   END-IF
                   PERFORM 1200-CHECK-HEADER
               WHEN B-LF-DETAIL
                   IF B-IN-BATCH AND WS-BT-CUR > ZERO
                       ADD 1 TO WS-BT-LINES(WS-BT-CUR)
                       IF LF-D-POINTS IS NUMERIC
                           MOVE LF-D-POINTS TO WS-DETAIL-POINTS
                           ADD WS-DETAIL-POINTS
                               TO WS-BT-POINTS(WS-BT-CUR)
                       END-IF
                   END-IF
               WHEN B-LF-TRAILER
                   IF B-IN-BATCH AND WS-BT-CUR > ZERO
                       PERFORM 1300-CHECK-TRAILER
                   END-IF
                   MOVE 'N' TO WS-IN-BATCH
           END-EVALUATE.

       1200-CHECK-HEADER.
           MOVE 'Y' TO WS-IN-BATCH
           IF WS-BT-COUNT >= 200
               MOVE 'Y' TO WS-TABLE-FULL
               MOVE ZERO TO WS-BT-CUR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BT-COUNT
           MOVE WS-BT-COUNT TO WS-BT-CUR
           INITIALIZE WS-BT-ENTRY(WS-BT-CUR)
           MOVE LF-H-PARTNER-CODE TO WS-BT-PARTNER(WS-BT-CUR)
           MOVE LF-H-BATCH-REF    TO WS-BT-REF(WS-BT-CUR)

           IF LF-H-PARTNER-CODE = SPACES OR LF-H-BATCH-REF = SPACES
               MOVE 'CABECALHO SEM PARCEIRO OU SEM LOTE'
                   TO WS-BT-REASON(WS-BT-CUR)
               EXIT PARAGRAPH
           END-IF
           MOVE LF-H-PARTNER-CODE TO LP-PARTNER-CODE
           READ LOYALTY-PARTNER-FILE
               INVALID KEY
                   MOVE 'PARCEIRO DESCONHECIDO'
                       TO WS-BT-REASON(WS-BT-CUR)
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-LP-ACTIVE
               MOVE 'PARCEIRO SEM CONTRATO ATIVO'
                   TO WS-BT-REASON(WS-BT-CUR)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LD-COUNT
               IF WS-LD-PARTNER(WS-LD-IDX) = LF-H-PARTNER-CODE
                   AND WS-LD-REF(WS-LD-IDX) = LF-H-BATCH-REF
                   MOVE 'LOTE JA CARREGADO ANTERIORMENTE'
                       TO WS-BT-REASON(WS-BT-CUR)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX >= WS-BT-CUR
               IF WS-BT-PARTNER(WS-BT-IDX) = LF-H-PARTNER-CODE
                   AND WS-BT-REF(WS-BT-IDX) = LF-H-BATCH-REF
                   MOVE 'LOTE REPETIDO NO MESMO FICHEIRO'
                       TO WS-BT-REASON(WS-BT-CUR)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       1300-CHECK-TRAILER.
           IF WS-BT-REASON(WS-BT-CUR) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LF-T-BATCH-REF NOT = WS-BT-REF(WS-BT-CUR)
               OR LF-T-COUNT IS NOT NUMERIC
               OR LF-T-TOTAL-POINTS IS NOT NUMERIC
               MOVE 'FECHO INVALIDO OU DE OUTRO LOTE'
                   TO WS-BT-REASON(WS-BT-CUR)
               EXIT PARAGRAPH
           END-IF
           MOVE LF-T-COUNT        TO WS-TRAILER-COUNT
           MOVE LF-T-TOTAL-POINTS TO WS-TRAILER-POINTS
           IF WS-TRAILER-COUNT NOT = WS-BT-LINES(WS-BT-CUR)
               OR WS-TRAILER-POINTS NOT = WS-BT-POINTS(WS-BT-CUR)
               MOVE 'FECHO NAO BATE COM OS DETALHES DO LOTE'
                   TO WS-BT-REASON(WS-BT-CUR)
           END-IF.

       1400-NO-TRAILER.
           IF WS-BT-REASON(WS-BT-CUR) = SPACES
               MOVE 'LOTE SEM FECHO (FICHEIRO TRUNCADO?)'
                   TO WS-BT-REASON(WS-BT-CUR)
           END-IF.

      ******************************************************************
      *    SEGUNDA PASSAGEM: CARGA DOS DETALHES DOS LOTES BONS E
      *    DEVOLUCAO DOS RESTANTES
      ******************************************************************
       2000-APPLY-FEED.
           OPEN INPUT LOYALTY-PARTNER-FEED-FILE
           MOVE 'N' TO WS-FEED-EOF
           MOVE 'N' TO WS-IN-BATCH
           MOVE ZERO TO WS-BT-CUR
           MOVE ZERO TO WS-BT-ORDINAL
           MOVE SPACES TO WS-CUR-PARTNER
           MOVE SPACES TO WS-CUR-REF
           PERFORM 2100-APPLY-ONE-LINE UNTIL B-FEED-EOF
           CLOSE LOYALTY-PARTNER-FEED-FILE.

       2100-APPLY-ONE-LINE.
           READ LOYALTY-PARTNER-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN B-LF-HEADER
                   MOVE 'Y' TO WS-IN-BATCH
                   ADD 1 TO WS-BT-ORDINAL
                   MOVE LF-H-PARTNER-CODE TO WS-CUR-PARTNER
                   MOVE LF-H-BATCH-REF    TO WS-CUR-REF
                   IF WS-BT-ORDINAL > WS-BT-COUNT
                       MOVE ZERO TO WS-BT-CUR
                       MOVE WS-OVER-LIMIT-REASON TO WS-REJECT-REASON
                   ELSE
                       MOVE WS-BT-ORDINAL TO WS-BT-CUR
                       MOVE WS-BT-REASON(WS-BT-CUR)
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2900-WRITE-REJECT
                   END-IF
               WHEN B-LF-DETAIL
                   EVALUATE TRUE
                       WHEN NOT B-IN-BATCH
                           MOVE SPACES TO WS-CUR-PARTNER
                           MOVE SPACES TO WS-CUR-REF
                           MOVE 'DETALHE FORA DE UM LOTE'
                               TO WS-REJECT-REASON
                       WHEN WS-BT-CUR = ZERO
                           MOVE WS-OVER-LIMIT-REASON
                               TO WS-REJECT-REASON
                       WHEN WS-BT-REASON(WS-BT-CUR) NOT = SPACES
                           MOVE WS-BT-REASON(WS-BT-CUR)
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           PERFORM 2200-APPLY-DETAIL
                   END-EVALUATE
                   IF WS-REJECT-REASON NOT = SPACES
                       ADD 1 TO WS-FEED-REFUSED
                       IF B-IN-BATCH AND WS-BT-CUR > ZERO
                           ADD 1 TO WS-BT-REJECTED(WS-BT-CUR)
                       END-IF
                       PERFORM 2900-WRITE-REJECT
                   END-IF
               WHEN B-LF-TRAILER
                   IF B-IN-BATCH
                       IF WS-BT-CUR = ZERO
                           MOVE WS-OVER-LIMIT-REASON
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-BT-REASON(WS-BT-CUR)
                               TO WS-REJECT-REASON
                       END-IF
                   ELSE
                       MOVE 'FECHO SEM CABECALHO' TO WS-REJECT-REASON
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 2900-WRITE-REJECT
                   END-IF
                   MOVE 'N' TO WS-IN-BATCH
               WHEN OTHER
                   MOVE 'TIPO DE REGISTO INVALIDO (H/D/T)'
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-FEED-REFUSED
                   PERFORM 2900-WRITE-REJECT
           END-EVALUATE.

      *    CONFERENCIA DO DETALHE COM O MEMBRO E CARGA DOS PONTOS. A
      *    DATA DA ACUMULACAO E A DA CARGA (COMO NO LOTE DE BILHETES):
      *    E POR ELA QUE O EXTRATO MENSAL DO PARCEIRO FATURA OS PONTOS
       2200-APPLY-DETAIL.
           EVALUATE TRUE
               WHEN LF-D-MEMBER-ID = SPACES
                   MOVE 'MEMBRO EM FALTA' TO WS-REJECT-REASON
               WHEN LF-D-POINTS IS NOT NUMERIC
                   OR LF-D-POINTS = ZERO
                   MOVE 'PONTOS INVALIDOS' TO WS-REJECT-REASON
               WHEN LF-D-ACTIVITY-DATE IS NOT NUMERIC
                   MOVE 'DATA DA ATIVIDADE INVALIDA'
                       TO WS-REJECT-REASON
               WHEN LF-D-ACTIVITY-DATE > WS-RUN-DATE
                   MOVE 'DATA DA ATIVIDADE NO FUTURO'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE LF-D-MEMBER-ID TO LM-MEMBER-ID
           READ LOYALTY-MASTER-FILE
               INVALID KEY
                   MOVE 'MEMBRO INEXISTENTE NO MESTRE DE FIDELIZACAO'
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION UPPER-CASE(LF-D-MEMBER-NAME) NOT =
               FUNCTION UPPER-CASE(LM-NAME)
               MOVE 'NOME NAO CONFERE COM O DO MEMBRO'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE LF-D-POINTS TO WS-DETAIL-POINTS
           ADD WS-DETAIL-POINTS TO LM-POINTS
           EVALUATE TRUE
               WHEN LM-POINTS >= 20000
                   MOVE 'G' TO LM-TIER
               WHEN LM-POINTS >= 5000
                   AND NOT B-LM-GOLD
                   MOVE 'S' TO LM-TIER
               WHEN LM-POINTS >= 1000
                   AND NOT B-LM-GOLD
                   AND NOT B-LM-SILVER
                   MOVE 'B' TO LM-TIER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           REWRITE LOYALTY-MEMBER-RECORD
               INVALID KEY
                   MOVE 'ERRO A GRAVAR O MEMBRO' TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE LF-D-MEMBER-ID   TO LA-MEMBER-ID
           MOVE WS-RUN-DATE      TO LA-ACCRUAL-DATE
           MOVE WS-DETAIL-POINTS TO LA-POINTS
           MOVE WS-CUR-PARTNER   TO LA-SOURCE
           WRITE LOYALTY-ACCRUAL-RECORD

           ADD 1 TO WS-FEED-ACCEPTED
           ADD WS-DETAIL-POINTS TO WS-POINTS-LOADED
           ADD 1 TO WS-BT-ACCEPTED(WS-BT-CUR)
           ADD WS-DETAIL-POINTS TO WS-BT-LOADED(WS-BT-CUR).

       2900-WRITE-REJECT.
           MOVE WS-CUR-PARTNER   TO WS-RJ-PARTNER
           MOVE WS-CUR-REF       TO WS-RJ-BATCH
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE LOYALTY-PARTNER-FEED-RECORD TO WS-RJ-FEED-LINE
           MOVE WS-REJECT-LINE   TO REJECT-RECORD
           WRITE REJECT-RECORD.

      ******************************************************************
      *    LOTES QUE PASSARAM OS CONTROLOS FICAM REGISTADOS COMO
      *    CARREGADOS, MESMO COM ALGUM DETALHE RECUSADO (O PARCEIRO
      *    REENVIA ESSES DETALHES NUM LOTE NOVO)
      ******************************************************************
       3000-LOG-BATCHES.
           OPEN EXTEND BATCH-LOG-FILE
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-COUNT
               IF WS-BT-REASON(WS-BT-IDX) = SPACES
                   MOVE WS-BT-PARTNER(WS-BT-IDX)  TO BL-PARTNER-CODE
                   MOVE WS-BT-REF(WS-BT-IDX)      TO BL-BATCH-REF
                   MOVE WS-RUN-DATE               TO BL-LOAD-DATE
                   MOVE WS-BT-ACCEPTED(WS-BT-IDX) TO BL-ACCEPTED
                   MOVE WS-BT-REJECTED(WS-BT-IDX) TO BL-REJECTED
                   MOVE WS-BT-LOADED(WS-BT-IDX)   TO BL-POINTS
                   WRITE BATCH-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE BATCH-LOG-FILE.

       4000-DISPLAY-ONE-BATCH.
           IF WS-BT-REASON(WS-BT-IDX) = SPACES
               MOVE WS-BT-ACCEPTED(WS-BT-IDX) TO WS-DISP-ACCEPTED
               MOVE WS-BT-REJECTED(WS-BT-IDX) TO WS-DISP-REFUSED
               MOVE WS-BT-LOADED(WS-BT-IDX)   TO WS-DISP-POINTS
               DISPLAY "LOTE " WS-BT-PARTNER(WS-BT-IDX) " "
                       WS-BT-REF(WS-BT-IDX) " CARREGADO - "
                       WS-DISP-ACCEPTED " ACEITES, "
                       WS-DISP-REFUSED " RECUSADOS, "
                       WS-DISP-POINTS " PONTOS"
           ELSE
               DISPLAY "LOTE " WS-BT-PARTNER(WS-BT-IDX) " "
                       WS-BT-REF(WS-BT-IDX) " DEVOLVIDO - "
                       WS-BT-REASON(WS-BT-IDX)
           END-IF.
