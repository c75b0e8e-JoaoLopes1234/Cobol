      *      CONFERIR OS PEDIDOS DE REEMBOLSO - E A MENSAGEM DE FECHO
      *      (ESTILO TELEX) PARA O HANDLER E A ESTACAO DE DESTINO,
      *      NUM FICHEIRO POR VOO PRONTO PARA TRANSMISSAO
      *    - PARAMETRO 'BAGDROP': LE O FEED DAS BALANCAS DA LARGADA
      *      DE BAGAGEM (bag-drop-feed.txt, UMA PESAGEM POR ETIQUETA),
      *      GRAVA O PESO REAL NA ETIQUETA E COBRA O EXCESSO PELOS
      *      ESCALOES DE PESO DA TABELA DE TARIFAS (SUBPROG) CONTRA O
      *      PESO DECLARADO NA VENDA - MOVIMENTO XSBAG NO EXTRATO
      *      DIARIO E NO DIARIO DE PAGAMENTOS, EM VEZ DO PAPEL
      *    - PARAMETRO 'STANDBY <VOO>': LISTA DE STANDBY DO PESSOAL
      *      NAO PAGANTE DO VOO, PELA ORDEM EM QUE SERA DESPACHADO NO
      *      FECHO (PRIORIDADE, DEPOIS ANTIGUIDADE). NO FECHO DA PORTA
      *      OS STANDBYS COM CHECK-IN FEITO OCUPAM OS LUGARES DEIXADOS
      *      PELOS NO-SHOWS DA MESMA CLASSE E PAGAM SO AS TAXAS DOS
      *      AEROPORTOS (MOVIMENTO STAFTX)
      *    EM QUALQUER MODO A DATA DO VOO (AAAAMMDD) PODE SEGUIR NO FIM
      *    DOS PARAMETROS ('CLOSE <VOO> <DATA>', '<VOO> <DATA>'); SEM
      *    ELA VALE A PARTIDA DE HOJE. A LEITURA DO FEED SEM DATA FICA
      *    COM A DATA DA PORTA
      ******************************************************************

       ENVIRONMENT DIVISION.
               "PASSAGEM/FILE/gate-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL EXCEPTION-FEED-FILE ASSIGN TO
               "PASSAGEM/FILE/exceptions-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO
               "PASSAGEM/FILE/audit-trail.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               "PASSAGEM/FILE/flight-master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FM-FLIGHT-KEY.

           SELECT OPTIONAL AIRPORT-TAX-FILE ASSIGN TO
               "PASSAGEM/FILE/airport-taxes.dat"
               "PASSAGEM/FILE/tax-refund-due.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PAYOUT-REQUEST-FILE ASSIGN TO
               "PASSAGEM/FILE/payout-requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    SO A TAXA DE IVA E LIDA DOS PARAMETROS DE INSTALACAO; AS
      *    RESTANTES CHAVES SAO DO LOTE E SAO IGNORADAS AQUI
           SELECT OPTIONAL SITE-PARAM-FILE ASSIGN TO
               "PASSAGEM/FILE/site-params.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    PESAGENS DA LARGADA DE BAGAGEM E COBRANCA DO EXCESSO
           SELECT BAG-DROP-FILE ASSIGN TO
               "PASSAGEM/FILE/bag-drop-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAGDROP-STATUS.

           SELECT OPTIONAL PAYMENT-JOURNAL-FILE ASSIGN TO
               "PASSAGEM/FILE/payments-journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *    LUGARES FISICOS DO VOO: O LUGAR DE UM NO-SHOW PASSA PARA O
      *    STANDBY QUE O OCUPA NO FECHO DA PORTA
           SELECT OPTIONAL SEAT-ASSIGNMENT-FILE ASSIGN TO
               "PASSAGEM/FILE/seat-assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-FLIGHT-SEAT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD PASSENGER-MASTER-FILE.
           05 SCN-TICKET            PIC 9(4).
      *    SO PARA A ACAO 'K': A REFERENCIA DE RESERVA DO GRUPO
           05 SCN-BOOKING-REF       PIC X(6).
      *    DATA DO VOO (AAAAMMDD); OS LEITORES ANTIGOS NAO A ENVIAM
           05 SCN-FLIGHT-DATE       PIC X(8).

       FD NOSHOW-REPORT-FILE.
       01 NOSHOW-REPORT-RECORD      PIC X(80).
       FD GATE-EXCEPTION-FILE.
       01 GATE-EXCEPTION-RECORD     PIC X(80).

       FD EXCEPTION-FEED-FILE.
           COPY EXCFEED.

       FD AUDIT-FILE.
           COPY AUDITTRL.

       FD REFUND-DUE-FILE.
       01 REFUND-DUE-RECORD         PIC X(80).

       FD PAYOUT-REQUEST-FILE.
           COPY PAYREQ.

       FD SITE-PARAM-FILE.
       01 SITE-PARAM-RECORD         PIC X(100).

      *    UMA LINHA POR MALA PESADA: A ETIQUETA (VOO+DATA+BILHETE+
      *    SEQUENCIA), O PESO DA BALANCA E, QUANDO HOUVE EXCESSO A
      *    PAGAR, COMO FOI PAGO NO BALCAO (C = CARTAO, N = NUMERARIO)
      *    E POR QUEM
       FD BAG-DROP-FILE.
       01 BAG-DROP-RECORD.
           05 BD-FLIGHT-NUMBER      PIC X(6).
           05 BD-FLIGHT-DATE        PIC X(8).
           05 BD-TICKET             PIC 9(4).
           05 BD-BAG-SEQ            PIC 9(2).
           05 BD-WEIGHT             PIC 9(3).
           05 BD-PAY-METHOD         PIC X(1).
               88 B-BD-PAY-VALID    VALUES 'C' 'N'.
           05 BD-AUTH-REF           PIC X(8).
           05 BD-AGENT-ID           PIC X(8).

       FD PAYMENT-JOURNAL-FILE.
           COPY PAYJRNL.

       FD SEAT-ASSIGNMENT-FILE.
           COPY SEATASGN.

       WORKING-STORAGE SECTION.
       01 WS-PASSENGER-STATUS   PIC X(2).
       01 WS-SCANNER-STATUS     PIC X(2).
       01 WS-BAGDROP-STATUS     PIC X(2).

       01 WS-COMMAND-LINE       PIC X(20).
       01 WS-RUN-MODE           PIC X(8).
           88 B-CLOSE-MODE      VALUE 'CLOSE'.
           88 B-GROUP-MODE      VALUE 'GROUP'.
           88 B-BAGDROP-MODE    VALUE 'BAGDROP'.
           88 B-STANDBY-MODE    VALUE 'STANDBY'.
       01 WS-SECOND-PARM        PIC X(8).
       01 WS-CLOSE-FLIGHT       PIC X(6).
       01 WS-CLOSE-DATE         PIC X(8).
       01 WS-THIRD-PARM         PIC X(8).
       01 WS-FOURTH-PARM        PIC X(8).

       01 WS-SCAN-EOF           PIC X(1) VALUE 'N'.
           88 B-SCAN-EOF        VALUE 'Y'.
      *    LEITURA DE OUTRO VOO E RECUSADA EM VEZ DE EMBARCAR O
      *    PASSAGEIRO NO VOO ERRADO
       01 WS-GATE-FLIGHT        PIC X(6).
       01 WS-GATE-DATE          PIC X(8).
       01 WS-SCAN-REFUSAL       PIC X(40).

      ******************************************************************
      ******************************************************************
       01 WS-GROUP-CHECKIN.
           05 WS-GRP-FLIGHT         PIC X(6).
           05 WS-GRP-DATE           PIC X(8).
           05 WS-GRP-REF            PIC X(6).
           05 WS-GRP-EOF            PIC X(1).
               88 B-GRP-EOF         VALUE 'Y'.
           05 WS-NF-TAX-SEQ         PIC 9(1).
           05 WS-NF-DISP-TAX        PIC Z(5)9,99.

      ******************************************************************
      *    LARGADA DE BAGAGEM: O EXCESSO DE UMA MALA E A TARIFA DO
      *    ESCALAO DO PESO REAL MENOS A DO ESCALAO DO PESO DECLARADO
      *    NA VENDA (O QUE A VENDA JA COBROU OU A FRANQUIA COBRIU),
      *    MENOS O QUE JA FOI COBRADO NUMA PESAGEM ANTERIOR
      ******************************************************************
       01 WS-BAG-DROP.
           05 WS-BD-EOF             PIC X(1).
               88 B-BD-EOF          VALUE 'Y'.
           05 WS-BD-READ            PIC 9(5) VALUE ZERO.
           05 WS-BD-APPLIED         PIC 9(5) VALUE ZERO.
           05 WS-BD-REFUSED         PIC 9(5) VALUE ZERO.
           05 WS-BD-CHARGED         PIC 9(5) VALUE ZERO.
           05 WS-BD-TOTAL-EXCESS    PIC 9(7)V99 VALUE ZERO.
           05 WS-BD-OLD-WEIGHT      PIC 9(3).
           05 WS-BD-DECLARED-RATE   PIC 9(7)V99.
           05 WS-BD-ACTUAL-RATE     PIC 9(7)V99.
           05 WS-BD-EXCESS          PIC S9(7)V99.
           05 WS-BD-REFUSAL         PIC X(40).
           05 WS-BD-OPERATOR        PIC X(8).
           05 WS-DISP-BD-READ       PIC Z(4)9.
           05 WS-DISP-BD-APPLIED    PIC Z(4)9.
           05 WS-DISP-BD-REFUSED    PIC Z(4)9.
           05 WS-DISP-BD-CHARGED    PIC Z(4)9.
           05 WS-DISP-BD-EXCESS     PIC Z(4)9,99.
           05 WS-DISP-BD-TOTAL      PIC Z(6)9,99.

      ******************************************************************
      *    LISTA DE STANDBY DO PESSOAL NAO PAGANTE: OS LUGARES LIVRES
      *    SAO OS DOS NO-SHOWS MARCADOS NESTE FECHO; OS CANDIDATOS SAO
      *    OS STANDBYS COM CHECK-IN FEITO, ORDENADOS POR PRIORIDADE
      *    ('1' PRIMEIRO), DEPOIS DATA DE ADMISSAO (MAIS ANTIGO
      *    PRIMEIRO) E POR FIM BILHETE
      ******************************************************************
       01 WS-STANDBY.
           05 WS-SB-FREE-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-SB-FREE OCCURS 300 TIMES.
               10 WS-SB-FREE-CLASS  PIC X(1).
               10 WS-SB-FREE-SEAT   PIC X(4).
               10 WS-SB-FREE-USED   PIC X(1).
                   88 B-SB-FREE-USED VALUE 'Y'.
           05 WS-SB-CAND-COUNT      PIC 9(3) VALUE ZERO.
           05 WS-SB-CAND OCCURS 100 TIMES.
               10 WS-SB-CAND-KEY.
                   15 WS-SB-CAND-PRIO   PIC X(1).
                   15 WS-SB-CAND-HIRE   PIC 9(8).
                   15 WS-SB-CAND-TICKET PIC 9(4).
               10 WS-SB-CAND-CLASS  PIC X(1).
           05 WS-SB-SWAP            PIC X(14).
           05 WS-SB-IDX             PIC 9(3).
           05 WS-SB-IDX2            PIC 9(3).
           05 WS-SB-FOUND           PIC 9(3).
           05 WS-SB-CLEARED         PIC 9(4) VALUE ZERO.
           05 WS-SB-NOT-CLEARED     PIC 9(4) VALUE ZERO.
           05 WS-SB-BOARDED         PIC 9(4) VALUE ZERO.
           05 WS-SB-TAX-TOTAL       PIC 9(7)V99 VALUE ZERO.
           05 WS-SB-LINE-STATUS     PIC X(24).
           05 WS-DISP-SB-CLEARED    PIC Z(3)9.
           05 WS-DISP-SB-NOT        PIC Z(3)9.
           05 WS-DISP-SB-TAX        PIC Z(6)9,99.

       01 WS-CALC-UTIL.
           05 WS-CALC-TYPE          PIC X(1).
           05 WS-CALC-QTY           PIC 9(5).
           05 WS-CALC-CLASS         PIC X(1).
           05 WS-CALC-WEIGHT        PIC 9(3).
           05 WS-CALC-RESULT        PIC 9(7)V99.
           05 WS-CALC-LOAD          PIC 9(3) VALUE ZERO.
           05 WS-CALC-BAND          PIC 9(1).

       01 WS-RETURN-CODE        PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-RUN-MODE WS-SECOND-PARM
                          WS-THIRD-PARM WS-FOURTH-PARM
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-SECOND-PARM WS-THIRD-PARM
                    WS-FOURTH-PARM
           MOVE WS-SECOND-PARM TO WS-CLOSE-FLIGHT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE

           EVALUATE TRUE
               WHEN B-CLOSE-MODE
                   MOVE WS-THIRD-PARM TO WS-CLOSE-DATE
                   IF WS-CLOSE-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-CLOSE-DATE
                   END-IF
                   PERFORM 3000-GATE-CLOSE
      *        MODO DE BALCAO: 'GROUP <VOO> <RESERVA> [<DATA>]' FAZ
      *        O CHECK-IN DE TODO O GRUPO NUMA SO OPERACAO
               WHEN B-GROUP-MODE
                   MOVE WS-CLOSE-FLIGHT TO WS-GRP-FLIGHT
                   MOVE WS-THIRD-PARM   TO WS-GRP-REF
                   MOVE WS-FOURTH-PARM  TO WS-GRP-DATE
                   IF WS-GRP-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-GRP-DATE
                   END-IF
                   OPEN EXTEND GATE-EXCEPTION-FILE
                        EXTEND AUDIT-FILE
                   PERFORM 4000-GROUP-CHECKIN
                   CLOSE GATE-EXCEPTION-FILE
                         AUDIT-FILE
               WHEN B-BAGDROP-MODE
                   PERFORM 5000-APPLY-BAG-DROP-FEED
      *        'STANDBY <VOO> [<DATA>]' SO LISTA, SEM MEXER EM NADA
               WHEN B-STANDBY-MODE
                   MOVE WS-THIRD-PARM TO WS-CLOSE-DATE
                   IF WS-CLOSE-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-CLOSE-DATE
                   END-IF
                   PERFORM 3350-LIST-STANDBY
               WHEN OTHER
      *        SEM 'CLOSE', UM PARAMETRO NAO VAZIO E O VOO DA PORTA
                   MOVE WS-RUN-MODE(1:6) TO WS-GATE-FLIGHT
                   MOVE WS-SECOND-PARM   TO WS-GATE-DATE
                   IF WS-GATE-DATE = SPACES
                       MOVE WS-RUN-DATE TO WS-GATE-DATE
                   END-IF
                   PERFORM 2000-APPLY-SCANNER-FEED
           END-EVALUATE

                   MOVE 'Y' TO WS-SCAN-EOF
               NOT AT END
                   ADD 1 TO WS-SCANS-READ
                   IF SCN-FLIGHT-DATE = SPACES
                       MOVE WS-GATE-DATE TO SCN-FLIGHT-DATE
                   END-IF
                   IF SCN-FLIGHT-NUMBER = SPACES
                       OR (NOT B-SCN-CHECKIN AND NOT B-SCN-BOARDED
                           AND NOT B-SCN-GROUP)
                   ELSE
                       IF B-SCN-GROUP
                           AND WS-GATE-FLIGHT NOT = SPACES
                           AND (SCN-FLIGHT-NUMBER NOT = WS-GATE-FLIGHT
                             OR SCN-FLIGHT-DATE NOT = WS-GATE-DATE)
      *                    O GRUPO TAMBEM PODE ESTAR NA PORTA ERRADA
                           MOVE 'VOO DIFERENTE DO DA PORTA'
                                                  TO WS-SCAN-REFUSAL
                       ELSE
                       IF B-SCN-GROUP
                           MOVE SCN-FLIGHT-NUMBER TO WS-GRP-FLIGHT
                           MOVE SCN-FLIGHT-DATE   TO WS-GRP-DATE
                           MOVE SCN-BOOKING-REF   TO WS-GRP-REF
                           PERFORM 4000-GROUP-CHECKIN
                       ELSE
      *    LEITURA DE OUTRO VOO QUE NAO O DA PORTA: O PASSAGEIRO
      *    ESTA NA PORTA ERRADA - RECUSAR JA, COM ELE A FRENTE
           IF WS-GATE-FLIGHT NOT = SPACES
               AND (SCN-FLIGHT-NUMBER NOT = WS-GATE-FLIGHT
                    OR SCN-FLIGHT-DATE NOT = WS-GATE-DATE)
               MOVE 'VOO DIFERENTE DO DA PORTA' TO WS-SCAN-REFUSAL
               PERFORM 2300-REFUSE-SCAN
               EXIT PARAGRAPH
           END-IF

           MOVE SCN-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE SCN-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE SCN-TICKET TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
       2350-WRITE-SCAN-AUDIT.
           MOVE SCN-TICKET        TO AT-TICKET
           MOVE SCN-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE SCN-FLIGHT-DATE   TO AT-FLIGHT-DATE
           IF B-SCN-CHECKIN
               MOVE 'CHKIN' TO AT-TXN-TYPE
           ELSE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
           MOVE 'CHECKIN1'     TO AT-OPERATOR-ID
           MOVE SPACES         TO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
                       WS-SCAN-REFUSAL
               WHEN B-PM-HELD-OPT
                   MOVE 'OPCAO NAO CONFIRMADA' TO WS-SCAN-REFUSAL
      *        O STANDBY NAO PASSA NA PORTA PELO PROPRIO PE: SO O
      *        FECHO DA PORTA LHE DA UM LUGAR E O EMBARCA
               WHEN B-SCN-BOARDED AND B-PM-STAFF
                   MOVE 'STANDBY SO EMBARCA NO FECHO DA PORTA' TO
                       WS-SCAN-REFUSAL
               WHEN B-SCN-CHECKIN AND B-PM-CHECKED-IN
                   MOVE 'CHECK-IN JA REGISTADO' TO WS-SCAN-REFUSAL
               WHEN B-SCN-CHECKIN AND B-PM-BOARDED
                  ' - ' DELIMITED BY SIZE
                  WS-SCAN-REFUSAL DELIMITED BY SIZE
                  INTO GATE-EXCEPTION-RECORD
           WRITE GATE-EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE SCN-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE SCN-FLIGHT-DATE   TO XF-FLIGHT-DATE
           MOVE SCN-TICKET        TO XF-TICKET
           PERFORM 2390-RAISE-GATE-EXCEPTION.

      ******************************************************************
      *    A LEITURA RECUSADA SEGUE TAMBEM PARA O REGISTO CENTRAL DE
      *    EXCECOES (EXCFEED), A CARGO DO AEROPORTO. O CHAMADOR
      *    PREENCHE VOO, DATA E BILHETE; A DESCRICAO E A LINHA ACABADA
      *    DE GRAVAR NO RELATORIO DE EXCECOES DA PORTA
      ******************************************************************
       2390-RAISE-GATE-EXCEPTION.
           MOVE 'CHECKIN'             TO XF-SOURCE-JOB
           MOVE GATE-EXCEPTION-RECORD TO XF-DESCRIPTION
           MOVE 'AEROPORTO'           TO XF-OWNER-TEAM
           MOVE WS-RUN-DATE           TO XF-RAISED-DATE
           MOVE WS-RUN-TIME           TO XF-RAISED-TIME
           OPEN EXTEND EXCEPTION-FEED-FILE
           WRITE EXCEPTION-FEED-RECORD
           CLOSE EXCEPTION-FEED-FILE.

      ******************************************************************
      *    FECHO DA PORTA: QUEM AINDA NAO EMBARCOU PASSA A NO-SHOW E

           MOVE ZERO           TO AT-TICKET
           MOVE WS-GRP-FLIGHT  TO AT-FLIGHT-NUMBER
           MOVE WS-GRP-DATE    TO AT-FLIGHT-DATE
           MOVE 'GRPCHK'       TO AT-TXN-TYPE
           MOVE WS-RUN-DATE    TO AT-RUN-DATE
           MOVE WS-RUN-TIME    TO AT-RUN-TIME
                  ' IMPEDIDOS ' DELIMITED BY SIZE
                  WS-DISP-GRP-SKIP DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

       4100-CHECKIN-ONE-MEMBER.
                       MOVE 'Y' TO WS-GRP-EOF
                   ELSE
                       IF PM-FLIGHT-NUMBER = WS-GRP-FLIGHT
                           AND PM-FLIGHT-DATE = WS-GRP-DATE
                           PERFORM 4200-CHECKIN-MEMBER-DETAIL
                       END-IF
                   END-IF
                      WS-SCAN-REFUSAL DELIMITED BY SIZE
                      INTO GATE-EXCEPTION-RECORD
               WRITE GATE-EXCEPTION-RECORD
               MOVE SPACES TO EXCEPTION-FEED-RECORD
               MOVE WS-GRP-FLIGHT TO XF-FLIGHT-NUMBER
               MOVE WS-GRP-DATE   TO XF-FLIGHT-DATE
               MOVE PM-TICKET     TO XF-TICKET
               PERFORM 2390-RAISE-GATE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

      *    ACAO DE GRUPO (GRPCHK) SAI A PARTE EM 4000
           MOVE PM-TICKET        TO AT-TICKET
           MOVE PM-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE PM-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'CHKIN'          TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           STRING 'CHECK-IN DE GRUPO ' DELIMITED BY SIZE
                  WS-GRP-REF DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           DISPLAY "MEMBRO " PM-TICKET " " PM-NAME
                EXTEND DAILY-SALES-FILE
                EXTEND AUDIT-FILE
                EXTEND REFUND-DUE-FILE
                EXTEND PAYOUT-REQUEST-FILE
                EXTEND PAYMENT-JOURNAL-FILE
           OPEN INPUT FLIGHT-MASTER-FILE
           OPEN INPUT AIRPORT-TAX-FILE
           OPEN I-O SEAT-ASSIGNMENT-FILE

           MOVE WS-CLOSE-FLIGHT TO FM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO FM-FLIGHT-DATE
           READ FLIGHT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO FM-ORIGIN
           STRING '===== RELATORIO DE NO-SHOWS - VOO '
                  DELIMITED BY SIZE
                  WS-CLOSE-FLIGHT DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD

           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM 3100-CLOSE-ONE-PASSENGER UNTIL B-MASTER-EOF

      *    COM OS NO-SHOWS MARCADOS, OS LUGARES QUE DEIXARAM VAO PARA
      *    O PESSOAL EM STANDBY PELA ORDEM DA LISTA
           PERFORM 3300-CLEAR-STANDBY-LIST

           MOVE WS-NOSHOW-COUNT TO WS-DISP-NOSHOWS
           MOVE WS-NOSHOW-BAGS  TO WS-DISP-NOSHOW-BAGS
           MOVE WS-NOSHOW-PAID  TO WS-DISP-NOSHOW-PAID
                  INTO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD

           MOVE WS-SB-CLEARED     TO WS-DISP-SB-CLEARED
           MOVE WS-SB-NOT-CLEARED TO WS-DISP-SB-NOT
           MOVE WS-SB-TAX-TOTAL   TO WS-DISP-SB-TAX
           MOVE SPACES TO NOSHOW-REPORT-RECORD
           STRING 'STANDBYS DESPACHADOS: ' DELIMITED BY SIZE
                  WS-DISP-SB-CLEARED DELIMITED BY SIZE
                  '  SEM LUGAR: ' DELIMITED BY SIZE
                  WS-DISP-SB-NOT DELIMITED BY SIZE
                  '  TAXAS (EUR): ' DELIMITED BY SIZE
                  WS-DISP-SB-TAX DELIMITED BY SIZE
                  INTO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD

           MOVE '=============================================' TO
               NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD
                 DAILY-SALES-FILE
                 AUDIT-FILE
                 REFUND-DUE-FILE
                 PAYOUT-REQUEST-FILE
                 PAYMENT-JOURNAL-FILE
                 FLIGHT-MASTER-FILE
                 AIRPORT-TAX-FILE
                 SEAT-ASSIGNMENT-FILE

      *    PRIMEIRO O OFFLOAD (ANULA AS ETIQUETAS DOS NAO
      *    EMBARCADOS), DEPOIS A MENSAGEM DE FECHO - ASSIM AS
                   MOVE 'Y' TO WS-MASTER-EOF
               NOT AT END
                   IF PM-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                       OR PM-FLIGHT-DATE NOT = WS-CLOSE-DATE
                       MOVE 'Y' TO WS-MASTER-EOF
                   ELSE
                       IF B-PM-INFANT
                       END-IF
      *                CONTAGENS FINAIS DA MENSAGEM DE FECHO: SO QUEM
      *                EMBARCOU DE FACTO
                       IF B-PM-BOARDED AND B-PM-STAFF
                           ADD 1 TO WS-SB-BOARDED
                       END-IF
                       IF B-PM-BOARDED AND NOT B-PM-INFANT
                           ADD 1 TO WS-BRD-TOTAL
                           EVALUATE PM-SEAT
                               ADD 1 TO WS-SSR-COUNT
                           END-IF
                       END-IF
      *                O STANDBY NUNCA E NO-SHOW: COM CHECK-IN FEITO
      *                ENTRA NA LISTA, SE NAO APARECEU FICA COMO ESTA
                       IF B-PM-STAFF
                           IF B-PM-CHECKED-IN
                               PERFORM 3150-ADD-STANDBY-CANDIDATE
                           END-IF
                       ELSE
                       IF NOT B-PM-BOARDED AND NOT B-PM-NO-SHOW
                           AND NOT B-PM-DENIED
                           SET B-PM-NO-SHOW TO TRUE
                                           PM-TICKET
                           END-REWRITE
                           PERFORM 3200-WRITE-NOSHOW-DETAIL
      *                    O LUGAR DO NO-SHOW FICA LIVRE PARA O STANDBY
                           IF NOT B-PM-INFANT AND PM-SEAT NOT = SPACES
                               AND WS-SB-FREE-COUNT < 300
                               ADD 1 TO WS-SB-FREE-COUNT
                               MOVE PM-SEAT TO
                                   WS-SB-FREE-CLASS(WS-SB-FREE-COUNT)
                               MOVE PM-SEAT-NUMBER TO
                                   WS-SB-FREE-SEAT(WS-SB-FREE-COUNT)
                               MOVE 'N' TO
                                   WS-SB-FREE-USED(WS-SB-FREE-COUNT)
                           END-IF
                       END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      *    GUARDAR UM STANDBY (REGISTO NO BUFFER DO MESTRE) NA LISTA
      ******************************************************************
       3150-ADD-STANDBY-CANDIDATE.
           IF WS-SB-CAND-COUNT NOT < 100
               DISPLAY "LISTA DE STANDBY CHEIA - BILHETE " PM-TICKET
                       " FICA DE FORA"
               MOVE 2 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SB-CAND-COUNT
           MOVE PM-STAFF-PRIORITY TO
               WS-SB-CAND-PRIO(WS-SB-CAND-COUNT)
           MOVE PM-STAFF-HIRE-DATE TO
               WS-SB-CAND-HIRE(WS-SB-CAND-COUNT)
           MOVE PM-TICKET TO WS-SB-CAND-TICKET(WS-SB-CAND-COUNT)
           MOVE PM-SEAT   TO WS-SB-CAND-CLASS(WS-SB-CAND-COUNT).

      ******************************************************************
      *    ORDENAR A LISTA DE STANDBY: PRIORIDADE, ANTIGUIDADE (DATA
      *    DE ADMISSAO MAIS ANTIGA PRIMEIRO) E BILHETE - A CHAVE DA
      *    ENTRADA JA ESTA NESTA ORDEM
      ******************************************************************
       3310-SORT-STANDBY-LIST.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX >= WS-SB-CAND-COUNT
               PERFORM VARYING WS-SB-IDX2 FROM WS-SB-IDX BY 1
                   UNTIL WS-SB-IDX2 > WS-SB-CAND-COUNT
                   IF WS-SB-CAND-KEY(WS-SB-IDX2) <
                       WS-SB-CAND-KEY(WS-SB-IDX)
                       MOVE WS-SB-CAND(WS-SB-IDX) TO WS-SB-SWAP
                       MOVE WS-SB-CAND(WS-SB-IDX2) TO
                           WS-SB-CAND(WS-SB-IDX)
                       MOVE WS-SB-SWAP TO WS-SB-CAND(WS-SB-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      *    DESPACHO DA LISTA DE STANDBY NO FECHO DA PORTA: CADA
      *    STANDBY, PELA ORDEM DA LISTA, FICA COM O PRIMEIRO LUGAR
      *    LIVRE DE UM NO-SHOW DA CLASSE QUE PEDIU. QUEM FICA SEM
      *    LUGAR CONTINUA EM TERRA COM O CHECK-IN FEITO
      ******************************************************************
       3300-CLEAR-STANDBY-LIST.
           IF WS-SB-CAND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3310-SORT-STANDBY-LIST

           MOVE SPACES TO NOSHOW-REPORT-RECORD
           STRING '----- LISTA DE STANDBY (PESSOAL NAO PAGANTE) '
                  DELIMITED BY SIZE
                  '-----' DELIMITED BY SIZE
                  INTO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-CAND-COUNT
               PERFORM 3320-CLEAR-ONE-STANDBY
           END-PERFORM.

      ******************************************************************
      *    UM STANDBY DESPACHADO FICA EMBARCADO NO LUGAR DO NO-SHOW
      *    (O LUGAR FISICO PASSA PARA O SEU BILHETE) E PAGA SO AS
      *    TAXAS DOS AEROPORTOS DE ORIGEM E DESTINO - SEM TARIFA NEM
      *    IVA: MOVIMENTO STAFTX NO EXTRATO DIARIO, COBRANCA NO DIARIO
      *    DE PAGAMENTOS E AUDITORIA. O INVENTARIO NAO MEXE: O LUGAR
      *    JA ESTAVA VENDIDO AO NO-SHOW
      ******************************************************************
       3320-CLEAR-ONE-STANDBY.
           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE WS-SB-CAND-TICKET(WS-SB-IDX) TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE ZERO TO WS-SB-FOUND
           PERFORM VARYING WS-SB-IDX2 FROM 1 BY 1
               UNTIL WS-SB-IDX2 > WS-SB-FREE-COUNT
                  OR WS-SB-FOUND > ZERO
               IF NOT B-SB-FREE-USED(WS-SB-IDX2)
                   AND WS-SB-FREE-CLASS(WS-SB-IDX2) = PM-SEAT
                   MOVE WS-SB-IDX2 TO WS-SB-FOUND
               END-IF
           END-PERFORM

           IF WS-SB-FOUND = ZERO
               ADD 1 TO WS-SB-NOT-CLEARED
               MOVE 'SEM LUGAR - FICA EM TERRA' TO WS-SB-LINE-STATUS
               PERFORM 3330-WRITE-STANDBY-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-SB-FREE-USED(WS-SB-FOUND)
           MOVE WS-SB-FREE-SEAT(WS-SB-FOUND) TO PM-SEAT-NUMBER
           SET B-PM-BOARDED TO TRUE

           MOVE ZERO TO WS-NF-TAX-TOTAL
           MOVE ZERO TO WS-NF-ITEM-COUNT
           PERFORM VARYING WS-NF-TAX-SEQ FROM 1 BY 1
               UNTIL WS-NF-TAX-SEQ > 4
               MOVE SPACES TO DS-TAX-NAME(WS-NF-TAX-SEQ)
               MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-NF-TAX-SEQ)
           END-PERFORM
           MOVE FM-ORIGIN TO WS-NF-TAX-AIRPORT
           PERFORM 3260-ADD-AIRPORT-TAXES
           MOVE FM-DESTINATION TO WS-NF-TAX-AIRPORT
           PERFORM 3260-ADD-AIRPORT-TAXES

           MOVE WS-NF-TAX-TOTAL TO PM-TOTAL-PAID
           MOVE WS-NF-TAX-TOTAL TO PM-PAY-AMOUNT
           REWRITE PASSENGER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR O BILHETE " PM-TICKET
           END-REWRITE

           IF PM-SEAT-NUMBER NOT = SPACES
               MOVE WS-CLOSE-FLIGHT TO SA-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE   TO SA-FLIGHT-DATE
               MOVE PM-SEAT-NUMBER  TO SA-SEAT-NUMBER
               MOVE PM-TICKET       TO SA-TICKET
               WRITE SEAT-ASSIGNMENT-RECORD
                   INVALID KEY
                       REWRITE SEAT-ASSIGNMENT-RECORD
               END-WRITE
           END-IF

           MOVE WS-CLOSE-FLIGHT  TO DS-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE    TO DS-FLIGHT-DATE
           MOVE PM-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'STAFTX'         TO DS-TXN-CODE
           MOVE WS-NF-TAX-TOTAL  TO DS-TICKET-TOTAL
           MOVE WS-NF-TAX-TOTAL  TO DS-TAX-AMOUNT
           MOVE ZERO             TO DS-BAG-REVENUE
           MOVE ZERO             TO DS-SEAT-REVENUE
           MOVE PM-CHANNEL-CODE  TO DS-CHANNEL-CODE
           MOVE ZERO             TO DS-COMMISSION
           MOVE ZERO             TO DS-PRICE-BAND
           WRITE DAILY-SALES-RECORD

           IF WS-NF-TAX-TOTAL > ZERO
               MOVE PM-TICKET        TO PJ-TICKET
               MOVE PM-TICKET-NUMBER TO PJ-TICKET-NUMBER
               MOVE WS-CLOSE-FLIGHT  TO PJ-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE    TO PJ-FLIGHT-DATE
               MOVE PM-PAY-METHOD    TO PJ-PAY-METHOD
               MOVE PM-PAY-AUTH-REF  TO PJ-AUTH-REF
               MOVE WS-NF-TAX-TOTAL  TO PJ-AMOUNT
               MOVE WS-RUN-DATE      TO PJ-RUN-DATE
               MOVE 'CHECKIN1'       TO PJ-OPERATOR-ID
               MOVE SPACE            TO PJ-DISPUTE-FLAG
               WRITE PAYMENT-JOURNAL-RECORD
           END-IF

           MOVE WS-NF-TAX-TOTAL TO WS-NF-DISP-TAX
           MOVE PM-TICKET       TO AT-TICKET
           MOVE WS-CLOSE-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO AT-FLIGHT-DATE
           MOVE 'STAFF'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
           MOVE 'CHECKIN1'      TO AT-OPERATOR-ID
           MOVE SPACES          TO AT-DETAIL
           STRING 'STANDBY NO LUGAR ' DELIMITED BY SIZE
                  PM-SEAT-NUMBER DELIMITED BY SIZE
                  ' TAXAS ' DELIMITED BY SIZE
                  WS-NF-DISP-TAX DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD

           ADD 1 TO WS-SB-CLEARED
           ADD 1 TO WS-SB-BOARDED
           ADD WS-NF-TAX-TOTAL TO WS-SB-TAX-TOTAL
           ADD 1 TO WS-BRD-TOTAL
           EVALUATE PM-SEAT
               WHEN 'E'
                   ADD 1 TO WS-BRD-ECONOMY
               WHEN 'J'
                   ADD 1 TO WS-BRD-BUSINESS
               WHEN 'P'
                   ADD 1 TO WS-BRD-PREMIUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO WS-SB-LINE-STATUS
           STRING 'EMBARCADO LUGAR ' DELIMITED BY SIZE
                  PM-SEAT-NUMBER DELIMITED BY SIZE
                  INTO WS-SB-LINE-STATUS
           PERFORM 3330-WRITE-STANDBY-LINE.

      *    LINHA DA LISTA DE STANDBY NO RELATORIO DO FECHO
       3330-WRITE-STANDBY-LINE.
           MOVE SPACES TO NOSHOW-REPORT-RECORD
           STRING 'STANDBY ' DELIMITED BY SIZE
                  PM-TICKET DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PM-NAME DELIMITED BY SIZE
                  ' PRIO ' DELIMITED BY SIZE
                  PM-STAFF-PRIORITY DELIMITED BY SIZE
                  ' CL ' DELIMITED BY SIZE
                  PM-SEAT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-SB-LINE-STATUS DELIMITED BY SIZE
                  INTO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD.

      ******************************************************************
      *    MODO STANDBY: LISTA DO PESSOAL NAO PAGANTE AINDA POR
      *    DESPACHAR NO VOO, PELA ORDEM DO FECHO DA PORTA, PARA O
      *    AGENTE CHAMAR AS PESSOAS. NAO ALTERA NENHUM FICHEIRO
      ******************************************************************
       3350-LIST-STANDBY.
           IF WS-CLOSE-FLIGHT = SPACES
               DISPLAY "FALTA O NUMERO DO VOO NO PARAMETRO STANDBY"
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE ZERO            TO PM-TICKET
           START PASSENGER-MASTER-FILE KEY >= PM-FLIGHT-TICKET-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL B-MASTER-EOF
               READ PASSENGER-MASTER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-MASTER-EOF
                   NOT AT END
                       IF PM-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR PM-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-MASTER-EOF
                       ELSE
                           IF B-PM-STAFF
                               AND (B-PM-BOOKED OR B-PM-CHECKED-IN)
                               PERFORM 3150-ADD-STANDBY-CANDIDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "LISTA DE STANDBY - VOO " WS-CLOSE-FLIGHT
                   " DE " WS-CLOSE-DATE
           PERFORM 3310-SORT-STANDBY-LIST
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
               UNTIL WS-SB-IDX > WS-SB-CAND-COUNT
               MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
               MOVE WS-SB-CAND-TICKET(WS-SB-IDX) TO PM-TICKET
               READ PASSENGER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-NAME
               END-READ
               IF B-PM-CHECKED-IN
                   MOVE 'COM CHECK-IN' TO WS-SB-LINE-STATUS
               ELSE
                   MOVE 'SEM CHECK-IN' TO WS-SB-LINE-STATUS
               END-IF
               DISPLAY WS-SB-IDX " BILHETE " PM-TICKET " " PM-NAME
                       " PRIO " WS-SB-CAND-PRIO(WS-SB-IDX)
                       " ADMISSAO " WS-SB-CAND-HIRE(WS-SB-IDX)
                       " CL " WS-SB-CAND-CLASS(WS-SB-IDX)
                       " " WS-SB-LINE-STATUS
           END-PERFORM
           MOVE WS-SB-CAND-COUNT TO WS-DISP-SB-NOT
           DISPLAY "STANDBYS POR DESPACHAR: " WS-DISP-SB-NOT.

      ******************************************************************
      *    TAXA DE IVA DOS PARAMETROS DE INSTALACAO (SO ESTA CHAVE
      *    INTERESSA AQUI; AS RESTANTES SAO DO LOTE)
      *    FECHO FINANCEIRO DE UM NO-SHOW: MOVIMENTO NOSHOW COM A
      *    TARIFA RETIDA, MOVIMENTO TAXREF COM AS TAXAS ITEMIZADAS A
      *    DEVOLVER (IVA + TAXAS DOS AEROPORTOS DA ROTA, COMO NA
      *    VENDA), LINHA NA LISTA DE REEMBOLSOS DEVIDOS, PEDIDO DE
      *    PAGAMENTO NA FILA DE TRANSFERENCIAS (PAYREQ) E AUDITORIA
      ******************************************************************
       3250-POST-NOSHOW-FORFEIT.
      *    BEBES AO COLO E OPCOES NAO FATURADAS NAO TEM TARIFA A
           END-IF

           MOVE WS-CLOSE-FLIGHT TO DS-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET       TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'NOSHOW'        TO DS-TXN-CODE
           MOVE PM-TOTAL-PAID   TO DS-TICKET-TOTAL
           MOVE ZERO            TO DS-TAX-AMOUNT
           PERFORM 3260-ADD-AIRPORT-TAXES

           MOVE WS-CLOSE-FLIGHT TO DS-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO DS-FLIGHT-DATE
           MOVE PM-TICKET       TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'TAXREF'        TO DS-TXN-CODE
           MOVE WS-NF-TAX-TOTAL TO DS-TICKET-TOTAL
           MOVE WS-NF-TAX-TOTAL TO DS-TAX-AMOUNT
                  INTO REFUND-DUE-RECORD
           WRITE REFUND-DUE-RECORD

      *    A CONTA DO PASSAGEIRO NAO E CONHECIDA NO FECHO DA PORTA: O
      *    PEDIDO FICA RETIDO NA FILA ATE A TESOURARIA A REGISTAR
           IF WS-NF-TAX-TOTAL > ZERO
               MOVE WS-CLOSE-FLIGHT  TO PY-FLIGHT-NUMBER
               MOVE WS-CLOSE-DATE    TO PY-FLIGHT-DATE
               MOVE PM-TICKET        TO PY-TICKET
               MOVE 'T'              TO PY-SOURCE
               MOVE ZERO             TO PY-SEQ
               MOVE PM-TICKET-NUMBER TO PY-TICKET-NUMBER
               MOVE PM-NAME          TO PY-PAYEE-NAME
               MOVE SPACES           TO PY-IBAN
               MOVE WS-NF-TAX-TOTAL  TO PY-AMOUNT
               MOVE WS-RUN-DATE      TO PY-REQUEST-DATE
               MOVE 'CHECKIN1'       TO PY-OPERATOR-ID
               WRITE PAYOUT-REQUEST-RECORD
           END-IF

           MOVE PM-TICKET       TO AT-TICKET
           MOVE WS-CLOSE-FLIGHT TO AT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO AT-FLIGHT-DATE
           MOVE 'NOSHOW'        TO AT-TXN-TYPE
           MOVE WS-RUN-DATE     TO AT-RUN-DATE
           MOVE WS-RUN-TIME     TO AT-RUN-TIME
                  DELIMITED BY SIZE
                  WS-NF-DISP-TAX DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      *    SOMAR AS TAXAS NOMEADAS DE UM AEROPORTO AOS ITENS DO
           MOVE SPACES TO CLOSEOUT-RECORD
           STRING 'VOO/' DELIMITED BY SIZE
                  WS-CLOSE-FLIGHT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  ' FECHO DA PORTA' DELIMITED BY SIZE
                  INTO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
                  WS-INFANT-COUNT DELIMITED BY SIZE
                  ' SSR/' DELIMITED BY SIZE
                  WS-SSR-COUNT DELIMITED BY SIZE
                  ' STF/' DELIMITED BY SIZE
                  WS-SB-BOARDED DELIMITED BY SIZE
                  INTO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD

           OPEN INPUT BAG-TAG-FILE
           MOVE SPACE TO WS-BT-EOF
           MOVE WS-CLOSE-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO BT-FLIGHT-DATE
           MOVE ZERO            TO BT-TICKET
           MOVE ZERO            TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                       MOVE 'Y' TO WS-BT-EOF
                   NOT AT END
                       IF BT-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                           OR BT-FLIGHT-DATE NOT = WS-CLOSE-DATE
                           MOVE 'Y' TO WS-BT-EOF
                       ELSE
                           IF B-BT-ACTIVE
           MOVE SPACES TO OFFLOAD-RECORD
           STRING '===== LISTA DE OFFLOAD - VOO ' DELIMITED BY SIZE
                  WS-CLOSE-FLIGHT DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
                  INTO OFFLOAD-RECORD
           WRITE OFFLOAD-RECORD
           MOVE SPACE TO WS-BT-EOF
           MOVE ZERO  TO WS-OFFLOAD-POSITION
           MOVE WS-CLOSE-FLIGHT TO BT-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO BT-FLIGHT-DATE
           MOVE ZERO            TO BT-TICKET
           MOVE ZERO            TO BT-BAG-SEQ
           START BAG-TAG-FILE KEY >= BT-TAG-KEY
                   MOVE 'Y' TO WS-BT-EOF
               NOT AT END
                   IF BT-FLIGHT-NUMBER NOT = WS-CLOSE-FLIGHT
                       OR BT-FLIGHT-DATE NOT = WS-CLOSE-DATE
                       MOVE 'Y' TO WS-BT-EOF
                   ELSE
                       IF B-BT-ACTIVE
           MOVE 'N' TO WS-OFF-OWNER-BOARDED
           MOVE BT-TICKET TO WS-OFF-TICKET
           MOVE WS-CLOSE-FLIGHT TO PM-FLIGHT-NUMBER
           MOVE WS-CLOSE-DATE   TO PM-FLIGHT-DATE
           MOVE WS-OFF-TICKET   TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                  WS-DISP-PAID DELIMITED BY SIZE
                  INTO NOSHOW-REPORT-RECORD
           WRITE NOSHOW-REPORT-RECORD.

      ******************************************************************
      *    LARGADA DE BAGAGEM: CADA LINHA DO FEED E UMA MALA PESADA.
      *    O PESO REAL FICA NA ETIQUETA (A FOLHA DE CARGA E A
      *    MENSAGEM DE FECHO PASSAM A SOMA-LO) E O EXCESSO SAI NO
      *    EXTRATO DIARIO E NO DIARIO DE PAGAMENTOS COMO COBRANCA DO
      *    AEROPORTO. UMA LINHA RECUSADA NAO MEXE NA ETIQUETA E PODE
      *    SER REENVIADA DEPOIS DE CORRIGIDA
      ******************************************************************
       5000-APPLY-BAG-DROP-FEED.
           OPEN INPUT BAG-DROP-FILE
           IF WS-BAGDROP-STATUS NOT = '00'
               DISPLAY "ERRO A ABRIR O FEED DA LARGADA DE BAGAGEM: "
                       WS-BAGDROP-STATUS
               MOVE 1 TO WS-RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O BAG-TAG-FILE
           OPEN EXTEND GATE-EXCEPTION-FILE
                EXTEND AUDIT-FILE
                EXTEND DAILY-SALES-FILE
                EXTEND PAYMENT-JOURNAL-FILE

           MOVE 'N' TO WS-BD-EOF
           PERFORM 5100-APPLY-ONE-WEIGHING UNTIL B-BD-EOF

           CLOSE BAG-DROP-FILE
                 BAG-TAG-FILE
                 GATE-EXCEPTION-FILE
                 AUDIT-FILE
                 DAILY-SALES-FILE
                 PAYMENT-JOURNAL-FILE

           MOVE WS-BD-READ         TO WS-DISP-BD-READ
           MOVE WS-BD-APPLIED      TO WS-DISP-BD-APPLIED
           MOVE WS-BD-REFUSED      TO WS-DISP-BD-REFUSED
           MOVE WS-BD-CHARGED      TO WS-DISP-BD-CHARGED
           MOVE WS-BD-TOTAL-EXCESS TO WS-DISP-BD-TOTAL
           DISPLAY "FEED DA LARGADA DE BAGAGEM PROCESSADO"
           DISPLAY "Pesagens lidas:         " WS-DISP-BD-READ
           DISPLAY "Pesagens aplicadas:     " WS-DISP-BD-APPLIED
           DISPLAY "Pesagens recusadas:     " WS-DISP-BD-REFUSED
           DISPLAY "Malas com excesso:      " WS-DISP-BD-CHARGED
           DISPLAY "Excesso cobrado (EUR):  " WS-DISP-BD-TOTAL

           IF WS-BD-REFUSED > ZERO
               MOVE 2 TO WS-RETURN-CODE
           END-IF.

       5100-APPLY-ONE-WEIGHING.
           READ BAG-DROP-FILE
               AT END
                   MOVE 'Y' TO WS-BD-EOF
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-BD-READ
           IF BD-FLIGHT-DATE = SPACES
               MOVE WS-RUN-DATE TO BD-FLIGHT-DATE
           END-IF
           MOVE SPACES TO WS-BD-REFUSAL

           IF BD-FLIGHT-NUMBER = SPACES
               OR BD-TICKET IS NOT NUMERIC
               OR BD-BAG-SEQ IS NOT NUMERIC
               OR BD-WEIGHT IS NOT NUMERIC
               OR BD-WEIGHT = ZERO
               MOVE 'PESAGEM INVALIDA' TO WS-BD-REFUSAL
               PERFORM 5900-REFUSE-WEIGHING
               EXIT PARAGRAPH
           END-IF

           MOVE BD-FLIGHT-NUMBER TO PM-FLIGHT-NUMBER
           MOVE BD-FLIGHT-DATE   TO PM-FLIGHT-DATE
           MOVE BD-TICKET        TO PM-TICKET
           READ PASSENGER-MASTER-FILE
               INVALID KEY
                   MOVE 'BILHETE INEXISTENTE OU CANCELADO' TO
                       WS-BD-REFUSAL
                   PERFORM 5900-REFUSE-WEIGHING
                   EXIT PARAGRAPH
           END-READ

           MOVE BD-FLIGHT-NUMBER TO BT-FLIGHT-NUMBER
           MOVE BD-FLIGHT-DATE   TO BT-FLIGHT-DATE
           MOVE BD-TICKET        TO BT-TICKET
           MOVE BD-BAG-SEQ       TO BT-BAG-SEQ
           READ BAG-TAG-FILE
               INVALID KEY
                   MOVE 'ETIQUETA INEXISTENTE' TO WS-BD-REFUSAL
                   PERFORM 5900-REFUSE-WEIGHING
                   EXIT PARAGRAPH
           END-READ
           IF NOT B-BT-ACTIVE
               MOVE 'ETIQUETA ANULADA' TO WS-BD-REFUSAL
               PERFORM 5900-REFUSE-WEIGHING
               EXIT PARAGRAPH
           END-IF

           PERFORM 5200-PRICE-EXCESS
           IF WS-BD-EXCESS > ZERO AND NOT B-BD-PAY-VALID
               MOVE 'EXCESSO SEM MEIO DE PAGAMENTO VALIDO' TO
                   WS-BD-REFUSAL
               PERFORM 5900-REFUSE-WEIGHING
               EXIT PARAGRAPH
           END-IF

           MOVE BT-WEIGHT   TO WS-BD-OLD-WEIGHT
           MOVE BD-WEIGHT   TO BT-WEIGHT
           SET B-BT-WEIGHED TO TRUE
           MOVE WS-RUN-DATE TO BT-WEIGHED-DATE
           IF WS-BD-EXCESS > ZERO
               ADD WS-BD-EXCESS TO BT-EXCESS-PAID
           END-IF
           REWRITE BAG-TAG-RECORD
               INVALID KEY
                   DISPLAY "ERRO A GRAVAR A ETIQUETA " BD-FLIGHT-NUMBER
                           BD-TICKET BD-BAG-SEQ
                   MOVE 2 TO WS-RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-BD-APPLIED

           MOVE BD-AGENT-ID TO WS-BD-OPERATOR
           IF WS-BD-OPERATOR = SPACES
               MOVE 'CHECKIN1' TO WS-BD-OPERATOR
           END-IF
           IF WS-BD-EXCESS > ZERO
               PERFORM 5300-POST-EXCESS
           END-IF
           PERFORM 5400-WRITE-WEIGHING-AUDIT.

      ******************************************************************
      *    TARIFAS DOS DOIS ESCALOES PELO SUBPROG (A MESMA TABELA DA
      *    VENDA): O DO PESO DECLARADO (PM-BAG-WEIGHT) E O DO PESO DA
      *    BALANCA. SO HA EXCESSO QUANDO O ESCALAO SOBE, E UMA MALA
      *    MAIS LEVE NAO DA DEVOLUCAO
      ******************************************************************
       5200-PRICE-EXCESS.
           MOVE 'B'   TO WS-CALC-TYPE
           MOVE 1     TO WS-CALC-QTY
           MOVE SPACE TO WS-CALC-CLASS
           MOVE ZERO  TO WS-CALC-LOAD
           MOVE PM-BAG-WEIGHT TO WS-CALC-WEIGHT
           CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                   WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                   WS-CALC-RESULT WS-CALC-BAND
           MOVE WS-CALC-RESULT TO WS-BD-DECLARED-RATE

           MOVE BD-WEIGHT TO WS-CALC-WEIGHT
           CALL 'SUBPROG' USING WS-CALC-TYPE WS-CALC-QTY
                   WS-CALC-CLASS WS-CALC-WEIGHT WS-CALC-LOAD
                   WS-CALC-RESULT WS-CALC-BAND
           MOVE WS-CALC-RESULT TO WS-BD-ACTUAL-RATE

           COMPUTE WS-BD-EXCESS = WS-BD-ACTUAL-RATE
               - WS-BD-DECLARED-RATE - BT-EXCESS-PAID
           IF WS-BD-EXCESS < ZERO
               MOVE ZERO TO WS-BD-EXCESS
           END-IF.

      ******************************************************************
      *    COBRANCA DO EXCESSO NO AEROPORTO (XSBAG): RECEITA DE
      *    BAGAGEM NO EXTRATO DIARIO E PAGAMENTO DO BALCAO NO DIARIO,
      *    COM A AUTORIZACAO DO TERMINAL (CARTAO) E O AGENTE QUE
      *    COBROU, PARA O FECHO DE CAIXA DA LARGADA
      ******************************************************************
       5300-POST-EXCESS.
           ADD 1 TO WS-BD-CHARGED
           ADD WS-BD-EXCESS TO WS-BD-TOTAL-EXCESS

           MOVE BD-FLIGHT-NUMBER TO DS-FLIGHT-NUMBER
           MOVE BD-FLIGHT-DATE   TO DS-FLIGHT-DATE
           MOVE BD-TICKET        TO DS-TICKET
           MOVE PM-TICKET-NUMBER TO DS-TICKET-NUMBER
           MOVE 'XSBAG'          TO DS-TXN-CODE
           MOVE WS-BD-EXCESS     TO DS-TICKET-TOTAL
           MOVE ZERO             TO DS-TAX-AMOUNT
           PERFORM VARYING WS-NF-TAX-SEQ FROM 1 BY 1
               UNTIL WS-NF-TAX-SEQ > 4
               MOVE SPACES TO DS-TAX-NAME(WS-NF-TAX-SEQ)
               MOVE ZERO   TO DS-TAX-ITEM-AMT(WS-NF-TAX-SEQ)
           END-PERFORM
           MOVE WS-BD-EXCESS     TO DS-BAG-REVENUE
           MOVE ZERO             TO DS-SEAT-REVENUE
           MOVE PM-CHANNEL-CODE  TO DS-CHANNEL-CODE
           MOVE ZERO             TO DS-COMMISSION
           MOVE ZERO             TO DS-PRICE-BAND
           WRITE DAILY-SALES-RECORD

           MOVE BD-TICKET        TO PJ-TICKET
           MOVE PM-TICKET-NUMBER TO PJ-TICKET-NUMBER
           MOVE BD-FLIGHT-NUMBER TO PJ-FLIGHT-NUMBER
           MOVE BD-FLIGHT-DATE   TO PJ-FLIGHT-DATE
           MOVE BD-PAY-METHOD    TO PJ-PAY-METHOD
           MOVE BD-AUTH-REF      TO PJ-AUTH-REF
           MOVE WS-BD-EXCESS     TO PJ-AMOUNT
           MOVE WS-RUN-DATE      TO PJ-RUN-DATE
           MOVE WS-BD-OPERATOR   TO PJ-OPERATOR-ID
           MOVE SPACE            TO PJ-DISPUTE-FLAG
           WRITE PAYMENT-JOURNAL-RECORD

           MOVE WS-BD-EXCESS TO WS-DISP-BD-EXCESS
           DISPLAY "EXCESSO DE BAGAGEM - BILHETE " BD-TICKET
                   " MALA " BD-BAG-SEQ " " BD-WEIGHT "KG: "
                   WS-DISP-BD-EXCESS " EUR".

      *    CADA PESAGEM APLICADA FICA NA TRILHA (BAGWGT), COM O PESO
      *    ANTERIOR E O NOVO E O EXCESSO COBRADO
       5400-WRITE-WEIGHING-AUDIT.
           MOVE WS-BD-EXCESS TO WS-DISP-BD-EXCESS
           MOVE BD-TICKET        TO AT-TICKET
           MOVE BD-FLIGHT-NUMBER TO AT-FLIGHT-NUMBER
           MOVE BD-FLIGHT-DATE   TO AT-FLIGHT-DATE
           MOVE 'BAGWGT'         TO AT-TXN-TYPE
           MOVE WS-RUN-DATE      TO AT-RUN-DATE
           MOVE WS-RUN-TIME      TO AT-RUN-TIME
           MOVE WS-BD-OPERATOR   TO AT-OPERATOR-ID
           MOVE SPACES           TO AT-DETAIL
           STRING 'MALA ' DELIMITED BY SIZE
                  BD-BAG-SEQ DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-BD-OLD-WEIGHT DELIMITED BY SIZE
                  'KG -> ' DELIMITED BY SIZE
                  BD-WEIGHT DELIMITED BY SIZE
                  'KG EXCESSO ' DELIMITED BY SIZE
                  WS-DISP-BD-EXCESS DELIMITED BY SIZE
                  INTO AT-DETAIL
           MOVE SPACES TO AT-SEAL
           WRITE AUDIT-TRAIL-RECORD.

      ******************************************************************
      *    PESAGEM RECUSADA: ECRA PARA O AGENTE DA LARGADA E LINHA NO
      *    RELATORIO DE EXCECOES E NO REGISTO CENTRAL, COMO AS
      *    LEITURAS RECUSADAS DA PORTA
      ******************************************************************
       5900-REFUSE-WEIGHING.
           ADD 1 TO WS-BD-REFUSED
           DISPLAY "PESAGEM RECUSADA - VOO " BD-FLIGHT-NUMBER
                   " BILHETE " BD-TICKET " MALA " BD-BAG-SEQ
                   " - " WS-BD-REFUSAL
           MOVE SPACES TO GATE-EXCEPTION-RECORD
           STRING 'VOO ' DELIMITED BY SIZE
                  BD-FLIGHT-NUMBER DELIMITED BY SIZE
                  ' BILHETE ' DELIMITED BY SIZE
                  BD-TICKET DELIMITED BY SIZE
                  ' MALA ' DELIMITED BY SIZE
                  BD-BAG-SEQ DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WS-BD-REFUSAL DELIMITED BY SIZE
                  INTO GATE-EXCEPTION-RECORD
           WRITE GATE-EXCEPTION-RECORD
           MOVE SPACES TO EXCEPTION-FEED-RECORD
           MOVE BD-FLIGHT-NUMBER TO XF-FLIGHT-NUMBER
           MOVE BD-FLIGHT-DATE   TO XF-FLIGHT-DATE
           IF BD-TICKET IS NUMERIC
               MOVE BD-TICKET TO XF-TICKET
           ELSE
               MOVE ZERO TO XF-TICKET
           END-IF
           PERFORM 2390-RAISE-GATE-EXCEPTION.
