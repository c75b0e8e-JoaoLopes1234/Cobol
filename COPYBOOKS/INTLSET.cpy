      ******************************************************************
      *    INTLSET - FICHEIRO MENSAL DE LIQUIDACAO INTERLINE, UM POR
      *    PARCEIRA (interline-CC-AAAAMM.txt), GERADO PELO INTLSETL.cbl:
      *    H = CABECALHO, D = UM CUPAO (TROCO VOADO NO MES NUM VOO COM
      *    A PARCEIRA), T = TOTAIS. NO DETALHE O SENTIDO P E O QUE
      *    DEVEMOS A PARCEIRA (ELA OPEROU O TROCO) E R O QUE ELA NOS
      *    DEVE (VENDEU COM O SEU CODIGO UM TROCO OPERADO POR NOS). O
      *    VALOR E A PARTE DA TARIFA DO PERCURSO RATEADA PELOS KM DO
      *    TROCO (ROUTDIST); O FATURADO VEM DA FATURACAO DA PARCEIRA
      *    (INTLBILL) E O DIFERENDO DIZ PORQUE NAO BATEM:
      *    V = VALOR DIFERENTE, D = FATURADO PELA PARCEIRA E
      *    DESCONHECIDO DO NOSSO LADO, N = NOSSO E NAO FATURADO
      ******************************************************************
       01 INTERLINE-SETTLE-RECORD.
           05 IS-RECORD-TYPE            PIC X(1).
               88 B-IS-HEADER           VALUE 'H'.
               88 B-IS-DETAIL           VALUE 'D'.
               88 B-IS-TOTAL            VALUE 'T'.
           05 IS-HEADER-DATA.
               10 IS-H-OWN-CARRIER      PIC X(2).
               10 IS-H-PARTNER          PIC X(2).
               10 IS-H-PARTNER-NAME     PIC X(30).
               10 IS-H-MONTH            PIC X(6).
               10 IS-H-RUN-DATE         PIC X(8).
      *        S = A FATURACAO DA PARCEIRA DO MES FOI CONCILIADA
               10 IS-H-BILLING-RECEIVED PIC X(1).
               10 FILLER                PIC X(30).
           05 IS-DETAIL-DATA REDEFINES IS-HEADER-DATA.
               10 IS-D-DIRECTION        PIC X(1).
               10 IS-D-TICKET-NUMBER    PIC 9(13).
               10 IS-D-FLIGHT-NUMBER    PIC X(6).
               10 IS-D-FLIGHT-DATE      PIC X(8).
               10 IS-D-ORIGIN           PIC X(3).
               10 IS-D-DESTINATION      PIC X(3).
               10 IS-D-LEG-KM           PIC 9(5).
               10 IS-D-PRORATE-PCT      PIC 9(3)V99.
               10 IS-D-AMOUNT           PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
               10 IS-D-BILLED           PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
               10 IS-D-DISPUTE          PIC X(1).
                   88 B-IS-NO-DISPUTE   VALUE SPACE.
                   88 B-IS-AMOUNT-DIFF  VALUE 'V'.
                   88 B-IS-NOT-OURS     VALUE 'D'.
                   88 B-IS-NOT-BILLED   VALUE 'N'.
               10 FILLER                PIC X(14).
           05 IS-TOTAL-DATA REDEFINES IS-HEADER-DATA.
               10 IS-T-COUPONS          PIC 9(5).
      *        DEVIDO A PARCEIRA (P), DEVIDO PELA PARCEIRA (R) E SALDO
      *        (POSITIVO = A PARCEIRA PAGA-NOS)
               10 IS-T-OWED-TO-PARTNER  PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10 IS-T-OWED-BY-PARTNER  PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10 IS-T-NET              PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
               10 IS-T-DISPUTES         PIC 9(5).
               10 IS-T-DISPUTED-AMOUNT  PIC 9(9)V99.
               10 FILLER                PIC X(22).
