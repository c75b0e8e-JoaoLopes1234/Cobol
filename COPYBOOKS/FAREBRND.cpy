      *    POR MARCA, A TAXA DE ALTERACAO, A PERCENTAGEM DE
      *    PENALIZACAO NO CANCELAMENTO (100 = NAO REEMBOLSAVEL), A
      *    BANDEIRA DE REEMBOLSO E AS MALAS INCLUIDAS NA FRANQUIA.
      *    B = BASICA, S = STANDARD (OMISSAO), F = FLEXIVEL.
      *    A MUDANCA DE NOME (NAMECH NO LOTE, OPCAO 1 DO CORRIGIR) SO
      *    E ACEITE NAS MARCAS COM A BANDEIRA A 'Y' E PAGA A TAXA DA
      *    MARCA; ATE FB-NAME-TYPO-MAX LETRAS DIFERENTES E CORRECAO
      *    DE ERRO DE ESCRITA, GRATUITA EM QUALQUER MARCA
      ******************************************************************
       01 FARE-BRAND-TABLE.
           05 FILLER PIC X(1)     VALUE 'B'.
           05 FILLER PIC 9(3)     VALUE 100.
           05 FILLER PIC X(1)     VALUE 'N'.
           05 FILLER PIC 9(1)     VALUE 0.
           05 FILLER PIC X(1)     VALUE 'N'.
           05 FILLER PIC 9(3)V99  VALUE 000,00.
           05 FILLER PIC X(1)     VALUE 'S'.
           05 FILLER PIC 9(3)V99  VALUE 040,00.
           05 FILLER PIC 9(3)     VALUE 020.
           05 FILLER PIC X(1)     VALUE 'Y'.
           05 FILLER PIC 9(1)     VALUE 1.
           05 FILLER PIC X(1)     VALUE 'Y'.
           05 FILLER PIC 9(3)V99  VALUE 050,00.
           05 FILLER PIC X(1)     VALUE 'F'.
           05 FILLER PIC 9(3)V99  VALUE 000,00.
           05 FILLER PIC 9(3)     VALUE 000.
           05 FILLER PIC X(1)     VALUE 'Y'.
           05 FILLER PIC 9(1)     VALUE 2.
           05 FILLER PIC X(1)     VALUE 'Y'.
           05 FILLER PIC 9(3)V99  VALUE 000,00.
       01 FARE-BRAND-REDEF REDEFINES FARE-BRAND-TABLE.
           05 FARE-BRAND-ENTRY OCCURS 3 TIMES.
               10 FB-BRAND-CODE     PIC X(1).
               10 FB-CANCEL-PEN-PCT PIC 9(3).
               10 FB-REFUNDABLE     PIC X(1).
               10 FB-FREE-BAGS      PIC 9(1).
               10 FB-NAME-CHG-OK    PIC X(1).
               10 FB-NAME-CHG-FEE   PIC 9(3)V99.
       01 FB-NAME-TYPO-MAX          PIC 9(2) VALUE 02.
