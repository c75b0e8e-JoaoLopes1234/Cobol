      ******************************************************************
      *    PERCTL - CONTROLO DOS PERIODOS CONTABILISTICOS MENSAIS
      *    (period-control.txt). O PERAPND.cbl GRAVA UMA LINHA 'N' POR
      *    NOITE ACRESCENTADA AO PERIODO ABERTO, COM OS TOTAIS DE
      *    CONTROLO DOS EXTRATOS DESSA NOITE; O PERCLOSE.cbl GRAVA A
      *    LINHA 'C' QUE FECHA E TRANCA O PERIODO, COM OS TOTAIS DO
      *    PERIODO INTEIRO CONFERIDOS CONTRA OS FICHEIROS.
      *    PC-BUSINESS-DATE E A DATA DE NEGOCIO DA NOITE (NA LINHA DE
      *    FECHO, O DIA DO FECHO); PC-PERIOD E O PERIODO QUE A RECEBEU
      *    - UMA NOITE TARDIA DE UM PERIODO JA FECHADO ENTRA NO
      *    PERIODO ABERTO SEGUINTE
      ******************************************************************
       01 PERIOD-CONTROL-RECORD.
           05 PC-RECORD-TYPE            PIC X(1).
               88 B-PC-NIGHT            VALUE 'N'.
               88 B-PC-CLOSE            VALUE 'C'.
           05 PC-PERIOD                 PIC 9(6).
           05 PC-BUSINESS-DATE          PIC 9(8).
           05 PC-CHAIN-ID               PIC X(14).
           05 PC-STAMP-DATE             PIC 9(8).
           05 PC-STAMP-TIME             PIC 9(6).
           05 PC-SALES-COUNT            PIC 9(7).
           05 PC-SALES-AMOUNT           PIC 9(11)V99.
           05 PC-TAX-AMOUNT             PIC 9(11)V99.
           05 PC-AUDIT-COUNT            PIC 9(7).
           05 PC-PAYMENT-COUNT          PIC 9(7).
           05 PC-PAYMENT-AMOUNT         PIC 9(11)V99.
           05 PC-JOURNAL-COUNT          PIC 9(7).
           05 PC-OPERATOR-ID            PIC X(8).
