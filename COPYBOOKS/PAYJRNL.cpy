      *    'D' QUANDO O ADQUIRENTE REVERTEU O PAGAMENTO (CHARGEBACK)
           05 PJ-DISPUTE-FLAG       PIC X(1).
               88 B-PJ-DISPUTED     VALUE 'D'.
      *    DATA DE PARTIDA DO VOO (AAAAMMDD): COM O NUMERO DO VOO
      *    IDENTIFICA A PARTIDA CONCRETA NO MESTRE DE PASSAGEIROS
           05 PJ-FLIGHT-DATE        PIC X(8).
      *    NUMERO COMPLETO DO BILHETE (13 DIGITOS, VER TKTSTOCK), O
      *    QUE O ADQUIRENTE CONHECE
           05 PJ-TICKET-NUMBER      PIC 9(13).
