               10 IT-JOURNEY-REF        PIC X(6).
               10 IT-LEG-SEQ            PIC 9(2).
           05 IT-FLIGHT-NUMBER          PIC X(6).
      *    DATA DA PERNA (O VOO SO E UNICO COM A DATA - VER FLIGHTREC)
           05 IT-FLIGHT-DATE            PIC X(8).
           05 IT-TICKET                 PIC 9(4).
