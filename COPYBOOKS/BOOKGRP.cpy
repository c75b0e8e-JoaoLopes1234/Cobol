      *    DE COLIDIR E O FICHEIRO ACUMULA A NOITE INTEIRA
           05 BG-FLIGHT-REF-KEY.
               10 BG-FLIGHT-NUMBER  PIC X(6).
               10 BG-FLIGHT-DATE    PIC X(8).
               10 BG-BOOKING-REF    PIC X(6).
           05 BG-MEMBER-COUNT       PIC 9(3).
           05 BG-FREE-BAGS-POOL     PIC 9(3).
