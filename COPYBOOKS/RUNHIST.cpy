           05 RH-REJECTS            PIC 9(6).
           05 RH-ELAPSED-SECS       PIC 9(6).
           05 RH-RETURN-CODE        PIC 9(4).
      *    DATA DE PARTIDA DO VOO DA EXECUCAO (AAAAMMDD; EM BRANCO NOS
      *    REGISTOS ANTERIORES AOS VOOS DATADOS)
           05 RH-FLIGHT-DATE        PIC X(8).
