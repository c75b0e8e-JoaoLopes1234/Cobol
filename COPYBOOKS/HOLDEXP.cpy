      ******************************************************************
      *    HOLDEXP - REGISTO DAS OPCOES DE RESERVA EXPIRADAS
      *    (hold-expiry-log.txt), UMA LINHA POR OPCAO LIBERTADA PELO
      *    HOLDSWP.cbl. O REGISTO RETIDO E APAGADO DO MESTRE E A
      *    TRILHA DE AUDITORIA (HOLDEX) SO GUARDA VOO E BILHETE: SEM
      *    ESTA LINHA PERDIA-SE QUEM FEZ A OPCAO. O VARRIMENTO DE
      *    INTEGRIDADE DE RECEITA (RVINTSWP.cbl) CONTA AQUI AS OPCOES
      *    EXPIRADAS POR CONTACTO E REESCREVE O FICHEIRO SO COM AS
      *    DA JANELA QUE AINDA CONTA
      ******************************************************************
       01 HOLD-EXPIRY-RECORD.
           05 HX-EXPIRY-DATE        PIC 9(8).
           05 HX-FLIGHT-NUMBER      PIC X(6).
           05 HX-FLIGHT-DATE        PIC X(8).
           05 HX-TICKET             PIC 9(4).
           05 HX-NAME               PIC X(14).
           05 HX-PHONE              PIC X(15).
           05 HX-EMAIL              PIC X(40).
           05 HX-CUSTOMER-ID        PIC 9(8).
