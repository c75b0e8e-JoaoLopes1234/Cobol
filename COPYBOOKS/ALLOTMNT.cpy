      *    INVENTARIO NA CONTRATACAO (SI-SEATS-SOLD SOBE PELO BLOCO),
      *    AS RESERVAS DO CANAL ABATEM EM AL-SEATS-USED EM VEZ DE
      *    OCUPAR INVENTARIO LIVRE, E NA DATA DE LIBERACAO O RESTO
      *    NAO NOMEADO VOLTA A VENDA LIVRE (ALLOTMNT.cbl RELEASE).
      *    O BLOCO E DE UMA DATA CONCRETA DO VOO (VER FLIGHTREC)
      ******************************************************************
       01 ALLOTMENT-RECORD.
           05 AL-FLIGHT-CLASS-CHN-KEY.
               10 AL-FLIGHT-NUMBER      PIC X(6).
               10 AL-FLIGHT-DATE        PIC X(8).
               10 AL-SEAT-CLASS         PIC X(1).
               10 AL-CHANNEL-CODE       PIC X(3).
           05 AL-BLOCK-SIZE             PIC 9(4).
