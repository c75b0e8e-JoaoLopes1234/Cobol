      ******************************************************************
      *    CARGO - CARGA E CORREIO RESERVADOS POR VOO (cargo-bookings
      *    .dat), INDEXADO POR VOO+DATA DE PARTIDA+CARTA DE PORTE
      *    (AWB). A CARGA VAI NOS MESMOS PORORES DA BAGAGEM E ATE
      *    AGORA A FOLHA DE CARGA NAO A VIA. RESERVADA E DESCARREGADA
      *    PELO CARGOMNT.cbl; SOMADA A CARGA PAGA NO LOADSHT.cbl E AS
      *    MERCADORIAS PERIGOSAS (DGR) LISTADAS NO NOTOC.cbl. UMA
      *    DESCARGA (OFFLOAD) NAO APAGA O REGISTO: FICA COM O ESTADO
      *    'O' PARA SE SABER O QUE FICOU EM TERRA
      ******************************************************************
       01 CARGO-BOOKING-RECORD.
           05 CG-FLIGHT-AWB-KEY.
               10 CG-FLIGHT-NUMBER      PIC X(6).
               10 CG-FLIGHT-DATE        PIC X(8).
               10 CG-AWB-NUMBER         PIC X(11).
      *    'C' = CARGA, 'M' = CORREIO (MALAS POSTAIS)
           05 CG-SHIPMENT-TYPE          PIC X(1).
               88 B-CG-CARGO            VALUE 'C'.
               88 B-CG-MAIL             VALUE 'M'.
           05 CG-SHIPPER-NAME           PIC X(30).
           05 CG-PIECES                 PIC 9(4).
      *    PESO EM KG E VOLUME EM METROS CUBICOS
           05 CG-WEIGHT                 PIC 9(6).
           05 CG-VOLUME                 PIC 9(3)V99.
      *    CODIGO DE CARGA ESPECIAL: PER = PERECIVEL, AVI = ANIMAIS
      *    VIVOS, DGR = MERCADORIAS PERIGOSAS, VAL = VALORES, HUM =
      *    RESTOS MORTAIS; EM BRANCO = CARGA GERAL
           05 CG-SPECIAL-CODE           PIC X(3).
               88 B-CG-DANGEROUS        VALUE 'DGR'.
      *    SO PARA DGR: NUMERO ONU, CLASSE DE RISCO E DESIGNACAO
           05 CG-DG-UN-NUMBER           PIC X(6).
           05 CG-DG-CLASS               PIC X(3).
           05 CG-DG-DESC                PIC X(30).
           05 CG-STATUS                 PIC X(1).
               88 B-CG-BOOKED           VALUE 'B'.
               88 B-CG-OFFLOADED        VALUE 'O'.
      *    DATA DA RESERVA OU DA DESCARGA E OPERADOR QUE A FEZ
           05 CG-STATUS-DATE            PIC 9(8).
           05 CG-OPERATOR-ID            PIC X(8).
