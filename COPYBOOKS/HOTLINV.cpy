      ******************************************************************
      *    HOTLINV - LINHAS DAS FATURAS DOS HOTEIS CONTRATADOS
      *    (hotel-invoices.txt), REGISTADAS PELA CONTABILIDADE A
      *    MEDIDA QUE AS FATURAS CHEGAM: UMA LINHA POR QUARTO COBRADO,
      *    COM O NUMERO DO VOUCHER DE HOTEL (VER CAREVCH) QUE O
      *    PASSAGEIRO ENTREGOU. O HOTLRECN.cbl CONFERE NO FIM DO MES AS
      *    LINHAS COM DATA DE FATURA NO MES
      ******************************************************************
       01 HOTEL-INVOICE-RECORD.
           05 HI-HOTEL-CODE             PIC X(6).
           05 HI-INVOICE-REF            PIC X(12).
           05 HI-INVOICE-DATE           PIC 9(8).
           05 HI-VOUCHER-NUMBER         PIC X(8).
           05 HI-NIGHT-DATE             PIC 9(8).
           05 HI-AMOUNT                 PIC 9(4)V99.
