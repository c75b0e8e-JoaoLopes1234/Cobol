      ******************************************************************
      *    GRPREQ - PEDIDOS DE GRUPO (MAIS DE NOVE PASSAGEIROS: ESCOLAS,
      *    EXCURSOES, EQUIPAS). O GRUPO E NEGOCIADO PELAS VENDAS E
      *    REGISTADO NO GRPREQ.cbl COM A TARIFA ACORDADA POR PESSOA, O
      *    DEPOSITO E OS PRAZOS; NA ACEITACAO OS LUGARES FICAM RETIDOS
      *    NO INVENTARIO (SI-SEATS-SOLD SOBE, COMO NUM BLOCO DO
      *    ALLOTMNT). O VARRIMENTO DIARIO (GRPREQ.cbl SWEEP):
      *    - LIBERTA OS LUGARES DE UM GRUPO SEM DEPOSITO NO PRAZO
      *    - CONVERTE A LISTA DE NOMES (group-names.txt) EM REGISTOS
      *      NEW DO LOTE COM GQ-GROUP-REF COMO REFERENCIA DA RESERVA;
      *      O FILE-FLY ABATE CADA UM NOS LUGARES RETIDOS
      *      (GQ-SEATS-BOOKED) PELA TARIFA DO GRUPO E FORMA O PNR NO
      *      BOOKGRP COMO EM QUALQUER RESERVA
      *    - AVISA AS VENDAS DOS GRUPOS COM O PRAZO DA LISTA DE NOMES
      *      A APROXIMAR-SE E AINDA COM LUGARES POR NOMEAR
      *    - PASSADO O PRAZO DA LISTA, DEVOLVE A VENDA LIVRE OS
      *      LUGARES QUE NAO CHEGARAM A SER RESERVADOS
      ******************************************************************
       01 GROUP-REQUEST-RECORD.
      *    REFERENCIA DO GRUPO 'G' + 5 DIGITOS, QUE E TAMBEM A
      *    REFERENCIA DA RESERVA (PNR) DOS MEMBROS NO LOTE
           05 GQ-GROUP-REF              PIC X(6).
           05 GQ-FLIGHT-NUMBER          PIC X(6).
           05 GQ-FLIGHT-DATE            PIC X(8).
           05 GQ-SEAT-CLASS             PIC X(1).
           05 GQ-CHANNEL-CODE           PIC X(3).
           05 GQ-GROUP-NAME             PIC X(30).
           05 GQ-CONTACT-NAME           PIC X(20).
           05 GQ-CONTACT-PHONE          PIC X(15).
           05 GQ-CONTACT-EMAIL          PIC X(40).
      *    Q = COTADO, H = ACEITE COM LUGARES RETIDOS A ESPERA DO
      *    DEPOSITO, D = DEPOSITO PAGO, F = LISTA FECHADA (SOBRA
      *    DEVOLVIDA), X = LIBERTADO POR FALTA DE DEPOSITO,
      *    C = CANCELADO PELAS VENDAS
           05 GQ-STATUS                 PIC X(1).
               88 B-GQ-QUOTED           VALUE 'Q'.
               88 B-GQ-HELD             VALUE 'H'.
               88 B-GQ-DEPOSIT-PAID     VALUE 'D'.
               88 B-GQ-CLOSED           VALUE 'F'.
               88 B-GQ-RELEASED         VALUE 'X'.
               88 B-GQ-CANCELLED        VALUE 'C'.
               88 B-GQ-SEATS-HELD       VALUES 'H' 'D'.
           05 GQ-QUOTE-DATE             PIC 9(8).
           05 GQ-SEATS-REQUESTED        PIC 9(3).
      *    TARIFA NEGOCIADA POR PESSOA, EM EUROS, QUE SUBSTITUI O
      *    PRECO DA CLASSE E DO BILHETE (A BAGAGEM PAGA-SE A PARTE)
           05 GQ-FARE-PER-HEAD          PIC 9(5)V99.
           05 GQ-SEATS-HELD             PIC 9(3).
           05 GQ-DEPOSIT-AMOUNT         PIC 9(7)V99.
           05 GQ-DEPOSIT-DUE-DATE       PIC 9(8).
      *    ZERO ENQUANTO O DEPOSITO NAO FOR REGISTADO
           05 GQ-DEPOSIT-PAID-DATE      PIC 9(8).
           05 GQ-NAME-DEADLINE          PIC 9(8).
      *    NOMES JA CONVERTIDOS EM REGISTOS NEW (GQ-SEATS-NAMED) E
      *    MEMBROS EFETIVAMENTE RESERVADOS PELO FILE-FLY
      *    (GQ-SEATS-BOOKED) - UM NOME RECUSADO NA VALIDACAO DO LOTE
      *    FICA NOMEADO MAS NAO RESERVADO
           05 GQ-SEATS-NAMED            PIC 9(3).
           05 GQ-SEATS-BOOKED           PIC 9(3).
      *    MEIO DE PAGAMENTO DOS MEMBROS NO LOTE: 'A' COM A CONTA DE
      *    EMPRESA EM GQ-PAY-AUTH-REF (ESCOLAS, AGENCIAS), 'N' =
      *    NUMERARIO COBRADO PELAS VENDAS
           05 GQ-PAY-METHOD             PIC X(1).
           05 GQ-PAY-AUTH-REF           PIC X(8).
           05 GQ-OPERATOR-ID            PIC X(8).
           05 FILLER                    PIC X(20).
