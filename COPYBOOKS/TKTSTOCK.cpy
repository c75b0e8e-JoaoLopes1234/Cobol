      ******************************************************************
      *    TKTSTOCK - STOCK DE NUMEROS DE BILHETE POR CANAL DE VENDA
      *    (VER CHANMAST), INDEXADO PELO CODIGO DO CANAL. O NUMERO
      *    COMPLETO DO BILHETE TEM 13 DIGITOS: PREFIXO DA COMPANHIA
      *    (3) + NUMERO DE SERIE (9) + DIGITO DE CONTROLO (1), ESTE
      *    O RESTO DA DIVISAO DA SERIE POR 7. OS PARCEIROS E O
      *    ADQUIRENTE RECUSAVAM OS 4 DIGITOS DO PM-TICKET, QUE SE
      *    REPETEM DE VOO PARA VOO; O PM-TICKET CONTINUA A SER O
      *    NUMERO DO PASSAGEIRO DENTRO DO VOO (CHAVE DOS MESTRES).
      *    CADA CANAL TEM A SUA GAMA DE SERIES (ATRIBUIDA NO
      *    CHANMNT.cbl); A VENDA E RECUSADA FORA DA GAMA DO CANAL OU
      *    COM O DIGITO DE CONTROLO ERRADO, E SEM NUMERO NA VENDA O
      *    BILHETE E EMITIDO COM A SERIE SEGUINTE DA GAMA
      ******************************************************************
       01 TICKET-STOCK-RECORD.
           05 TK-CHANNEL-CODE       PIC X(3).
           05 TK-AIRLINE-PREFIX     PIC 9(3).
           05 TK-SERIAL-FROM        PIC 9(9).
           05 TK-SERIAL-TO          PIC 9(9).
      *    MAIOR SERIE JA USADA DA GAMA (ZERO = NENHUMA): A EMISSAO
      *    AUTOMATICA CONTINUA A PARTIR DAQUI
           05 TK-LAST-SERIAL        PIC 9(9).
           05 TK-USED-COUNT         PIC 9(9).
           05 TK-ALLOC-DATE         PIC 9(8).
