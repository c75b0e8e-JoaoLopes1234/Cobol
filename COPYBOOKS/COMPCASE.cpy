      ******************************************************************
      *    COMPCASE - PROCESSOS DE RECLAMACAO DE CLIENTES
      *    (complaint-cases.dat), INDEXADOS PELO NUMERO DO PROCESSO E
      *    LIGADOS AO BILHETE (VOO+DATA+BILHETE, CHAVE ALTERNATIVA).
      *    AS RECLAMACOES CHEGAVAM POR E-MAIL A UMA CAIXA PARTILHADA E
      *    NADA GUARDAVA O QUE FOI PROMETIDO AO CLIENTE. CADA PROCESSO
      *    TEM CATEGORIA, ESTADO, OPERADOR ATRIBUIDO, PRAZO DE
      *    RESPOSTA E UM REGISTO DE NOTAS (COMPNOTE); OS RESULTADOS
      *    (VOUCHER, REEMBOLSO, COMPENSACAO) SAO LANCADOS PELOS
      *    DIARIOS NORMAIS E SOMADOS AQUI. MANTIDO PELO CASEMNT.cbl;
      *    O CASEAGE.cbl LISTA TODAS AS SEMANAS OS PROCESSOS EM ABERTO
      *    CONTRA O PRAZO DE RESPOSTA.
      *    O REGISTO DE CHAVE ZERO E O REGISTO DE CONTROLO: GUARDA EM
      *    CS-LAST-ISSUED O ULTIMO NUMERO DE PROCESSO ATRIBUIDO
      ******************************************************************
       01 COMPLAINT-CASE-RECORD.
           05 CS-CASE-ID                PIC 9(8).
           05 CS-TICKET-KEY.
               10 CS-FLIGHT-NUMBER      PIC X(6).
               10 CS-FLIGHT-DATE        PIC X(8).
               10 CS-TICKET             PIC 9(4).
           05 CS-TICKET-NUMBER          PIC 9(13).
           05 CS-NAME                   PIC X(14).
      *    ENDERECO DE ONDE VEIO A RECLAMACAO (PARA A RESPOSTA)
           05 CS-EMAIL                  PIC X(40).
           05 CS-CATEGORY               PIC X(1).
               88 B-CS-DELAY            VALUE 'A'.
               88 B-CS-BAGGAGE          VALUE 'B'.
               88 B-CS-SERVICE          VALUE 'S'.
               88 B-CS-REFUND           VALUE 'R'.
               88 B-CS-DENIED-BRD       VALUE 'N'.
               88 B-CS-VALID-CATEGORY   VALUES 'A' 'B' 'S' 'R' 'N'.
      *    O = ABERTO (SEM RESPOSTA AO CLIENTE), R = RESPONDIDO (A
      *    AGUARDAR O CLIENTE OU O RESULTADO), F = FECHADO
           05 CS-STATUS                 PIC X(1).
               88 B-CS-OPEN             VALUE 'O'.
               88 B-CS-ANSWERED         VALUE 'R'.
               88 B-CS-CLOSED           VALUE 'F'.
           05 CS-ASSIGNED-OPER          PIC X(8).
           05 CS-OPENED-BY              PIC X(8).
           05 CS-RECEIVED-DATE          PIC 9(8).
      *    PRAZO DA PRIMEIRA RESPOSTA, FIXADO NA ABERTURA
           05 CS-DUE-DATE               PIC 9(8).
           05 CS-ANSWERED-DATE          PIC 9(8).
           05 CS-CLOSED-DATE            PIC 9(8).
           05 CS-SUBJECT                PIC X(60).
      *    ULTIMA NOTA GRAVADA NO COMPNOTE (SEQUENCIA DO PROCESSO)
           05 CS-NOTE-COUNT             PIC 9(3).
      *    RESULTADOS ACUMULADOS DO PROCESSO (EUROS)
           05 CS-VOUCHER-TOTAL          PIC 9(6)V99.
           05 CS-REFUND-TOTAL           PIC 9(6)V99.
           05 CS-COMPENSATION-TOTAL     PIC 9(6)V99.
      *    SO NO REGISTO DE CONTROLO (CHAVE ZERO)
           05 CS-LAST-ISSUED            PIC 9(8).
