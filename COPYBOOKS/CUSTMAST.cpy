      ******************************************************************
      *    CUSTMAST - MESTRE DE CLIENTES (customer-master.dat),
      *    INDEXADO POR NUMERO DE CLIENTE. O MESTRE DE PASSAGEIROS SO
      *    CONHECE BILHETES: A MESMA PESSOA COM CINCO VIAGENS ERA
      *    CINCO REGISTOS SEM NADA QUE OS LIGASSE, E PARA RESPONDER A
      *    UMA RECLAMACAO ERA PRECISO PROCURAR PELO NOME EM CADA
      *    FICHEIRO. O FILE-FLY E O PASSAGEM LIGAM CADA PASSAGEIRO
      *    GRAVADO A UM CLIENTE (PM-CUSTOMER-ID): PRIMEIRO PELO MEMBRO
      *    DE FIDELIZACAO (LOYMAST), DEPOIS PELO NOME+DOCUMENTO DE
      *    VIAGEM, DEPOIS PELO NOME+E-MAIL; SEM CORRESPONDENCIA E
      *    CRIADO UM CLIENTE NOVO. AS LIGACOES ERRADAS SAO DESFEITAS
      *    NO CUSTMRG.cbl (FUSAO/SEPARACAO) E O HISTORICO COMPLETO E
      *    CONSULTADO NO CUSTINQ.cbl.
      *    O REGISTO DE CHAVE ZERO E O REGISTO DE CONTROLO: GUARDA EM
      *    CU-LAST-ISSUED O ULTIMO NUMERO DE CLIENTE ATRIBUIDO
      ******************************************************************
       01 CUSTOMER-MASTER-RECORD.
           05 CU-CUSTOMER-ID            PIC 9(8).
      *    CHAVES ALTERNATIVAS DE CORRESPONDENCIA (COM DUPLICADOS): O
      *    NOME E REPETIDO EM CADA UMA PARA A CHAVE SER CONTIGUA
           05 CU-MATCH-DOC-KEY.
               10 CU-DOC-NAME           PIC X(14).
               10 CU-DOC-NUMBER         PIC X(9).
           05 CU-MATCH-EMAIL-KEY.
               10 CU-EMAIL-NAME         PIC X(14).
               10 CU-EMAIL              PIC X(40).
      *    MEMBRO DE FIDELIZACAO (LM-MEMBER-ID); EM BRANCO SE NAO FOR
           05 CU-LOYALTY-ID             PIC X(6).
           05 CU-NAME                   PIC X(14).
           05 CU-PHONE                  PIC X(15).
           05 CU-DOC-TYPE               PIC X(1).
           05 CU-NATIONALITY            PIC X(11).
      *    PRIMEIRA E ULTIMA VEZ QUE O CLIENTE FOI LIGADO A UM BILHETE
           05 CU-FIRST-SEEN-DATE        PIC 9(8).
           05 CU-LAST-SEEN-DATE         PIC 9(8).
      *    'M' = FUNDIDO NOUTRO CLIENTE (CU-MERGED-INTO) PELO CUSTMRG;
      *    OS BILHETES CONTINUAM LIGADOS A ESTE NUMERO E A CONSULTA
      *    JUNTA-OS AO SOBREVIVENTE, PARA A SEPARACAO SER EXATA
           05 CU-STATUS                 PIC X(1).
               88 B-CU-ACTIVE           VALUE 'A'.
               88 B-CU-MERGED           VALUE 'M'.
           05 CU-MERGED-INTO            PIC 9(8).
           05 CU-MERGED-DATE            PIC 9(8).
           05 CU-MERGED-BY              PIC X(8).
      *    SO NO REGISTO DE CONTROLO (CHAVE ZERO)
           05 CU-LAST-ISSUED            PIC 9(8).
