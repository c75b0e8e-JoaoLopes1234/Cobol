      ******************************************************************
      *    DISTLOG - REGISTO DE ENTREGA DE DOCUMENTOS DE VOO, UMA LINHA
      *    POR DOCUMENTO E DESTINATARIO. O DOCDIST.cbl GRAVA AS LINHAS
      *    DA PASSAGEM EM distribution-pending.txt; O run-docdist.sh
      *    COPIA CADA DOCUMENTO PARA A AREA E SO DEPOIS JUNTA AS LINHAS
      *    AO distribution-log.txt, QUE E O QUE O CONTROLO ANTES DA
      *    PARTIDA (DOCDIST CHECK) CONSULTA. A AREA E O NOME DO
      *    FICHEIRO VEM A CABECA PARA O SCRIPT OS LER POR COLUNA
      ******************************************************************
       01 DISTRIBUTION-LOG-RECORD.
           05 DL-RECIPIENT-AREA         PIC X(12).
           05 DL-FILE-NAME              PIC X(40).
           05 DL-DOC-TYPE               PIC X(8).
           05 DL-FLIGHT-NUMBER          PIC X(6).
           05 DL-FLIGHT-DATE            PIC X(8).
      *    D = ENTREGUE AO DESTINATARIO DO MESTRE, U = SEM DESTINATARIO
      *    (POSTO NA AREA SEM-DESTINO), M = EM FALTA NA PARTIDA,
      *    ASSINALADO PELO CONTROLO (SO UMA VEZ POR VOO E DOCUMENTO)
           05 DL-STATUS                 PIC X(1).
               88 B-DL-DELIVERED        VALUE 'D'.
               88 B-DL-UNROUTED         VALUE 'U'.
               88 B-DL-MISSING          VALUE 'M'.
           05 DL-METHOD                 PIC X(1).
           05 DL-RECIPIENT-NAME         PIC X(30).
           05 DL-ADDRESS                PIC X(40).
           05 DL-LOG-DATE               PIC 9(8).
           05 DL-LOG-TIME               PIC 9(6).
