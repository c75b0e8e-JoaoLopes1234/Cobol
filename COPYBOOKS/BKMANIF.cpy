      ******************************************************************
      *    BKMANIF - MANIFESTO DE UM CONJUNTO DE BACKUP DOS MESTRES
      *    INDEXADOS (backup-manifest.txt DENTRO DO CONJUNTO). UMA
      *    LINHA POR MESTRE COM O NUMERO DE REGISTOS E A PRIMEIRA E A
      *    ULTIMA CHAVE PRIMARIA, TIRADOS DOS MESTRES EM LINHA NO
      *    MOMENTO DO BACKUP. O MASTBKUP.cbl CONFERE A COPIA CONTRA
      *    ESTE MANIFESTO ANTES DE O BACKUP CONTAR COMO BOM, E O
      *    restore-masters.sh CONFERE-O OUTRA VEZ ANTES DE REPOR
      ******************************************************************
       01 BACKUP-MANIFEST-RECORD.
           05 BM-FILE-NAME              PIC X(24).
           05 FILLER                    PIC X(1).
      *    'A' = O MESTRE NAO EXISTIA NA ALTURA DO BACKUP (FICHEIRO
      *    OPCIONAL AINDA NUNCA CRIADO) - A REPOSICAO APAGA-O
           05 BM-FILE-STATE             PIC X(1).
               88 B-BM-PRESENT          VALUE 'P'.
               88 B-BM-ABSENT           VALUE 'A'.
           05 FILLER                    PIC X(1).
           05 BM-RECORD-COUNT           PIC 9(9).
           05 FILLER                    PIC X(1).
           05 BM-FIRST-KEY              PIC X(44).
           05 FILLER                    PIC X(1).
           05 BM-LAST-KEY               PIC X(44).
           05 FILLER                    PIC X(1).
           05 BM-SET-DATE               PIC 9(8).
           05 BM-SET-TIME               PIC 9(6).
