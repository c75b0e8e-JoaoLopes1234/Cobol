      ******************************************************************
      *    DISTMAST - MESTRE DE DISTRIBUICAO DOS DOCUMENTOS DE VOO
      *    (distribution-master.dat, CARREGADO PELO DISTLOAD.cbl). DIZ
      *    A QUEM VAI CADA DOCUMENTO E COMO: O DOCDIST.cbl PARTE OS
      *    FICHEIROS DO MANIFEST, NOTOC, LOADSHT, UMDOC, APISGEN,
      *    SEATCHRT E DO FECHO DO CHECKIN NUM DOCUMENTO POR VOO E POE
      *    CADA UM NA AREA DO DESTINATARIO DENTRO DO DIST.
      *    O AMBITO DE CADA LINHA E:
      *    - R = ROTA ORIGEM-DESTINO ('LIS-OPO')
      *    - O = ESTACAO DE PARTIDA ('LIS')
      *    - A = ESTACAO DE CHEGADA ('OPO')
      *    - * = QUALQUER VOO (CODIGO EM BRANCO)
      *    UM DOCUMENTO VAI PARA TODAS AS LINHAS DE ROTA E DE ESTACAO
      *    QUE SE APLICAM AO VOO; SO QUANDO NENHUMA SE APLICA SEGUE
      *    PARA AS LINHAS '*' DO DOCUMENTO
      ******************************************************************
       01 DISTRIBUTION-MASTER-RECORD.
           05 DM-KEY.
               10 DM-DOC-TYPE           PIC X(8).
                   88 B-DM-DOC-VALID    VALUES 'MANIFEST' 'NOTOC'
                                               'LOADSHT' 'UMDOC'
                                               'APIS' 'SEATCHRT'
                                               'CLOSEOUT'.
               10 DM-SCOPE-TYPE         PIC X(1).
                   88 B-DM-SCOPE-ROUTE  VALUE 'R'.
                   88 B-DM-SCOPE-DEP    VALUE 'O'.
                   88 B-DM-SCOPE-ARR    VALUE 'A'.
                   88 B-DM-SCOPE-ALL    VALUE '*'.
               10 DM-SCOPE-CODE         PIC X(7).
               10 DM-RECIPIENT-SEQ      PIC 9(2).
      *    AREA DO DESTINATARIO: SUBDIRETORIO DO DIST ONDE O DOCUMENTO
      *    E POSTO (LETRAS, DIGITOS E '-'), P.EX. COMANDANTE-LIS,
      *    HANDLING-OPO, AUTORIDADE-APIS
           05 DM-RECIPIENT-AREA         PIC X(12).
           05 DM-RECIPIENT-NAME         PIC X(30).
      *    COMO O DOCUMENTO CHEGA AO DESTINATARIO A PARTIR DA AREA:
      *    F = FICA NA AREA (IMPRESSO OU LIDO NA ESTACAO), E = CORREIO
      *    ELETRONICO, S = MENSAGEM SITA/TELEX; NESTES DOIS O ENDERECO
      *    E OBRIGATORIO
           05 DM-METHOD                 PIC X(1).
               88 B-DM-METHOD-VALID     VALUES 'F' 'E' 'S'.
               88 B-DM-NEEDS-ADDRESS    VALUES 'E' 'S'.
           05 DM-ADDRESS                PIC X(40).
           05 DM-STATUS                 PIC X(1).
               88 B-DM-ACTIVE           VALUE 'A'.
               88 B-DM-INACTIVE         VALUE 'I'.
           05 FILLER                    PIC X(10).
