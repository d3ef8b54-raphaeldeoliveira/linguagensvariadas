      ******************************************************************
      *  ESTAUTFD  --  FD E LAYOUT DO REGISTRO DE AUDITORIA DA
      *  MANUTENCAO DE AUTORIZACOES (ARQ-AUD-AUTORIZ), 80 BYTES. UM
      *  REGISTRO POR SOLICITACAO PROCESSADA PELO MNT-AUT, APLICADA OU
      *  RECUSADA: OS TRES FLAGS DO OPERADOR ANTES E DEPOIS (NA
      *  RECUSA, DEPOIS = ANTES), QUEM SOLICITOU, QUEM APROVOU (O
      *  SEGUNDO APROVADOR EXIGIDO NA CONCESSAO) E O MOTIVO DA
      *  RECUSA. OPERADOR AINDA SEM LINHA NA TABELA TEM IMAGEM ANTES
      *  EM BRANCO. INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-AUD-AUTORIZ
           RECORDING MODE IS F.
       01  REG-AUD-AUTORIZ.
           05  AAU-DATA                  PIC 9(08).
           05  AAU-HORA                  PIC 9(08).
           05  AAU-ACAO                  PIC X(01).
               88  AAU-CONCESSAO                 VALUE 'G'.
               88  AAU-REVOGACAO                 VALUE 'R'.
           05  AAU-OPERADOR-ID           PIC X(08).
           05  AAU-FLAG                  PIC X(01).
           05  AAU-ANTES.
               10  AAU-EXCLUSAO-ANTES    PIC X(01).
               10  AAU-REATIVACAO-ANTES  PIC X(01).
               10  AAU-CATALOGO-ANTES    PIC X(01).
           05  AAU-DEPOIS.
               10  AAU-EXCLUSAO-DEPOIS   PIC X(01).
               10  AAU-REATIVACAO-DEPOIS PIC X(01).
               10  AAU-CATALOGO-DEPOIS   PIC X(01).
           05  AAU-SOLICITANTE           PIC X(08).
           05  AAU-APROVADOR             PIC X(08).
           05  AAU-RESULTADO             PIC X(01).
               88  AAU-SUCESSO                   VALUE 'S'.
               88  AAU-FALHA                     VALUE 'N'.
           05  AAU-MOTIVO                PIC X(30).
           05  FILLER                    PIC X(01).
