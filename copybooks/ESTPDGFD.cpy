      ******************************************************************
      *  ESTPDGFD  --  FD E LAYOUT DO ARQUIVO DE PAUTAS DIGITADAS
      *  (ARQ-PAUTA-DIGITADA, COPYBOOK IRMAO DE ESTPDGSL), 80 BYTES.
      *  CADA PAUTA E UM CABECALHO TIPO 'H', COPIADO DO TOPO E DO
      *  RODAPE DA FOLHA (NUMERO DE CONTROLE, CURSO, PERIODO,
      *  QUANTIDADE DE ESTUDANTES IMPRESSA E AULAS DADAS), SEGUIDO DE
      *  UM DETALHE TIPO 'D' POR LINHA DA FOLHA, NA ORDEM DA FOLHA.
      *  TODOS OS CAMPOS SAO DIGITADOS COM ZEROS A ESQUERDA; NOTA COM
      *  DUAS DECIMAIS IMPLICITAS (0850 = 8,50). NOTA, PRESENCAS E
      *  AULAS DADAS EM BRANCO = NAO PREENCHIDO NA FOLHA.
      *  INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-PAUTA-DIGITADA
           RECORDING MODE IS F.
       01  PDG-REGISTRO.
           05  PDG-TIPO-REGISTRO         PIC X(01).
               88  PDG-CABECALHO                 VALUE 'H'.
               88  PDG-DETALHE                   VALUE 'D'.
           05  FILLER                    PIC X(79).
       01  PDG-REG-CABECALHO.
           05  FILLER                    PIC X(01).
           05  PDG-H-NUMERO              PIC X(07).
           05  PDG-H-NUMERO-N REDEFINES PDG-H-NUMERO
                                         PIC 9(07).
           05  PDG-H-CURSO-ID            PIC X(04).
           05  PDG-H-CURSO-ID-N REDEFINES PDG-H-CURSO-ID
                                         PIC 9(04).
           05  PDG-H-PERIODO             PIC X(06).
           05  PDG-H-QTDE                PIC X(04).
           05  PDG-H-QTDE-N REDEFINES PDG-H-QTDE
                                         PIC 9(04).
           05  PDG-H-AULAS-DADAS         PIC X(03).
           05  PDG-H-AULAS-DADAS-N REDEFINES PDG-H-AULAS-DADAS
                                         PIC 9(03).
           05  FILLER                    PIC X(55).
       01  PDG-REG-DETALHE.
           05  FILLER                    PIC X(01).
           05  PDG-D-ESTUDANTE-ID        PIC X(07).
           05  PDG-D-NOTA                PIC X(04).
           05  PDG-D-PRESENCAS           PIC X(03).
           05  FILLER                    PIC X(65).
