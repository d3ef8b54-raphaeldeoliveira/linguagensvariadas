      ******************************************************************
      *  ESTCATFD  --  FD E LAYOUT DO REGISTRO DE AUDITORIA DO
      *  CATALOGO DE CURSOS (ARQ-AUD-CATALOGO, COPYBOOK IRMAO DE
      *  ESTCATSL). ARQUIVO PROPRIO, SEPARADO DE ARQ-AUDITORIA: OS
      *  CONSUMIDORES DA TRILHA DE ESTUDANTE (ASF-SQL, AUD-RPT,
      *  DLT-SQL, COR-EXT) TRATAM TODO REGISTRO COMO IMAGEM DE
      *  ESTUDANTE. CADA REGISTRO GUARDA A IMAGEM ANTES E DEPOIS DA
      *  LINHA DE CURSO (NOME, VAGAS, MENSALIDADE, STATUS), A
      *  COMPETENCIA DE VIGENCIA DA MENSALIDADE ALTERADA, O RESULTADO
      *  E QUEM DIGITOU. NA INCLUSAO A IMAGEM ANTES FICA EM
      *  BRANCOS/ZEROS. INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-AUD-CATALOGO
           RECORDING MODE IS F.
       01  REG-AUD-CATALOGO.
           05  CAT-DATA                  PIC 9(08).
           05  CAT-HORA                  PIC 9(08).
           05  CAT-OPERACAO              PIC X(01).
               88  CAT-OP-INCLUSAO               VALUE 'K'.
               88  CAT-OP-VAGAS                  VALUE 'Q'.
               88  CAT-OP-MENSALIDADE            VALUE 'F'.
               88  CAT-OP-RETIRADA               VALUE 'D'.
           05  CAT-CURSO-ID              PIC 9(04).
           05  CAT-ANTES.
               10  CAT-NOME-ANTES        PIC X(30).
               10  CAT-VAGAS-ANTES       PIC 9(05).
               10  CAT-MENSAL-ANTES      PIC 9(05)V9(02).
               10  CAT-STATUS-ANTES      PIC X(01).
           05  CAT-DEPOIS.
               10  CAT-NOME-DEPOIS       PIC X(30).
               10  CAT-VAGAS-DEPOIS      PIC 9(05).
               10  CAT-MENSAL-DEPOIS     PIC 9(05)V9(02).
               10  CAT-STATUS-DEPOIS     PIC X(01).
           05  CAT-VIGENCIA              PIC X(06).
           05  CAT-RESULTADO             PIC X(01).
               88  CAT-SUCESSO                   VALUE 'S'.
               88  CAT-FALHA                     VALUE 'N'.
           05  CAT-CAMPUS                PIC X(02).
           05  CAT-OPERADOR              PIC X(08).
           05  CAT-SEQUENCIA             PIC 9(06).
