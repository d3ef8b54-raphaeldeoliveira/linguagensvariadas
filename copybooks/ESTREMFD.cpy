      ******************************************************************
      *  ESTREMFD  --  FD E LAYOUT DO ARQUIVO DE REMESSA DE COBRANCA
      *  BANCARIA NO PADRAO CNAB 400 DO BANCO (ARQ-REMESSA, COPYBOOK
      *  IRMAO DE ESTREMSL). UM HEADER (TIPO '0'), UM DETALHE (TIPO
      *  '1') POR COBRANCA NOVA DA COMPETENCIA E UM TRAILER (TIPO
      *  '9'), TODOS DE 400 BYTES, COM O SEQUENCIAL DO REGISTRO NAS
      *  POSICOES 395-400.
      *
      *  O BANCO DEVOLVE NO ARQUIVO DE RETORNO, SEM ALTERAR, O CAMPO
      *  "USO DA EMPRESA" (POSICOES 38-62). NELE VAI A CHAVE DA
      *  COBRANCA (REM-CONTROLE: ESTUDANTE, CURSO E COMPETENCIA), QUE
      *  O RET-BCO USA PARA ACHAR A LINHA PAGA. O NOSSO NUMERO FICA
      *  EM ZEROS: QUEM O ATRIBUI E O BANCO, NA EMISSAO DO BOLETO.
      *  DATAS NO FORMATO DO BANCO (DDMMAA); VALORES COM DUAS
      *  DECIMAIS IMPLICITAS.
      *  INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-REMESSA
           RECORDING MODE IS F.
       01  REM-REGISTRO.
           05  REM-TIPO-REGISTRO         PIC X(01).
               88  REM-HEADER                    VALUE '0'.
               88  REM-DETALHE                   VALUE '1'.
               88  REM-TRAILER                   VALUE '9'.
           05  FILLER                    PIC X(393).
           05  REM-SEQUENCIAL            PIC 9(06).
       01  REM-REG-HEADER.
           05  FILLER                    PIC X(01).
           05  REM-H-OPERACAO            PIC X(01).
           05  REM-H-LITERAL-REMESSA     PIC X(07).
           05  REM-H-SERVICO             PIC X(02).
           05  REM-H-LITERAL-SERVICO     PIC X(15).
           05  REM-H-CODIGO-EMPRESA      PIC X(20).
           05  REM-H-NOME-EMPRESA        PIC X(30).
           05  REM-H-BANCO               PIC X(03).
           05  REM-H-NOME-BANCO          PIC X(15).
           05  REM-H-DATA-GRAVACAO       PIC 9(06).
           05  FILLER                    PIC X(294).
           05  FILLER                    PIC 9(06).
       01  REM-REG-DETALHE.
           05  FILLER                    PIC X(01).
           05  REM-D-TIPO-INSCRICAO      PIC X(02).
           05  REM-D-CNPJ-EMPRESA        PIC X(14).
           05  REM-D-CODIGO-EMPRESA      PIC X(20).
           05  REM-D-CONTROLE.
               10  REM-D-ESTUDANTE-ID    PIC 9(07).
               10  REM-D-CURSO-ID        PIC 9(04).
               10  REM-D-COMPETENCIA     PIC X(06).
               10  FILLER                PIC X(08).
           05  REM-D-NOSSO-NUMERO        PIC 9(11).
           05  FILLER                    PIC X(35).
           05  REM-D-OCORRENCIA          PIC X(02).
           05  REM-D-SEU-NUMERO          PIC X(10).
           05  REM-D-VENCIMENTO          PIC 9(06).
           05  REM-D-VALOR               PIC 9(11)V9(02).
           05  REM-D-BANCO-COBRADOR      PIC 9(03).
           05  REM-D-AGENCIA-DEPOSITARIA PIC 9(05).
           05  REM-D-ESPECIE             PIC X(02).
           05  REM-D-ACEITE              PIC X(01).
           05  REM-D-DATA-EMISSAO        PIC 9(06).
           05  FILLER                    PIC X(62).
           05  REM-D-TIPO-INSC-PAGADOR   PIC X(02).
           05  REM-D-CPF-PAGADOR         PIC X(14).
           05  REM-D-NOME-PAGADOR        PIC X(40).
           05  REM-D-ENDERECO-PAGADOR    PIC X(40).
           05  FILLER                    PIC X(12).
           05  REM-D-CEP-PAGADOR         PIC X(08).
           05  REM-D-MENSAGEM            PIC X(60).
           05  FILLER                    PIC 9(06).
       01  REM-REG-TRAILER.
           05  FILLER                    PIC X(01).
           05  REM-T-QTDE-TITULOS        PIC 9(08).
           05  REM-T-VALOR-TOTAL         PIC 9(13)V9(02).
           05  FILLER                    PIC X(370).
           05  FILLER                    PIC 9(06).
