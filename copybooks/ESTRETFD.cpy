      ******************************************************************
      *  ESTRETFD  --  FD E LAYOUT DO ARQUIVO DE RETORNO DE COBRANCA
      *  BANCARIA NO PADRAO CNAB 400 DO BANCO (ARQ-RETORNO, COPYBOOK
      *  IRMAO DE ESTRETSL). HEADER TIPO '0' (OPERACAO '2' =
      *  RETORNO), UM DETALHE TIPO '1' POR OCORRENCIA DO TITULO E
      *  TRAILER TIPO '9'. RET-D-CONTROLE DEVOLVE, SEM ALTERACAO, O
      *  CAMPO "USO DA EMPRESA" DA REMESSA (ESTREMFD): A CHAVE
      *  ESTUDANTE + CURSO + COMPETENCIA DA COBRANCA. SO AS
      *  OCORRENCIAS DE LIQUIDACAO (RET-D-LIQUIDACAO) SAO PAGAMENTO;
      *  AS DEMAIS (ENTRADA CONFIRMADA, BAIXA, TARIFA...) SAO SO
      *  CONTADAS. DATAS NO FORMATO DO BANCO (DDMMAA); VALORES COM
      *  DUAS DECIMAIS IMPLICITAS.
      *  INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-RETORNO
           RECORDING MODE IS F.
       01  RET-REGISTRO.
           05  RET-TIPO-REGISTRO         PIC X(01).
               88  RET-HEADER                    VALUE '0'.
               88  RET-DETALHE                   VALUE '1'.
               88  RET-TRAILER                   VALUE '9'.
           05  FILLER                    PIC X(393).
           05  RET-SEQUENCIAL            PIC 9(06).
       01  RET-REG-HEADER.
           05  FILLER                    PIC X(01).
           05  RET-H-OPERACAO            PIC X(01).
               88  RET-H-RETORNO                 VALUE '2'.
           05  RET-H-LITERAL-RETORNO     PIC X(07).
           05  RET-H-SERVICO             PIC X(02).
           05  RET-H-LITERAL-SERVICO     PIC X(15).
           05  RET-H-CODIGO-EMPRESA      PIC X(20).
           05  RET-H-NOME-EMPRESA        PIC X(30).
           05  RET-H-BANCO               PIC X(03).
           05  RET-H-NOME-BANCO          PIC X(15).
           05  RET-H-DATA-GRAVACAO       PIC 9(06).
           05  FILLER                    PIC X(294).
           05  FILLER                    PIC 9(06).
       01  RET-REG-DETALHE.
           05  FILLER                    PIC X(01).
           05  RET-D-TIPO-INSCRICAO      PIC X(02).
           05  RET-D-CNPJ-EMPRESA        PIC X(14).
           05  RET-D-CODIGO-EMPRESA      PIC X(20).
           05  RET-D-CONTROLE.
               10  RET-D-ESTUDANTE-ID    PIC X(07).
               10  RET-D-CURSO-ID        PIC X(04).
               10  RET-D-COMPETENCIA     PIC X(06).
               10  FILLER                PIC X(08).
           05  RET-D-NOSSO-NUMERO        PIC X(11).
           05  FILLER                    PIC X(35).
           05  RET-D-OCORRENCIA          PIC X(02).
               88  RET-D-LIQUIDACAO              VALUE '06' '15'
                                                       '17'.
           05  RET-D-DATA-OCORRENCIA     PIC 9(06).
           05  RET-D-SEU-NUMERO          PIC X(10).
           05  FILLER                    PIC X(20).
           05  RET-D-VENCIMENTO          PIC 9(06).
           05  RET-D-VALOR-TITULO        PIC 9(11)V9(02).
           05  FILLER                    PIC X(88).
           05  RET-D-VALOR-PAGO          PIC 9(11)V9(02).
           05  FILLER                    PIC X(28).
           05  RET-D-DATA-CREDITO        PIC 9(06).
           05  FILLER                    PIC X(94).
           05  FILLER                    PIC 9(06).
       01  RET-REG-TRAILER.
           05  FILLER                    PIC X(01).
           05  RET-T-OPERACAO            PIC X(01).
           05  RET-T-SERVICO             PIC X(02).
           05  RET-T-BANCO               PIC X(03).
           05  FILLER                    PIC X(387).
           05  FILLER                    PIC 9(06).
