      *  ALTERAR, 'J' = EXCLUIR, TABELA RESPONSAVEL). TXN-RESP-SEQ EM
      *  ZEROS NA INCLUSAO RECEBE A PROXIMA SEQUENCIA DO ESTUDANTE;
      *  ALTERACAO E EXCLUSAO A EXIGEM INFORMADA.
      *
      *  TRANSACOES DE MANUTENCAO DO CATALOGO DE CURSOS (TABELA
      *  CURSO): 'K' = INCLUIR CURSO, 'Q' = ALTERAR A CAPACIDADE
      *  (CURSO-VAGAS), 'F' = ALTERAR A MENSALIDADE E 'D' = RETIRAR
      *  (DESCONTINUAR) O CURSO. O CURSO E TXN-CURSO-ID E
      *  TXN-ESTUDANTE-ID FICA EM ZEROS. COMO NAO HA ESTUDANTE, A
      *  AREA DO ENDERECO E REDEFINIDA COMO TXN-DADOS-CURSO (NOME,
      *  VAGAS E MENSALIDADE DO CURSO); NA 'F', TXN-PERIODO CARREGA
      *  A COMPETENCIA (AAAAMM) A PARTIR DA QUAL O NOVO VALOR VALE
      *  (EM BRANCO = COMPETENCIA DA DATA DE PROCESSAMENTO). AS
      *  QUATRO EXIGEM OPERADOR AUTORIZADO PARA O CATALOGO NA
      *  TABELA OPERADOR-AUT (REJ-MOTIVO 07).
      *
      *  'W' = DESLIGAR O ESTUDANTE PELA JANELA (MESMO EFEITO DO
      *  WD-SQL AVULSO): SO TXN-ESTUDANTE-ID E USADO. O DESLIGAMENTO
      *  CANCELA AS MATRICULAS ATIVAS E AS COBRANCAS PENDENTES DE
      *  COMPETENCIA POSTERIOR AO MES (COPY ESTDSLPR) E PROMOVE A
      *  FILA DE ESPERA DAS VAGAS LIBERADAS.
      *
      *  ACORDO DE PARCELAMENTO DA DIVIDA VENCIDA (TABELAS ACORDO E
      *  ACORDO-PARCELA): 'Y' = REGISTRAR O ACORDO, COM A QUANTIDADE
      *  DE PARCELAS (01 A 24) E O PRIMEIRO VENCIMENTO (AAAAMMDD, DIA
      *  ATE 28); 'U' = PAGAR A PARCELA TXN-ACORDO-NUM-PARCELA DO
      *  ACORDO ABERTO OU ROMPIDO DO ESTUDANTE. COMO NAO HA
      *  ENDERECO, A AREA E REDEFINIDA COMO TXN-DADOS-ACORDO.
      *
      *  'X' = DISPENSAR O ESTUDANTE DOS PRE-REQUISITOS DO CURSO
      *  TXN-CURSO-ID (TABELA PREREQ-DISPENSA), EXCECAO CONCEDIDA
      *  PELA COORDENACAO; A MATRICULA 'M' NESSE CURSO PASSA A SER
      *  ACEITA SEM A APROVACAO NOS REQUISITOS (REJ-MOTIVO 08).
      *
      *  'B' = LANCAR A FREQUENCIA DA MATRICULA TXN-CURSO-ID NO
      *  PERIODO TXN-PERIODO (EM BRANCO = PERIODO ABERTO): AULAS
      *  DADAS E AULAS A QUE O ESTUDANTE COMPARECEU. UM NOVO
      *  LANCAMENTO PARA A MESMA MATRICULA SUBSTITUI O ANTERIOR. COMO
      *  NAO HA ENDERECO, A AREA E REDEFINIDA COMO
      *  TXN-DADOS-FREQUENCIA.
      *
      *  'Z' = LIMPAR O BLOQUEIO FINANCEIRO ('B') DO ESTUDANTE QUE NAO
      *  TEM MAIS COBRANCA PENDENTE NEM ACORDO ROMPIDO (MESMA REGRA DO
      *  PAGAMENTO, 5950-LIMPAR-BLOQUEIO): SO TXN-ESTUDANTE-ID E USADO.
      *  E GERADA PELA VARREDURA SEMANAL DE INTEGRIDADE (INT-REF) E
      *  PASSA PELA APROVACAO DO SUPERVISOR (APR-TXN) ANTES DA JANELA.
       01  TXN-REGISTRO.
           05  TXN-SEQUENCIA             PIC 9(06).
           05  TXN-CODIGO                PIC X(01).
               88  TXN-EXCLUIR-RESP               VALUE 'J'.
               88  TXN-TRANSFERIR                 VALUE 'T'.
               88  TXN-REATIVAR                   VALUE 'V'.
               88  TXN-DESLIGAR                   VALUE 'W'.
               88  TXN-ACORDO                     VALUE 'Y'.
               88  TXN-PAGAR-PARCELA              VALUE 'U'.
               88  TXN-DISPENSAR-PREREQ           VALUE 'X'.
               88  TXN-LANCAR-FREQUENCIA          VALUE 'B'.
               88  TXN-LIMPAR-BLOQUEIO            VALUE 'Z'.
               88  TXN-INCLUIR-CURSO              VALUE 'K'.
               88  TXN-ALTERAR-VAGAS              VALUE 'Q'.
               88  TXN-ALTERAR-MENSALIDADE        VALUE 'F'.
               88  TXN-RETIRAR-CURSO              VALUE 'D'.
               88  TXN-CATALOGO                   VALUE 'K' 'Q'
                                                        'F' 'D'.
           05  TXN-ESTUDANTE-ID          PIC 9(07).
           05  TXN-ESTUDANTE-NOME        PIC X(25).
           05  TXN-ESTUDANTE-ENDERECO.
               10  TXN-CIDADE            PIC X(20).
               10  TXN-UF                PIC X(02).
               10  TXN-CEP               PIC X(08).
           05  TXN-DADOS-CURSO REDEFINES TXN-ESTUDANTE-ENDERECO.
               10  TXN-CURSO-NOME        PIC X(30).
               10  TXN-CURSO-VAGAS       PIC 9(04).
               10  TXN-CURSO-MENSALIDADE PIC 9(05)V9(02).
               10  FILLER                PIC X(19).
           05  TXN-DADOS-ACORDO REDEFINES TXN-ESTUDANTE-ENDERECO.
               10  TXN-ACORDO-QTDE-PARCELAS  PIC 9(02).
               10  TXN-ACORDO-VENCIMENTO     PIC X(08).
               10  TXN-ACORDO-NUM-PARCELA    PIC 9(02).
               10  FILLER                    PIC X(48).
           05  TXN-DADOS-FREQUENCIA REDEFINES TXN-ESTUDANTE-ENDERECO.
               10  TXN-FREQ-AULAS-DADAS      PIC 9(03).
               10  TXN-FREQ-AULAS-PRESENTE   PIC 9(03).
               10  FILLER                    PIC X(54).
           05  TXN-CAMPUS                PIC X(02).
           05  TXN-CURSO-ID              PIC 9(04).
           05  TXN-NOTA                  PIC 9(02)V9(02).
