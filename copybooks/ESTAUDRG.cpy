      *  ARQUIVO QSAM, USE EXATAMENTE O MESMO LAYOUT DOS PROGRAMAS
      *  BATCH. OS PROGRAMAS BATCH CONTINUAM INCLUINDO ESTAUDFD, QUE
      *  TRAZ ESTE MEMBRO LOGO ABAIXO DO FD.
      *
      *  AUD-SEQUENCIA E AUD-CHAVE-ENCADEADA SAO ATRIBUIDOS NA GRAVACAO
      *  (8660-NUMERAR-AUDITORIA, COPY ESTSEQPR) A PARTIR DA TABELA
      *  CONTROLE-AUDITORIA: NUMERO GLOBAL UNICO, SEM BURACO, COMUM A
      *  TODOS OS GRAVADORES, E UM VALOR DE CONTROLE CALCULADO SOBRE
      *  OS CAMPOS DO REGISTRO E O VALOR DO REGISTRO ANTERIOR. O
      *  VRF-AUD CONFERE OS DOIS. REGISTROS GRAVADOS ANTES DO
      *  SEQUENCIAMENTO TEM AUD-SEQUENCIA EM BRANCO OU ZEROS.
      ******************************************************************
       01  REG-AUDITORIA.
           05  AUD-DATA                  PIC 9(08).
               88  AUD-OP-ALTERAR-RESP           VALUE 'H'.
               88  AUD-OP-EXCLUIR-RESP           VALUE 'J'.
               88  AUD-OP-TRANSFERENCIA          VALUE 'T'.
               88  AUD-OP-ACORDO                 VALUE 'Y'.
               88  AUD-OP-PARCELA-ACORDO         VALUE 'U'.
               88  AUD-OP-DISPENSA-PREREQ        VALUE 'X'.
               88  AUD-OP-FREQUENCIA             VALUE 'B'.
               88  AUD-OP-LIMPAR-BLOQUEIO        VALUE 'Z'.
           05  AUD-ESTUDANTE-ID          PIC 9(07).
           05  AUD-NOME-ANTES            PIC X(25).
           05  AUD-ENDERECO-ANTES.
               88  AUD-RESULTADO-FALHA           VALUE 'N'.
           05  AUD-CAMPUS                PIC X(02).
           05  AUD-OPERADOR              PIC X(08).
           05  AUD-SEQUENCIA             PIC 9(09).
           05  AUD-CHAVE-ENCADEADA       PIC 9(09).
