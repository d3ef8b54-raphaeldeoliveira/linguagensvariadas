      ******************************************************************
      *  CARTEIRA  --  DCLGEN (ESTRUTURA HOST) DA TABELA
      *  CARTEIRA-ESTUDANTE, O REGISTRO DAS CARTEIRINHAS DE ESTUDANTE
      *  ENCOMENDADAS AO FORNECEDOR DE CARTOES. MESMO PAPEL E ESTILO DO
      *  MEMBRO ACORDO: DECLARA A TABELA PARA O PRECOMPILADOR E TRAZ O
      *  LAYOUT DE HOST VARIABLE DE REFERENCIA. UMA LINHA POR VIA
      *  EMITIDA (INDICE UNICO EM ESTUDANTE-ID + VIA); A LINHA NAO E
      *  EXCLUIDA QUANDO A CARTEIRINHA DEIXA DE VALER.
      *
      *  QUEM GRAVA E O CAR-EXT, NA JANELA NOTURNA: EMITE A PRIMEIRA
      *  VIA NA INCLUSAO, UMA NOVA VIA NA TRANSFERENCIA DE CAMPUS, NA
      *  REATIVACAO E NO PEDIDO DE SEGUNDA VIA (PERDA, ROUBO OU DANO),
      *  E CANCELA A CARTEIRINHA DE QUEM DEIXOU DE SER ESTUDANTE ATIVO.
      *
      *  CARTEIRA-VIA: 1 NA PRIMEIRA EMISSAO, MAIOR VIA DO ESTUDANTE + 1
      *  NAS SEGUINTES (E O NUMERO IMPRESSO NO CARTAO).
      *  CARTEIRA-MOTIVO: 'N' = NOVO ESTUDANTE (INCLUSAO), 'T' =
      *  TRANSFERENCIA DE CAMPUS, 'R' = REATIVACAO, 'S' = SEGUNDA VIA.
      *  CARTEIRA-STATUS: 'A' = ATIVA (A UNICA QUE VALE; NO MAXIMO UMA
      *  POR ESTUDANTE), 'S' = SUBSTITUIDA POR VIA POSTERIOR, 'C' =
      *  CANCELADA (ESTUDANTE DESLIGADO, EXCLUIDO OU EXPURGADO).
      *  CARTEIRA-DATA-SITUACAO (AAAAMMDD) E A DATA DA SUBSTITUICAO OU
      *  DO CANCELAMENTO. CARTEIRA-CURSO-ID E O CURSO IMPRESSO (ZERO =
      *  ESTUDANTE AINDA SEM MATRICULA ATIVA NA EMISSAO).
      *  CARTEIRA-OPERADOR E QUEM PEDIU A SEGUNDA VIA (NAS EMISSOES
      *  AUTOMATICAS, O PROPRIO CAR-EXT).
      ******************************************************************
       EXEC SQL DECLARE CARTEIRA-ESTUDANTE TABLE
       ( CARTEIRA-ESTUDANTE-ID  INTEGER   NOT NULL,
         CARTEIRA-VIA           SMALLINT  NOT NULL,
         CARTEIRA-MOTIVO        CHAR(1)   NOT NULL,
         CARTEIRA-CAMPUS        CHAR(2)   NOT NULL WITH DEFAULT,
         CARTEIRA-CURSO-ID      INTEGER   NOT NULL WITH DEFAULT,
         CARTEIRA-DATA-EMISSAO  CHAR(8)   NOT NULL,
         CARTEIRA-VALIDADE      CHAR(8)   NOT NULL,
         CARTEIRA-STATUS        CHAR(1)   NOT NULL,
         CARTEIRA-DATA-SITUACAO CHAR(8)   NOT NULL WITH DEFAULT,
         CARTEIRA-OPERADOR      CHAR(8)   NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLCARTEIRA-ESTUDANTE.
           10 CARTEIRA-ESTUDANTE-ID   PIC S9(9)  USAGE COMP.
           10 CARTEIRA-VIA            PIC S9(4)  USAGE COMP.
           10 CARTEIRA-MOTIVO         PIC X(01).
               88 CARTEIRA-NOVO-ESTUDANTE    VALUE 'N'.
               88 CARTEIRA-TRANSFERENCIA     VALUE 'T'.
               88 CARTEIRA-REATIVACAO        VALUE 'R'.
               88 CARTEIRA-SEGUNDA-VIA       VALUE 'S'.
           10 CARTEIRA-CAMPUS         PIC X(02).
           10 CARTEIRA-CURSO-ID       PIC S9(9)  USAGE COMP.
           10 CARTEIRA-DATA-EMISSAO   PIC X(08).
           10 CARTEIRA-VALIDADE       PIC X(08).
           10 CARTEIRA-STATUS         PIC X(01).
               88 CARTEIRA-ATIVA             VALUE 'A'.
               88 CARTEIRA-SUBSTITUIDA       VALUE 'S'.
               88 CARTEIRA-CANCELADA         VALUE 'C'.
           10 CARTEIRA-DATA-SITUACAO  PIC X(08).
           10 CARTEIRA-OPERADOR       PIC X(08).
