      *  07 (OPERADOR NAO AUTORIZADO). EXIGENCIA DA AUDITORIA EXTERNA
      *  DO ANO PASSADO: OPERACAO DESTRUTIVA SEM PESSOA IDENTIFICADA
      *  E AUTORIZADA NAO PODE MAIS SER APLICADA.
      *
      *  AUT-CATALOGO LIBERA AS TRANSACOES DE MANUTENCAO DO CATALOGO
      *  DE CURSOS ('K'/'Q'/'F'/'D'), PELA MESMA REGRA: OPERADOR
      *  AUSENTE OU COM O FLAG DIFERENTE DE 'S' E MOTIVO 07.
      *
      *  A TABELA SO E MANTIDA PELO MNT-AUT (CONCESSAO COM SEGUNDO
      *  APROVADOR, REVOGACAO, AUDITORIA ANTES/DEPOIS EM
      *  ARQ-AUD-AUTORIZ) E AS COLUNAS AUT-DATA-* GUARDAM A DATA
      *  (AAAAMMDD) EM QUE O FLAG CORRESPONDENTE FOI CONCEDIDO
      *  (BRANCO = NAO CONCEDIDO), PARA A RECERTIFICACAO TRIMESTRAL
      *  DO REC-AUT.
      ******************************************************************
       EXEC SQL DECLARE OPERADOR-AUT TABLE
       ( AUT-OPERADOR-ID     CHAR(8)      NOT NULL,
         AUT-EXCLUSAO        CHAR(1)      NOT NULL WITH DEFAULT,
         AUT-REATIVACAO      CHAR(1)      NOT NULL WITH DEFAULT,
         AUT-CATALOGO        CHAR(1)      NOT NULL WITH DEFAULT,
         AUT-DATA-EXCLUSAO   CHAR(8)      NOT NULL WITH DEFAULT,
         AUT-DATA-REATIVACAO CHAR(8)      NOT NULL WITH DEFAULT,
         AUT-DATA-CATALOGO   CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLOPERADOR-AUT.
               88 AUT-PODE-EXCLUIR          VALUE 'S'.
           10 AUT-REATIVACAO          PIC X(01).
               88 AUT-PODE-REATIVAR         VALUE 'S'.
           10 AUT-CATALOGO            PIC X(01).
               88 AUT-PODE-MANTER-CATALOGO  VALUE 'S'.
           10 AUT-DATA-EXCLUSAO       PIC X(08).
           10 AUT-DATA-REATIVACAO     PIC X(08).
           10 AUT-DATA-CATALOGO       PIC X(08).
