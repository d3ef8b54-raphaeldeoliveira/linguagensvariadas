      ******************************************************************
      *  PREDISP  --  DCLGEN (ESTRUTURA HOST) DA TABELA
      *  PREREQ-DISPENSA, AS DISPENSAS DE PRE-REQUISITO CONCEDIDAS
      *  PELA COORDENACAO A UM ESTUDANTE. MESMO PAPEL E ESTILO DO
      *  MEMBRO CURSOPRE: DECLARA A TABELA PARA O PRECOMPILADOR E
      *  TRAZ O LAYOUT DE HOST VARIABLE DE REFERENCIA.
      *
      *  A LINHA E GRAVADA PELA TRANSACAO 'X' DO BAT-SQL E DISPENSA O
      *  ESTUDANTE DE TODOS OS PRE-REQUISITOS DO CURSO, EM QUALQUER
      *  PERIODO. DISPENSA-DATA (AAAAMMDD) E A DATA DE PROCESSAMENTO
      *  DA JANELA E DISPENSA-OPERADOR E QUEM DIGITOU A TRANSACAO
      *  (TXN-OPERADOR), PARA QUE A EXCECAO TENHA AUTOR IDENTIFICADO.
      ******************************************************************
       EXEC SQL DECLARE PREREQ-DISPENSA TABLE
       ( DISPENSA-ESTUDANTE-ID INTEGER      NOT NULL,
         DISPENSA-CURSO-ID     INTEGER      NOT NULL,
         DISPENSA-DATA         CHAR(8)      NOT NULL,
         DISPENSA-OPERADOR     CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLPREREQ-DISPENSA.
           10 DISPENSA-ESTUDANTE-ID  PIC S9(9)  USAGE COMP.
           10 DISPENSA-CURSO-ID      PIC S9(9)  USAGE COMP.
           10 DISPENSA-DATA          PIC X(08).
           10 DISPENSA-OPERADOR      PIC X(08).
