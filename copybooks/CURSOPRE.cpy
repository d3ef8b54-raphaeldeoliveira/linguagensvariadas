      ******************************************************************
      *  CURSOPRE  --  DCLGEN (ESTRUTURA HOST) DA TABELA CURSO-PREREQ,
      *  OS PRE-REQUISITOS DE CADA CURSO DO CATALOGO. MESMO PAPEL E
      *  ESTILO DO MEMBRO CURSO: DECLARA A TABELA PARA O
      *  PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE
      *  REFERENCIA. AS LINHAS SAO CARREGADAS PELO DBA A PARTIR DA
      *  MATRIZ CURRICULAR APROVADA PELA COORDENACAO.
      *
      *  UMA LINHA POR PAR CURSO/REQUISITO: PREREQ-CURSO-ID SO ACEITA
      *  MATRICULA DE QUEM JA TEM, EM PERIODO LETIVO FECHADO, NOTA
      *  DE APROVACAO EM CADA PREREQ-REQUISITO-ID DELE. CURSO SEM
      *  LINHA AQUI NAO TEM PRE-REQUISITO. A CONFERENCIA E A MESMA NO
      *  LOTE (TRANSACAO 'M' DO BAT-SQL) E NO BALCAO (ONL-EST), PELO
      *  COPY ESTPREPR; A EXCECAO INDIVIDUAL E A DISPENSA (MEMBRO
      *  PREDISP, TRANSACAO 'X').
      ******************************************************************
       EXEC SQL DECLARE CURSO-PREREQ TABLE
       ( PREREQ-CURSO-ID       INTEGER      NOT NULL,
         PREREQ-REQUISITO-ID   INTEGER      NOT NULL
       ) END-EXEC.

       01  DCLCURSO-PREREQ.
           10 PREREQ-CURSO-ID        PIC S9(9)  USAGE COMP.
           10 PREREQ-REQUISITO-ID    PIC S9(9)  USAGE COMP.
