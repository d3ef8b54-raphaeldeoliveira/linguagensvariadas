      ******************************************************************
      *  HORARIO  --  DCLGEN (ESTRUTURA HOST) DA TABELA HORARIO, OS
      *  HORARIOS DE AULA DE CADA CURSO NO PERIODO LETIVO. MESMO PAPEL
      *  E ESTILO DO MEMBRO CURSO: DECLARA A TABELA PARA O
      *  PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE
      *  REFERENCIA. AS LINHAS SAO CARREGADAS PELO DBA A CADA PERIODO,
      *  A PARTIR DA GRADE DE HORARIOS APROVADA PELA COORDENACAO.
      *
      *  UMA LINHA POR ENCONTRO SEMANAL DA TURMA: DIA DA SEMANA
      *  (1 = DOMINGO, 2 = SEGUNDA ... 7 = SABADO), HORA DE INICIO E
      *  DE FIM (HHMM, O FIM EXCLUSIVO: AULA 0800-1000 NAO CHOCA COM
      *  1000-1200), CAMPUS E SALA. CURSO SEM LINHA NO PERIODO NAO TEM
      *  HORARIO DEFINIDO E NUNCA CHOCA. A MATRICULA NO LOTE (BAT-SQL
      *  'M') E NO BALCAO (ONL-EST) RECUSA O CURSO CUJO HORARIO
      *  SOBREPOE O DE OUTRA MATRICULA ATIVA DO ESTUDANTE NO MESMO
      *  PERIODO (COPY ESTHORPR). SALA OCUPADA DUAS VEZES NO MESMO
      *  HORARIO SAI NO RELATORIO DE OCUPACAO DO OCU-SAL.
      ******************************************************************
       EXEC SQL DECLARE HORARIO TABLE
       ( HORARIO-CURSO-ID      INTEGER      NOT NULL,
         HORARIO-PERIODO       CHAR(6)      NOT NULL,
         HORARIO-DIA-SEMANA    SMALLINT     NOT NULL,
         HORARIO-INICIO        CHAR(4)      NOT NULL,
         HORARIO-FIM           CHAR(4)      NOT NULL,
         HORARIO-CAMPUS        CHAR(2)      NOT NULL,
         HORARIO-SALA          CHAR(6)      NOT NULL
       ) END-EXEC.

       01  DCLHORARIO.
           10 HORARIO-CURSO-ID       PIC S9(9)  USAGE COMP.
           10 HORARIO-PERIODO        PIC X(06).
           10 HORARIO-DIA-SEMANA     PIC S9(4)  USAGE COMP.
           10 HORARIO-INICIO         PIC X(04).
           10 HORARIO-FIM            PIC X(04).
           10 HORARIO-CAMPUS         PIC X(02).
           10 HORARIO-SALA           PIC X(06).
