      *  PERIODO-LETIVO) A QUE A MATRICULA PERTENCE; E ELE QUE SEPARA
      *  UMA MATRICULA 2026-1 DE UMA 2026-2 NO MESMO CURSO. DEFAULT
      *  BRANCO PARA AS LINHAS ANTERIORES A COLUNA.
      *
      *  A FREQUENCIA DA MATRICULA (AULAS DADAS NO PERIODO E AULAS A
      *  QUE O ESTUDANTE COMPARECEU) E LANCADA PELA TRANSACAO 'B' DO
      *  BAT-SQL; MATRICULA-DATA-FREQ (AAAAMMDD) E A DATA DO ULTIMO
      *  LANCAMENTO, BRANCO = FREQUENCIA AINDA NAO LANCADA. COM A
      *  NOTA FINAL, ELA DA O RESULTADO DA MATRICULA (COPY ESTRESPR):
      *  ABAIXO DE 75% DAS AULAS DADAS O ESTUDANTE ESTA REPROVADO
      *  POR FALTA, QUALQUER QUE SEJA A NOTA.
      ******************************************************************
       EXEC SQL DECLARE MATRICULA TABLE
       ( MATRICULA-ESTUDANTE-ID  INTEGER   NOT NULL,
         MATRICULA-CURSO-ID      INTEGER   NOT NULL,
         MATRICULA-DATA          CHAR(8)   NOT NULL,
         MATRICULA-STATUS        CHAR(1)   NOT NULL WITH DEFAULT,
         MATRICULA-PERIODO       CHAR(6)   NOT NULL WITH DEFAULT,
         MATRICULA-AULAS-DADAS   SMALLINT  NOT NULL WITH DEFAULT,
         MATRICULA-AULAS-PRESENTE SMALLINT NOT NULL WITH DEFAULT,
         MATRICULA-DATA-FREQ     CHAR(8)   NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLMATRICULA.
               88 MATRICULA-CANCELADA        VALUE 'C'.
               88 MATRICULA-ENCERRADA        VALUE 'E'.
           10 MATRICULA-PERIODO       PIC X(06).
           10 MATRICULA-AULAS-DADAS   PIC S9(4)  USAGE COMP.
           10 MATRICULA-AULAS-PRESENTE PIC S9(4) USAGE COMP.
           10 MATRICULA-DATA-FREQ     PIC X(08).
