      *  CURSO-MENSALIDADE E O VALOR DA MENSALIDADE DO CURSO, BASE DO
      *  FATURAMENTO MENSAL (GER-COB): UMA COBRANCA POR MATRICULA
      *  ATIVA POR COMPETENCIA. DEFAULT 0 = CURSO GRATUITO, QUE O
      *  FATURAMENTO PULA. O VALOR FATURADO EM CADA COMPETENCIA VEM
      *  DO HISTORICO DE PRECOS (MEMBRO CURSOHST, TABELA
      *  CURSO-PRECO-HIST); ESTA COLUNA GUARDA O ULTIMO VALOR
      *  INFORMADO E SO VALE SOZINHA PARA CURSO SEM HISTORICO.
      *
      *  CURSO-STATUS: BRANCO OU 'A' = CURSO EM OFERTA, 'R' =
      *  RETIRADO DO CATALOGO PELA TRANSACAO 'D' DO BAT-SQL (A LINHA
      *  FICA, POIS MATRICULA, NOTA E COBRANCA ANTIGAS APONTAM PARA
      *  ELA; SO A NOVA MATRICULA E RECUSADA). CURSO-DATA-RETIRADA E
      *  A DATA DE PROCESSAMENTO DA RETIRADA.
      ******************************************************************
       EXEC SQL DECLARE CURSO TABLE
       ( CURSO-ID            INTEGER      NOT NULL,
         CURSO-NOME          CHAR(30)     NOT NULL,
         CURSO-VAGAS         INTEGER      NOT NULL WITH DEFAULT,
         CURSO-MENSALIDADE   DECIMAL(7,2) NOT NULL WITH DEFAULT,
         CURSO-STATUS        CHAR(1)      NOT NULL WITH DEFAULT,
         CURSO-DATA-RETIRADA CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLCURSO.
           10 CURSO-NOME             PIC X(30).
           10 CURSO-VAGAS            PIC S9(9)  USAGE COMP.
           10 CURSO-MENSALIDADE      PIC S9(5)V9(2) USAGE COMP-3.
           10 CURSO-STATUS           PIC X(01).
               88 CURSO-RETIRADO            VALUE 'R'.
           10 CURSO-DATA-RETIRADA    PIC X(08).
