      ******************************************************************
      *  CURSOHST  --  DCLGEN (ESTRUTURA HOST) DA TABELA
      *  CURSO-PRECO-HIST, O HISTORICO DATADO DA MENSALIDADE DE CADA
      *  CURSO. MESMO PAPEL E ESTILO DO MEMBRO CURSO: DECLARA A TABELA
      *  PARA O PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE
      *  REFERENCIA.
      *
      *  UMA LINHA POR CURSO E COMPETENCIA DE INICIO DE VIGENCIA
      *  (HIST-VIGENCIA, AAAAMM; '000000' = VALOR DESDE SEMPRE, O DA
      *  INCLUSAO DO CURSO OU O VIGENTE ANTES DA PRIMEIRA ALTERACAO).
      *  GRAVADA PELAS TRANSACOES 'K' E 'F' DO BAT-SQL, NUNCA
      *  ALTERADA DEPOIS DE A COMPETENCIA SER FATURADA. O VALOR QUE O
      *  GER-COB USA PARA UMA COMPETENCIA E O DA LINHA DE MAIOR
      *  HIST-VIGENCIA MENOR OU IGUAL A ELA, DE MODO QUE A TESOURARIA
      *  PROVA PELA TABELA QUAL MENSALIDADE VALEU EM QUALQUER MES.
      *  HIST-DATA-ALTERACAO E HIST-OPERADOR IDENTIFICAM QUANDO E POR
      *  QUEM O VALOR FOI INFORMADO.
      ******************************************************************
       EXEC SQL DECLARE CURSO-PRECO-HIST TABLE
       ( HIST-CURSO-ID        INTEGER      NOT NULL,
         HIST-VIGENCIA        CHAR(6)      NOT NULL,
         HIST-VALOR           DECIMAL(7,2) NOT NULL,
         HIST-DATA-ALTERACAO  CHAR(8)      NOT NULL,
         HIST-OPERADOR        CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLCURSO-PRECO-HIST.
           10 HIST-CURSO-ID           PIC S9(9)  USAGE COMP.
           10 HIST-VIGENCIA           PIC X(06).
           10 HIST-VALOR              PIC S9(5)V9(2) USAGE COMP-3.
           10 HIST-DATA-ALTERACAO     PIC X(08).
           10 HIST-OPERADOR           PIC X(08).
