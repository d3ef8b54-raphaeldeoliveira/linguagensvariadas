      ******************************************************************
      *  PAUTA  --  DCLGEN (ESTRUTURA HOST) DA TABELA PAUTA, O CONTROLE
      *  DAS PAUTAS DE NOTAS E FREQUENCIA IMPRESSAS PARA OS DOCENTES.
      *  MESMO PAPEL E ESTILO DO MEMBRO NOTA: DECLARA A TABELA PARA O
      *  PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE REFERENCIA.
      *
      *  UMA LINHA POR PAUTA EMITIDA PELO PAU-RPT (UMA POR CURSO E
      *  PERIODO LETIVO): PAUTA-NUMERO E O NUMERO DE CONTROLE IMPRESSO
      *  NA FOLHA (SEQUENCIAL, NUNCA REAPROVEITADO) E
      *  PAUTA-QTDE-ESTUDANTES A QUANTIDADE DE MATRICULAS LISTADAS. O
      *  CARREGADOR CAR-PAU SO ACEITA A PAUTA DIGITADA QUANDO O NUMERO,
      *  O CURSO, O PERIODO E A QUANTIDADE CONFEREM COM ESTA LINHA.
      *
      *  PAUTA-STATUS: 'E' = EMITIDA (AGUARDANDO DEVOLUCAO), 'S' =
      *  SUBSTITUIDA (O CURSO/PERIODO FOI REIMPRESSO E SO A FOLHA MAIS
      *  NOVA VALE), 'C' = CARREGADA (JA GEROU AS TRANSACOES; PODE SER
      *  CARREGADA DE NOVO PARA CORRIGIR). PAUTA-DATA-EMISSAO E
      *  PAUTA-DATA-CARGA SAO AAAAMMDD (A DE CARGA E A DA ULTIMA).
      ******************************************************************
       EXEC SQL DECLARE PAUTA TABLE
       ( PAUTA-NUMERO          INTEGER      NOT NULL,
         PAUTA-CURSO-ID        INTEGER      NOT NULL,
         PAUTA-PERIODO         CHAR(6)      NOT NULL,
         PAUTA-QTDE-ESTUDANTES SMALLINT     NOT NULL,
         PAUTA-DATA-EMISSAO    CHAR(8)      NOT NULL,
         PAUTA-STATUS          CHAR(1)      NOT NULL,
         PAUTA-DATA-CARGA      CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLPAUTA.
           10 PAUTA-NUMERO           PIC S9(9)  USAGE COMP.
           10 PAUTA-CURSO-ID         PIC S9(9)  USAGE COMP.
           10 PAUTA-PERIODO          PIC X(06).
           10 PAUTA-QTDE-ESTUDANTES  PIC S9(4)  USAGE COMP.
           10 PAUTA-DATA-EMISSAO     PIC X(08).
           10 PAUTA-STATUS           PIC X(01).
               88 PAUTA-EMITIDA             VALUE 'E'.
               88 PAUTA-SUBSTITUIDA         VALUE 'S'.
               88 PAUTA-CARREGADA           VALUE 'C'.
           10 PAUTA-DATA-CARGA       PIC X(08).
