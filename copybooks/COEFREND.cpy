      ******************************************************************
      *  COEFREND  --  DCLGEN (ESTRUTURA HOST) DA TABELA COEFICIENTE, O
      *  COEFICIENTE DE RENDIMENTO DO ESTUDANTE POR PERIODO LETIVO.
      *  MESMO PAPEL E ESTILO DO MEMBRO NOTA: DECLARA A TABELA PARA O
      *  PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE REFERENCIA.
      *
      *  UMA LINHA POR ESTUDANTE E PERIODO, GRAVADA PELO CRE-PER
      *  DEPOIS QUE O ENC-PER FECHA O PERIODO (SO ENTRA QUEM TEM AO
      *  MENOS UMA NOTA FINAL NELE). O CRE-PER APAGA E REGRAVA AS
      *  LINHAS DO PERIODO A CADA EXECUCAO, ENTAO A RESUBMISSAO DEPOIS
      *  DE UMA RETIFICACAO DE NOTA ('N') SIMPLESMENTE RECALCULA.
      *
      *  COEF-MEDIA-PERIODO E A MEDIA SIMPLES DAS NOTAS FINAIS DO
      *  PERIODO; COEF-MEDIA-ACUMULADA, A DE TODAS AS NOTAS FINAIS DO
      *  ESTUDANTE ATE O PERIODO, INCLUSIVE (ESCALA 0,00 A 10,00, AS
      *  DUAS ARREDONDADAS NA SEGUNDA DECIMAL). COEF-CAMPUS E O
      *  CAMPUS-SEDE DO ESTUDANTE NO CALCULO, PARA AS LISTAS POR CAMPUS
      *  NAO MUDAREM COM UMA TRANSFERENCIA POSTERIOR.
      *
      *  COEF-SITUACAO: ' ' = REGULAR, 'P' = EM PROBATORIO (MEDIA DO
      *  PERIODO ABAIXO DA MINIMA), 'S' = EM PROBATORIO PELO SEGUNDO
      *  PERIODO SEGUIDO (O PERIODO ANTERIOR DO ESTUDANTE TAMBEM FICOU
      *  ABAIXO DA MINIMA -- A COORDENACAO CONVOCA O ESTUDANTE),
      *  'H' = QUADRO DE HONRA (MEDIA DO PERIODO NA MEDIA DE HONRA OU
      *  ACIMA). COEF-DATA (AAAAMMDD) E A DATA DO CALCULO.
      ******************************************************************
       EXEC SQL DECLARE COEFICIENTE TABLE
       ( COEF-ESTUDANTE-ID     INTEGER      NOT NULL,
         COEF-PERIODO          CHAR(6)      NOT NULL,
         COEF-CAMPUS           CHAR(2)      NOT NULL WITH DEFAULT,
         COEF-QTDE-NOTAS       SMALLINT     NOT NULL,
         COEF-MEDIA-PERIODO    DECIMAL(4,2) NOT NULL,
         COEF-QTDE-NOTAS-ACUM  SMALLINT     NOT NULL,
         COEF-MEDIA-ACUMULADA  DECIMAL(4,2) NOT NULL,
         COEF-SITUACAO         CHAR(1)      NOT NULL WITH DEFAULT,
         COEF-DATA             CHAR(8)      NOT NULL
       ) END-EXEC.

       01  DCLCOEFICIENTE.
           10 COEF-ESTUDANTE-ID      PIC S9(9)  USAGE COMP.
           10 COEF-PERIODO           PIC X(06).
           10 COEF-CAMPUS            PIC X(02).
           10 COEF-QTDE-NOTAS        PIC S9(4)  USAGE COMP.
           10 COEF-MEDIA-PERIODO     PIC S9(2)V9(2) USAGE COMP-3.
           10 COEF-QTDE-NOTAS-ACUM   PIC S9(4)  USAGE COMP.
           10 COEF-MEDIA-ACUMULADA   PIC S9(2)V9(2) USAGE COMP-3.
           10 COEF-SITUACAO          PIC X(01).
               88 COEF-REGULAR              VALUE ' '.
               88 COEF-PROBATORIO           VALUE 'P'.
               88 COEF-PROBATORIO-2         VALUE 'S'.
               88 COEF-HONRA                VALUE 'H'.
           10 COEF-DATA              PIC X(08).
