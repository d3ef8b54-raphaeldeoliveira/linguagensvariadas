      ******************************************************************
      *  BOLSA  --  DCLGEN (ESTRUTURA HOST) DA TABELA BOLSA, AS BOLSAS
      *  E DESCONTOS CONCEDIDOS AO ESTUDANTE PELA COMISSAO DE BOLSAS.
      *  MESMO PAPEL E ESTILO DO MEMBRO COBRANCA: DECLARA A TABELA PARA
      *  O PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE
      *  REFERENCIA. AS LINHAS SAO CARREGADAS PELO DBA A PARTIR DA ATA
      *  DA COMISSAO.
      *
      *  BOLSA-TIPO: 'M' = MERITO, 'S' = SOCIAL, 'F' = DEPENDENTE DE
      *  FUNCIONARIO, 'C' = DESCONTO DE CONVENIO. BOLSA-MODALIDADE 'P'
      *  APLICA BOLSA-PERCENTUAL SOBRE A MENSALIDADE; 'V' ABATE O
      *  VALOR FIXO BOLSA-VALOR (NUNCA ABAIXO DE ZERO).
      *  BOLSA-CURSO-ID ZERO VALE PARA QUALQUER CURSO DO ESTUDANTE; A
      *  BOLSA DO PROPRIO CURSO PREVALECE SOBRE A GERAL. A BOLSA VALE
      *  NAS COMPETENCIAS (AAAAMM) DE BOLSA-DATA-INICIO ATE
      *  BOLSA-DATA-FIM (AAAAMMDD), INCLUSIVE.
      *
      *  O FATURAMENTO (GER-COB) APLICA A BOLSA VIGENTE NA COMPETENCIA
      *  E GRAVA NA COBRANCA O VALOR BRUTO, O LIQUIDO E O TIPO DA
      *  BOLSA. O BOL-RPT TOTALIZA O DESCONTO DO MES POR TIPO E CAMPUS
      *  E LISTA AS BOLSAS QUE VENCEM NOS PROXIMOS 60 DIAS.
      ******************************************************************
       EXEC SQL DECLARE BOLSA TABLE
       ( BOLSA-ESTUDANTE-ID    INTEGER      NOT NULL,
         BOLSA-CURSO-ID        INTEGER      NOT NULL WITH DEFAULT,
         BOLSA-DATA-INICIO     CHAR(8)      NOT NULL,
         BOLSA-DATA-FIM        CHAR(8)      NOT NULL,
         BOLSA-TIPO            CHAR(1)      NOT NULL,
         BOLSA-MODALIDADE      CHAR(1)      NOT NULL,
         BOLSA-PERCENTUAL      DECIMAL(5,2) NOT NULL WITH DEFAULT,
         BOLSA-VALOR           DECIMAL(7,2) NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLBOLSA.
           10 BOLSA-ESTUDANTE-ID     PIC S9(9)  USAGE COMP.
           10 BOLSA-CURSO-ID         PIC S9(9)  USAGE COMP.
           10 BOLSA-DATA-INICIO      PIC X(08).
           10 BOLSA-DATA-FIM         PIC X(08).
           10 BOLSA-TIPO             PIC X(01).
               88 BOLSA-MERITO              VALUE 'M'.
               88 BOLSA-SOCIAL              VALUE 'S'.
               88 BOLSA-DEPENDENTE          VALUE 'F'.
               88 BOLSA-CONVENIO            VALUE 'C'.
           10 BOLSA-MODALIDADE       PIC X(01).
               88 BOLSA-MODAL-PERCENTUAL    VALUE 'P'.
               88 BOLSA-MODAL-VALOR         VALUE 'V'.
           10 BOLSA-PERCENTUAL       PIC S9(3)V9(2) USAGE COMP-3.
           10 BOLSA-VALOR            PIC S9(5)V9(2) USAGE COMP-3.
