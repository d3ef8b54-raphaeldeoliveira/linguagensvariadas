      *  FINANCEIRO PERMANECA CONSULTAVEL. O RELATORIO DE
      *  INADIMPLENCIA (INA-RPT) LISTA AS PENDENTES VENCIDAS E MARCA O
      *  BLOQUEIO FINANCEIRO DO ESTUDANTE.
      *
      *  CADA LINHA NOVA TAMBEM VAI PARA O BANCO NA REMESSA CNAB 400
      *  DO GER-COB (BOLETO); O RET-BCO LE O RETORNO DO BANCO E GERA A
      *  TRANSACAO 'P' DO BOLETO PAGO, CASANDO ESTUDANTE + CURSO +
      *  COMPETENCIA.
      *
      *  COM A TABELA DE BOLSAS (MEMBRO BOLSA), COBRANCA-VALOR E O
      *  VALOR LIQUIDO DEVIDO, JA COM O DESCONTO; O VALOR CHEIO DO
      *  CURSO FICA EM COBRANCA-VALOR-BRUTO E O TIPO DA BOLSA APLICADA
      *  EM COBRANCA-BOLSA-TIPO (BRANCO = SEM BOLSA). BOLSA INTEGRAL
      *  GERA A LINHA JA QUITADA ('Q'), COM VALOR ZERO, E NAO VAI PARA
      *  O BANCO. LINHAS FATURADAS ANTES DAS BOLSAS TEM VALOR-BRUTO
      *  ZERO.
      *
      *  O DESLIGAMENTO DO ESTUDANTE (COPY ESTDSLPR) CANCELA ('C') AS
      *  LINHAS PENDENTES DE COMPETENCIA POSTERIOR AO MES DO
      *  DESLIGAMENTO; A LINHA CANCELADA NAO E MAIS COBRADA NEM
      *  QUITADA, E A REATIVACAO NAO A RESTAURA.
      *
      *  O ACORDO DE PARCELAMENTO (MEMBRO ACORDO, TRANSACAO 'Y' DO
      *  BAT-SQL) PASSA AS LINHAS PENDENTES VENCIDAS A 'A' (EM
      *  ACORDO), GRAVANDO COBRANCA-ACORDO-ID; A DIVIDA PASSA A SER
      *  COBRADA PELAS PARCELAS DO ACORDO, E A LINHA SO VAI A 'Q'
      *  QUANDO O ACORDO E QUITADO. ZERO = LINHA FORA DE ACORDO.
      *
      *  A FUNCAO 7 DO ONL-EST RECEBE A MENSALIDADE NO CAIXA DO BALCAO
      *  E QUITA A LINHA NA HORA, COMO A TRANSACAO 'P'; O USERID CICS
      *  DO CAIXA FICA EM COBRANCA-CAIXA-OPERADOR E A HORA DO
      *  RECEBIMENTO (HHMMSS) EM COBRANCA-CAIXA-HORA, BASE DO
      *  FECHAMENTO DE CAIXA DIARIO (CXA-FEC). BRANCO = LINHA NAO
      *  RECEBIDA NO BALCAO (BOLETO, LOTE OU AINDA NAO PAGA).
      ******************************************************************
       EXEC SQL DECLARE COBRANCA TABLE
       ( COBRANCA-ESTUDANTE-ID  INTEGER      NOT NULL,
         COBRANCA-VALOR         DECIMAL(7,2) NOT NULL,
         COBRANCA-STATUS        CHAR(1)      NOT NULL,
         COBRANCA-DATA-EMISSAO  CHAR(8)      NOT NULL,
         COBRANCA-DATA-PAGAMENTO CHAR(8)     NOT NULL WITH DEFAULT,
         COBRANCA-VALOR-BRUTO   DECIMAL(7,2) NOT NULL WITH DEFAULT,
         COBRANCA-BOLSA-TIPO    CHAR(1)      NOT NULL WITH DEFAULT,
         COBRANCA-ACORDO-ID     INTEGER      NOT NULL WITH DEFAULT,
         COBRANCA-CAIXA-OPERADOR CHAR(8)     NOT NULL WITH DEFAULT,
         COBRANCA-CAIXA-HORA    CHAR(6)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLCOBRANCA.
           10 COBRANCA-STATUS          PIC X(01).
               88 COBRANCA-PENDENTE          VALUE 'P'.
               88 COBRANCA-QUITADA           VALUE 'Q'.
               88 COBRANCA-CANCELADA         VALUE 'C'.
               88 COBRANCA-EM-ACORDO         VALUE 'A'.
           10 COBRANCA-DATA-EMISSAO    PIC X(08).
           10 COBRANCA-DATA-PAGAMENTO  PIC X(08).
           10 COBRANCA-VALOR-BRUTO     PIC S9(5)V9(2) USAGE COMP-3.
           10 COBRANCA-BOLSA-TIPO      PIC X(01).
           10 COBRANCA-ACORDO-ID       PIC S9(9)  USAGE COMP.
           10 COBRANCA-CAIXA-OPERADOR  PIC X(08).
           10 COBRANCA-CAIXA-HORA      PIC X(06).
