      ******************************************************************
      *  ACORDO  --  DCLGEN (ESTRUTURA HOST) DA TABELA ACORDO, O ACORDO
      *  DE PARCELAMENTO DA DIVIDA VENCIDA DO ESTUDANTE NEGOCIADO PELA
      *  TESOURARIA. MESMO PAPEL E ESTILO DO MEMBRO COBRANCA: DECLARA A
      *  TABELA PARA O PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE
      *  DE REFERENCIA. AS PARCELAS FICAM NA TABELA ACORDO-PARCELA
      *  (MEMBRO ACORDPAR).
      *
      *  O ACORDO E REGISTRADO PELA TRANSACAO 'Y' DO BAT-SQL: TODAS AS
      *  COBRANCAS PENDENTES DE COMPETENCIA ANTERIOR A DO
      *  PROCESSAMENTO PASSAM A 'A' (EM ACORDO, COM
      *  COBRANCA-ACORDO-ID), A SOMA DELAS E ACORDO-VALOR-TOTAL,
      *  DIVIDIDO EM ACORDO-QTDE-PARCELAS PARCELAS MENSAIS, E O
      *  BLOQUEIO FINANCEIRO DO ESTUDANTE E LIMPO.
      *
      *  ACORDO-STATUS: 'A' = ABERTO (EM DIA), 'Q' = QUITADO (TODAS AS
      *  PARCELAS PAGAS PELA TRANSACAO 'U'; AS COBRANCAS DO ACORDO
      *  PASSAM A 'Q'), 'R' = ROMPIDO (O INA-RPT ACHOU PARCELA VENCIDA
      *  E VOLTOU O BLOQUEIO; O ACORDO ROMPIDO SO SAI DESSA SITUACAO
      *  QUITANDO AS PARCELAS EM ABERTO). ACORDO-DATA-SITUACAO
      *  (AAAAMMDD) E A DATA DA QUITACAO OU DO ROMPIMENTO. O ESTUDANTE
      *  TEM NO MAXIMO UM ACORDO ABERTO OU ROMPIDO.
      ******************************************************************
       EXEC SQL DECLARE ACORDO TABLE
       ( ACORDO-ID             INTEGER      NOT NULL,
         ACORDO-ESTUDANTE-ID   INTEGER      NOT NULL,
         ACORDO-DATA           CHAR(8)      NOT NULL,
         ACORDO-QTDE-PARCELAS  SMALLINT     NOT NULL,
         ACORDO-VALOR-TOTAL    DECIMAL(9,2) NOT NULL,
         ACORDO-STATUS         CHAR(1)      NOT NULL,
         ACORDO-DATA-SITUACAO  CHAR(8)      NOT NULL WITH DEFAULT,
         ACORDO-OPERADOR       CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLACORDO.
           10 ACORDO-ID              PIC S9(9)  USAGE COMP.
           10 ACORDO-ESTUDANTE-ID    PIC S9(9)  USAGE COMP.
           10 ACORDO-DATA            PIC X(08).
           10 ACORDO-QTDE-PARCELAS   PIC S9(4)  USAGE COMP.
           10 ACORDO-VALOR-TOTAL     PIC S9(7)V9(2) USAGE COMP-3.
           10 ACORDO-STATUS          PIC X(01).
               88 ACORDO-ABERTO             VALUE 'A'.
               88 ACORDO-QUITADO            VALUE 'Q'.
               88 ACORDO-ROMPIDO            VALUE 'R'.
           10 ACORDO-DATA-SITUACAO   PIC X(08).
           10 ACORDO-OPERADOR        PIC X(08).
