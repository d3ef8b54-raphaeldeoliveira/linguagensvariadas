      ******************************************************************
      *  ACORDPAR  --  DCLGEN (ESTRUTURA HOST) DA TABELA
      *  ACORDO-PARCELA, AS PARCELAS DATADAS DE CADA ACORDO DE
      *  PARCELAMENTO (MEMBRO ACORDO). MESMO PAPEL E ESTILO DO MEMBRO
      *  COBRANCA.
      *
      *  AS PARCELAS SAO GRAVADAS JUNTO COM O ACORDO (TRANSACAO 'Y' DO
      *  BAT-SQL), NUMERADAS DE 1 A ACORDO-QTDE-PARCELAS, UMA POR MES A
      *  PARTIR DO PRIMEIRO VENCIMENTO INFORMADO, NO MESMO DIA DO MES.
      *  O VALOR E O TOTAL DIVIDIDO PELA QUANTIDADE; A DIFERENCA DE
      *  CENTAVOS FICA NA ULTIMA. PARCELA-STATUS 'P' = PENDENTE, 'Q' =
      *  PAGA (TRANSACAO 'U', COM A DATA DO PAGAMENTO). PARCELA
      *  PENDENTE COM VENCIMENTO ATE A COMPETENCIA LIMITE DO INA-RPT
      *  ROMPE O ACORDO.
      ******************************************************************
       EXEC SQL DECLARE ACORDO-PARCELA TABLE
       ( PARCELA-ACORDO-ID      INTEGER      NOT NULL,
         PARCELA-NUMERO         SMALLINT     NOT NULL,
         PARCELA-VENCIMENTO     CHAR(8)      NOT NULL,
         PARCELA-VALOR          DECIMAL(7,2) NOT NULL,
         PARCELA-STATUS         CHAR(1)      NOT NULL,
         PARCELA-DATA-PAGAMENTO CHAR(8)      NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLACORDO-PARCELA.
           10 PARCELA-ACORDO-ID      PIC S9(9)  USAGE COMP.
           10 PARCELA-NUMERO         PIC S9(4)  USAGE COMP.
           10 PARCELA-VENCIMENTO     PIC X(08).
           10 PARCELA-VALOR          PIC S9(5)V9(2) USAGE COMP-3.
           10 PARCELA-STATUS         PIC X(01).
               88 PARCELA-PENDENTE          VALUE 'P'.
               88 PARCELA-PAGA              VALUE 'Q'.
           10 PARCELA-DATA-PAGAMENTO PIC X(08).
