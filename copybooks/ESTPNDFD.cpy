      *  SUPERVISOR (TXN-SEQUENCIA + ESTUDANTE-ID), MARCA
      *  TXN-APROVACAO = 'S' E LIBERA A TRANSACAO PARA O CONSOLIDADO
      *  DA NOITE SEGUINTE; A PENDENCIA VELHA DEMAIS EXPIRA COM
      *  RELATORIO. A VARREDURA SEMANAL DE INTEGRIDADE (INT-REF)
      *  ACRESCENTA AQUI, NO MESMO LAYOUT E SEM A MARCA DE APROVACAO,
      *  AS CORRECOES QUE GERA ('C', 'J' E 'Z', TXN-OPERADOR =
      *  'INT-REF', SEQUENCIAS A PARTIR DE 900001), QUE SEGUEM O
      *  MESMO CAMINHO ATE O BAT-SQL. INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-PENDENTES
           RECORDING MODE IS F.
