      *  ESTPNDSL  --  CLAUSULA SELECT DO ARQUIVO DE EXCLUSOES
      *  PENDENTES DE APROVACAO (COPYBOOK IRMAO DE ESTPNDFD),
      *  COMPARTILHADA PELO DRIVER DE LOTE (BAT-SQL, QUE DESVIA AS
      *  TRANSACOES 'E' PARA CA), PELA VARREDURA DE INTEGRIDADE
      *  (INT-REF, QUE ACRESCENTA AS CORRECOES QUE GERA) E PELO
      *  LIBERADOR DE APROVACOES (APR-TXN). INCLUIDO DENTRO DE
      *  FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-PENDENTES ASSIGN TO PENDENTE
                  ORGANIZATION IS SEQUENTIAL
