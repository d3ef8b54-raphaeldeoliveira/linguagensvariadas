      ******************************************************************
      *  ESTAUTSL  --  CLAUSULA SELECT DO ARQUIVO DE AUDITORIA DA
      *  MANUTENCAO DE AUTORIZACOES DE OPERADOR (ARQ-AUD-AUTORIZ),
      *  GRAVADO PELO MNT-AUT. INCLUIDO DENTRO DE FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-AUD-AUTORIZ ASSIGN TO AUDAUTOR
                  ORGANIZATION IS SEQUENTIAL.
