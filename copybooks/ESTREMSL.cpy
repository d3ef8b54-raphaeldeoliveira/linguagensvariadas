      ******************************************************************
      *  ESTREMSL  --  CLAUSULA SELECT DO ARQUIVO DE REMESSA DE
      *  COBRANCA BANCARIA (CNAB 400) GRAVADO PELO FATURAMENTO MENSAL
      *  (GER-COB). COPYBOOK IRMAO DE ESTREMFD.
      *  INCLUIDO DENTRO DE FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-REMESSA ASSIGN TO REMESSA
                  ORGANIZATION IS SEQUENTIAL.
