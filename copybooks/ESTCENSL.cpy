      ******************************************************************
      *  ESTCENSL  --  CLAUSULA SELECT DO ARQUIVO DE EXPORTACAO PARA O
      *  CENSO DA EDUCACAO SUPERIOR (INEP), COPYBOOK IRMAO DE
      *  ESTCENFD, GRAVADO PELO CEN-INE. INCLUIDO DENTRO DE
      *  FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-CENSO ASSIGN TO CENSO
                  ORGANIZATION IS SEQUENTIAL.
