      ******************************************************************
      *  ESTRETSL  --  CLAUSULA SELECT DO ARQUIVO DE RETORNO DE
      *  COBRANCA BANCARIA (CNAB 400) ENTREGUE DIARIAMENTE PELO BANCO
      *  E LIDO PELO RET-BCO. COPYBOOK IRMAO DE ESTRETFD. O PROGRAMA
      *  DECLARA WS-FS-RETORNO ('35' = BANCO NAO MANDOU ARQUIVO).
      *  INCLUIDO DENTRO DE FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-RETORNO ASSIGN TO RETORNO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FS-RETORNO.
