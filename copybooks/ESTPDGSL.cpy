      ******************************************************************
      *  ESTPDGSL  --  CLAUSULA SELECT DO ARQUIVO DE PAUTAS DIGITADAS:
      *  AS PAUTAS DE NOTAS E FREQUENCIA EMITIDAS PELO PAU-RPT,
      *  DEVOLVIDAS PELOS DOCENTES E DIGITADAS PELA SECRETARIA, LIDO
      *  PELO CARREGADOR CAR-PAU. COPYBOOK IRMAO DE ESTPDGFD. O
      *  PROGRAMA DECLARA WS-FS-PAUTA ('35' = NADA DIGITADO).
      *  INCLUIDO DENTRO DE FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-PAUTA-DIGITADA ASSIGN TO PAUTADIG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FS-PAUTA.
