      *  AUDITORIA GRAVADA CONFORME O ESPERADO E VARIACAO LIQUIDA DE
      *  LINHAS = INCLUIDAS - EXCLUIDAS. TOT-PULADAS SAO AS TRANSACOES
      *  SALTADAS NO REPOSICIONAMENTO DE RESTART (JA APLICADAS EM
      *  EXECUCAO ANTERIOR). OS CONTADORES TOT-CURSOS-* E
      *  TOT-VAGAS/MENSAL-ALTERADAS SAO AS TRANSACOES DE CATALOGO
      *  APLICADAS (ENTRAM NAS APLICADAS, MAS NAO NA AUDITORIA DE
      *  ESTUDANTE, QUE TEM ARQUIVO PROPRIO PARA O CATALOGO).
      *  TOT-DESLIGADOS SAO OS DESLIGAMENTOS 'W' APLICADOS (ENTRAM NAS
      *  APLICADAS E NA AUDITORIA, COMO A EXCLUSAO). TOT-ACORDOS E
      *  TOT-PARCELAS-PAGAS SAO OS ACORDOS DE PARCELAMENTO 'Y'
      *  REGISTRADOS E AS PARCELAS 'U' PAGAS (IDEM). TOT-DISPENSAS SAO
      *  AS DISPENSAS DE PRE-REQUISITO 'X' GRAVADAS (IDEM).
      *  TOT-FREQ-LANCADAS SAO AS FREQUENCIAS 'B' LANCADAS (IDEM).
      *  TOT-BLOQ-LIMPOS SAO OS BLOQUEIOS FINANCEIROS INDEVIDOS 'Z'
      *  LIMPOS (IDEM).
      *  INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-TOTAIS
           RECORDING MODE IS F.
           05  TOT-TRANSFERIDOS          PIC 9(05).
           05  TOT-REATIVADOS            PIC 9(05).
           05  TOT-EXCL-PENDENTES        PIC 9(05).
           05  TOT-CURSOS-INCLUIDOS      PIC 9(05).
           05  TOT-VAGAS-ALTERADAS       PIC 9(05).
           05  TOT-MENSAL-ALTERADAS      PIC 9(05).
           05  TOT-CURSOS-RETIRADOS      PIC 9(05).
           05  TOT-DESLIGADOS            PIC 9(05).
           05  TOT-ACORDOS               PIC 9(05).
           05  TOT-PARCELAS-PAGAS        PIC 9(05).
           05  TOT-DISPENSAS             PIC 9(05).
           05  TOT-FREQ-LANCADAS         PIC 9(05).
           05  TOT-BLOQ-LIMPOS           PIC 9(05).
           05  TOT-REJEITADAS            PIC 9(05).
           05  TOT-AUDITADAS             PIC 9(05).
           05  TOT-LINHAS-ANTES          PIC 9(07).
