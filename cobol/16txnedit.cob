000267*                 ESTUDANTE) NO CONJUNTO VALIDO. PARA 'E' E 'V'
000268*                 O OPERADOR E OBRIGATORIO (SEM ELE O BAT-SQL
000269*                 NAO TEM COMO CONFERIR A AUTORIZACAO).
000270* 2026-10-15 RCM  CODIGOS DE CATALOGO 'K' (INCLUIR CURSO), 'Q'
000270*                 (ALTERAR VAGAS), 'F' (ALTERAR MENSALIDADE) E
000270*                 'D' (RETIRAR CURSO) NO CONJUNTO VALIDO, COM
000270*                 CURSO-ID NUMERICO E DIFERENTE DE ZEROS,
000270*                 OPERADOR OBRIGATORIO E CRITICA NUMERICA DE
000270*                 TXN-CURSO-VAGAS/TXN-CURSO-MENSALIDADE.
000271* 2026-10-15 RCM  NOVO CODIGO 'W' (DESLIGAR ESTUDANTE PELA
000271*                 JANELA) NO CONJUNTO VALIDO.
000272* 2026-10-15 RCM  NOVOS CODIGOS 'Y' (REGISTRAR ACORDO DE
000272*                 PARCELAMENTO) E 'U' (PAGAR PARCELA DO ACORDO)
000272*                 NO CONJUNTO VALIDO: 'Y' EXIGE QTDE DE PARCELAS
000272*                 DE 01 A 24 E PRIMEIRO VENCIMENTO NUMERICO, 'U'
000272*                 EXIGE NUMERO DE PARCELA NUMERICO E NAO ZERO.
000273* 2026-10-15 RCM  NOVO CODIGO 'X' (DISPENSAR PRE-REQUISITO DO
000273*                 CURSO) NO CONJUNTO VALIDO, COM CURSO-ID
000273*                 NUMERICO E NAO ZERO.
000274* 2026-10-15 RCM  NOVO CODIGO 'B' (LANCAR FREQUENCIA) NO CONJUNTO
000274*                 VALIDO: CURSO-ID NUMERICO E NAO ZERO, PERIODO
000274*                 NUMERICO OU BRANCO, AULAS DADAS NUMERICAS E NAO
000274*                 ZERO E AULAS COM PRESENCA NAO MAIORES QUE ELAS.
000275* 2026-10-15 RCM  NOVO CODIGO 'Z' (LIMPAR BLOQUEIO FINANCEIRO
000275*                 INDEVIDO, GERADO PELA VARREDURA DE INTEGRIDADE
000275*                 INT-REF) NO CONJUNTO VALIDO.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
001889         AND NOT TXN-EXCLUIR-RESP
001889         AND NOT TXN-TRANSFERIR
001889         AND NOT TXN-REATIVAR
001889         AND NOT TXN-CATALOGO
001889         AND NOT TXN-DESLIGAR
001889         AND NOT TXN-ACORDO
001889         AND NOT TXN-PAGAR-PARCELA
001889         AND NOT TXN-DISPENSAR-PREREQ
001889         AND NOT TXN-LANCAR-FREQUENCIA
001889         AND NOT TXN-LIMPAR-BLOQUEIO
001890         SET WS-REGISTRO-INVALIDO TO TRUE
001900         MOVE 'CODIGO DE TRANSACAO INVALIDO'
001910           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-CATALOGO
001999         AND (TXN-CURSO-ID NOT NUMERIC
001999              OR TXN-CURSO-ID = ZERO)
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'CURSO-ID INVALIDO'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-INCLUIR-CURSO
001999         AND TXN-CURSO-NOME = SPACES
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'NOME DO CURSO AUSENTE'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND (TXN-INCLUIR-CURSO OR TXN-ALTERAR-VAGAS)
001999         AND TXN-CURSO-VAGAS NOT NUMERIC
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'VAGAS NAO NUMERICAS'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND (TXN-INCLUIR-CURSO OR TXN-ALTERAR-MENSALIDADE)
001999         AND TXN-CURSO-MENSALIDADE NOT NUMERIC
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'MENSALIDADE NAO NUMERICA'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999*    NA MENSALIDADE TXN-PERIODO LEVA A COMPETENCIA DE VIGENCIA
001999*    (BRANCO = COMPETENCIA DA DATA DE PROCESSAMENTO).
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-ALTERAR-MENSALIDADE
001999         AND TXN-PERIODO NOT = SPACES
001999         AND TXN-PERIODO NOT NUMERIC
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'COMPETENCIA DE VIGENCIA INVALIDA'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND (TXN-LANCAR-NOTA OR TXN-RETIFICAR-NOTA)
001999         AND TXN-NOTA NOT NUMERIC
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND (TXN-MATRICULAR OR TXN-CANCELAR-MATRICULA
001999              OR TXN-LANCAR-NOTA OR TXN-RETIFICAR-NOTA
001999              OR TXN-LANCAR-FREQUENCIA)
001999         AND TXN-PERIODO NOT = SPACES
001999         AND TXN-PERIODO NOT NUMERIC
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-ACORDO
001999         AND (TXN-ACORDO-QTDE-PARCELAS NOT NUMERIC
001999              OR TXN-ACORDO-QTDE-PARCELAS < 1
001999              OR TXN-ACORDO-QTDE-PARCELAS > 24)
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'QTDE DE PARCELAS INVALIDA'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-ACORDO
001999         AND TXN-ACORDO-VENCIMENTO NOT NUMERIC
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'PRIMEIRO VENCIMENTO INVALIDO'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-PAGAR-PARCELA
001999         AND (TXN-ACORDO-NUM-PARCELA NOT NUMERIC
001999              OR TXN-ACORDO-NUM-PARCELA = ZERO)
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'NUMERO DE PARCELA INVALIDO'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-DISPENSAR-PREREQ
001999         AND (TXN-CURSO-ID NOT NUMERIC
001999              OR TXN-CURSO-ID = ZERO)
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'CURSO-ID INVALIDO NA DISPENSA'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-LANCAR-FREQUENCIA
001999         AND (TXN-CURSO-ID NOT NUMERIC
001999              OR TXN-CURSO-ID = ZERO)
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'CURSO-ID INVALIDO NA FREQ.'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-LANCAR-FREQUENCIA
001999         AND (TXN-FREQ-AULAS-DADAS NOT NUMERIC
001999              OR TXN-FREQ-AULAS-PRESENTE NOT NUMERIC
001999              OR TXN-FREQ-AULAS-DADAS = ZERO)
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'QTDE DE AULAS INVALIDA'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999     IF WS-REGISTRO-VALIDO
001999         AND TXN-LANCAR-FREQUENCIA
001999         AND TXN-FREQ-AULAS-PRESENTE > TXN-FREQ-AULAS-DADAS
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'PRESENCAS MAIORES QUE AULAS'
001999           TO WS-MOTIVO-REJEICAO
001999     END-IF
001999
001999*    NO PAGAMENTO A COMPETENCIA VIAJA EM TXN-PERIODO E E
001999*    OBRIGATORIA: SEM ELA O BAT-SQL NAO SABE QUAL COBRANCA
001999*    QUITAR.
001999     END-IF
001999
001999*    SEM O OPERADOR O BAT-SQL NAO TEM COMO CONFERIR A
001999*    AUTORIZACAO DA OPERACAO DESTRUTIVA NEM DA MANUTENCAO DO
001999*    CATALOGO.
001999     IF WS-REGISTRO-VALIDO
001999         AND (TXN-EXCLUIR OR TXN-REATIVAR OR TXN-CATALOGO)
001999         AND TXN-OPERADOR = SPACES
001999         SET WS-REGISTRO-INVALIDO TO TRUE
001999         MOVE 'OPERADOR AUSENTE'
