000245*                 PROXIMA DATA; FORA DE BALANCO A DATA FICA 'E'
000246*                 PARA A OPERACAO TRATAR ANTES DE QUALQUER NOVA
000247*                 SUBMISSAO. A DATA OFICIAL SEGUE NO RUN-LOG.
000248* 2026-10-15 RCM  OS QUATRO CONTADORES DA MANUTENCAO DO CATALOGO
000248*                 (CURSOS INCLUIDOS, VAGAS E MENSALIDADES
000248*                 ALTERADAS, CURSOS RETIRADOS) ENTRAM NO
000248*                 SOMATORIO DE APLICADAS DA CONTA 2 (REGISTRO DE
000248*                 TOTAIS DE 122 PARA 142 BYTES).
000249* 2026-10-15 RCM  OS DESLIGAMENTOS 'W' DO BAT-SQL
000249*                 (TOT-DESLIGADOS) ENTRAM NO SOMATORIO DE
000249*                 APLICADAS DA CONTA 2 (REGISTRO DE TOTAIS DE 142
000249*                 PARA 147 BYTES).
000249* 2026-10-15 RCM  OS ACORDOS DE PARCELAMENTO 'Y' E AS PARCELAS
000249*                 'U' PAGAS (TOT-ACORDOS, TOT-PARCELAS-PAGAS)
000249*                 ENTRAM NO SOMATORIO DE APLICADAS DA CONTA 2
000249*                 (REGISTRO DE TOTAIS DE 147 PARA 157 BYTES).
000249* 2026-10-15 RCM  AS DISPENSAS DE PRE-REQUISITO 'X' GRAVADAS
000249*                 (TOT-DISPENSAS) ENTRAM NO SOMATORIO DE
000249*                 APLICADAS DA CONTA 2 (REGISTRO DE TOTAIS DE 157
000249*                 PARA 162 BYTES).
000249* 2026-10-15 RCM  AS FREQUENCIAS 'B' LANCADAS (TOT-FREQ-LANCADAS)
000249*                 ENTRAM NO SOMATORIO DE APLICADAS DA CONTA 2
000249*                 (REGISTRO DE TOTAIS DE 162 PARA 167 BYTES).
000249* 2026-10-15 RCM  OS BLOQUEIOS FINANCEIROS INDEVIDOS 'Z' LIMPOS
000249*                 (TOT-BLOQ-LIMPOS) ENTRAM NO SOMATORIO DE
000249*                 APLICADAS DA CONTA 2 (REGISTRO DE TOTAIS DE 167
000249*                 PARA 172 BYTES).
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000699     05  WS-TOT-TRANSFERIDOS       PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-REATIVADOS         PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-EXCL-PENDENTES     PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-CURSOS-INCLUIDOS   PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-VAGAS-ALTERADAS    PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-MENSAL-ALTERADAS   PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-CURSOS-RETIRADOS   PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-DESLIGADOS         PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-ACORDOS            PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-PARCELAS-PAGAS     PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-DISPENSAS          PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-FREQ-LANCADAS      PIC 9(05) VALUE ZERO.
000699     05  WS-TOT-BLOQ-LIMPOS        PIC 9(05) VALUE ZERO.
000700     05  WS-TOT-REJEITADAS         PIC 9(05) VALUE ZERO.
000710     05  WS-TOT-AUDITADAS          PIC 9(05) VALUE ZERO.
000720     05  WS-TOT-LINHAS-ANTES       PIC 9(07) VALUE ZERO.
001784               TO WS-TOT-REATIVADOS
001786             MOVE TOT-EXCL-PENDENTES
001788               TO WS-TOT-EXCL-PENDENTES
001788             MOVE TOT-CURSOS-INCLUIDOS
001788               TO WS-TOT-CURSOS-INCLUIDOS
001788             MOVE TOT-VAGAS-ALTERADAS
001788               TO WS-TOT-VAGAS-ALTERADAS
001788             MOVE TOT-MENSAL-ALTERADAS
001788               TO WS-TOT-MENSAL-ALTERADAS
001788             MOVE TOT-CURSOS-RETIRADOS
001788               TO WS-TOT-CURSOS-RETIRADOS
001788             MOVE TOT-DESLIGADOS     TO WS-TOT-DESLIGADOS
001788             MOVE TOT-ACORDOS        TO WS-TOT-ACORDOS
001788             MOVE TOT-PARCELAS-PAGAS TO WS-TOT-PARCELAS-PAGAS
001788             MOVE TOT-DISPENSAS      TO WS-TOT-DISPENSAS
001788             MOVE TOT-FREQ-LANCADAS  TO WS-TOT-FREQ-LANCADAS
001788             MOVE TOT-BLOQ-LIMPOS    TO WS-TOT-BLOQ-LIMPOS
001760             MOVE TOT-REJEITADAS     TO WS-TOT-REJEITADAS
001770             MOVE TOT-AUDITADAS      TO WS-TOT-AUDITADAS
001780             MOVE TOT-LINHAS-ANTES   TO WS-TOT-LINHAS-ANTES
002379                          + WS-TOT-RESP-EXCLUIDOS
002380                          + WS-TOT-TRANSFERIDOS
002381                          + WS-TOT-REATIVADOS
002381                          + WS-TOT-CURSOS-INCLUIDOS
002381                          + WS-TOT-VAGAS-ALTERADAS
002381                          + WS-TOT-MENSAL-ALTERADAS
002381                          + WS-TOT-CURSOS-RETIRADOS
002381                          + WS-TOT-DESLIGADOS
002381                          + WS-TOT-ACORDOS
002381                          + WS-TOT-PARCELAS-PAGAS
002381                          + WS-TOT-DISPENSAS
002381                          + WS-TOT-FREQ-LANCADAS
002381                          + WS-TOT-BLOQ-LIMPOS
002380
002390*    CONTA 1: TODO REGISTRO DO ARQUIVO FOI LIDO PELA JANELA.
002400     MOVE 'ARQUIVO DE TRANSACOES X LIDAS PELA JANELA'
