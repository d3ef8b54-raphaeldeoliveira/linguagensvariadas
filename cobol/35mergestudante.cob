000250*                 UNIDADE DE TRABALHO PROPRIA (COMMIT POR PAR).
000260*                 SUBSTITUI A DANCA MANUAL DE WD-SQL MAIS
000262*                 MATRICULAS REDIGITADAS.
000263* 2026-10-15 RCM  COBRANCA EM ACORDO DE PARCELAMENTO ('A') TAMBEM
000264*                 E PENDENCIA FINANCEIRA DO DUPLICADO: O ACORDO
000265*                 TEM DE SER QUITADO ANTES DA UNIFICACAO.
000270*----------------------------------------------------------------
000280
000290 ENVIRONMENT DIVISION.
002130           INTO :WS-QTDE-PENDENTES
002140           FROM COBRANCA
002150          WHERE COBRANCA-ESTUDANTE-ID = :WS-ID-DUPLICADO
002160            AND COBRANCA-STATUS IN ('P', 'A')
002170     END-EXEC
002180     IF WS-QTDE-PENDENTES > 0
002190         OR WS-SIT-FIN-DUPLICADO = 'B'
