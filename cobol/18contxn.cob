000255*                 TXN-CAMPUS ORIGINAL DA TRANSACAO RETIDA E
000256*                 PRESERVADO. ARQUIVO AUSENTE = SEM LIBERACAO
000257*                 NO DIA.
000258* 2026-10-15 RCM  QUINTA ENTRADA BANCOTXN: OS PAGAMENTOS 'P' DE
000259*                 BOLETO GERADOS PELO RET-BCO A PARTIR DO
000260*                 RETORNO DO BANCO, IDENTIFICADOS COMO 'BC' NOS
000261*                 TOTAIS. COMO AS LIBERADAS, NAO RECEBEM CARIMBO
000262*                 -- O RET-BCO JA GRAVA O CAMPUS-SEDE DO
000263*                 ESTUDANTE. ARQUIVO AUSENTE = SEM RETORNO NO DIA.
000263* 2026-10-15 RCM  SEXTA ENTRADA PAUTATXN: AS NOTAS E FREQUENCIAS
000263*                 ('L'/'N'/'B') DAS PAUTAS DEVOLVIDAS PELOS
000263*                 DOCENTES, GERADAS PELO CARREGADOR CAR-PAU,
000263*                 IDENTIFICADAS COMO 'PA' NOS TOTAIS E SEM
000263*                 CARIMBO (O CAR-PAU GRAVA O CAMPUS-SEDE DO
000263*                 ESTUDANTE). ARQUIVO AUSENTE = SEM PAUTA
000263*                 CARREGADA DESDE A ULTIMA JANELA.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000372     SELECT ARQ-LIBERADAS ASSIGN TO LIBERA
000374            ORGANIZATION IS SEQUENTIAL
000376            FILE STATUS IS WS-FS-CAMPUS.
000377     SELECT ARQ-BANCO ASSIGN TO BANCOTXN
000378            ORGANIZATION IS SEQUENTIAL
000379            FILE STATUS IS WS-FS-CAMPUS.
000379     SELECT ARQ-PAUTAS ASSIGN TO PAUTATXN
000379            ORGANIZATION IS SEQUENTIAL
000379            FILE STATUS IS WS-FS-CAMPUS.
000380     SELECT ARQ-CONSOLIDADO ASSIGN TO TRANSOUT
000390            ORGANIZATION IS SEQUENTIAL.
000400
000532 FD  ARQ-LIBERADAS
000534     RECORDING MODE IS F.
000536 01  REG-LIBERADA                  PIC X(193).
000536
000537 FD  ARQ-BANCO
000538     RECORDING MODE IS F.
000539 01  REG-BANCO                     PIC X(193).
000539
000539 FD  ARQ-PAUTAS
000539     RECORDING MODE IS F.
000539 01  REG-PAUTA                     PIC X(193).
000540
000550 FD  ARQ-CONSOLIDADO
000560     RECORDING MODE IS F.
000800     OPEN OUTPUT ARQ-CONSOLIDADO
000810     PERFORM 2000-CONSOLIDAR-CAMPUS THRU 2000-EXIT
000820         VARYING WS-CAMPUS-ATUAL FROM 1 BY 1
000830         UNTIL WS-CAMPUS-ATUAL > 6
000840     CLOSE ARQ-CONSOLIDADO
000850     DISPLAY 'CON-TXN - TOTAL CONSOLIDADO: ' WS-QTDE-TOTAL
000860     MOVE 'CON-TXN' TO WS-LOG-PROGRAMA
000900     MOVE 'N' TO WS-SW-FIM-CAMPUS
000905*    A QUARTA ENTRADA E O ARQUIVO DE EXCLUSOES LIBERADAS PELO
000906*    APR-TXN, IDENTIFICADO COMO 'LB' NOS TOTAIS; ELA NAO RECEBE
000907*    CARIMBO DE CAMPUS (O ORIGINAL E PRESERVADO). A QUINTA E O
000907*    ARQUIVO DE PAGAMENTOS DE BOLETO DO RET-BCO ('BC') E A
000907*    SEXTA O DE NOTAS E FREQUENCIAS DAS PAUTAS DO CAR-PAU ('PA'),
000907*    AMBAS TAMBEM SEM CARIMBO.
000908     EVALUATE WS-CAMPUS-ATUAL
000909         WHEN 4
000909             MOVE 'LB' TO WS-CODIGO-CAMPUS
000909         WHEN 5
000909             MOVE 'BC' TO WS-CODIGO-CAMPUS
000909         WHEN 6
000909             MOVE 'PA' TO WS-CODIGO-CAMPUS
000910         WHEN OTHER
000911             MOVE WS-CAMPUS-ATUAL TO WS-CODIGO-CAMPUS (2:1)
000920             MOVE '0' TO WS-CODIGO-CAMPUS (1:1)
000921     END-EVALUATE
000930     PERFORM 2100-ABRIR-CAMPUS THRU 2100-EXIT
000940     IF WS-CAMPUS-NAO-EXISTE
000950         DISPLAY 'CON-TXN - CAMPUS ' WS-CODIGO-CAMPUS
001150             OPEN INPUT ARQ-CAMPUS-3
001155         WHEN 4
001156             OPEN INPUT ARQ-LIBERADAS
001157         WHEN 5
001158             OPEN INPUT ARQ-BANCO
001158         WHEN 6
001158             OPEN INPUT ARQ-PAUTAS
001160     END-EVALUATE.
001170 2100-EXIT.
001180     EXIT.
001334             READ ARQ-LIBERADAS INTO TXN-REGISTRO
001336                 AT END SET WS-FIM-CAMPUS TO TRUE
001338             END-READ
001339         WHEN 5
001339             READ ARQ-BANCO INTO TXN-REGISTRO
001339                 AT END SET WS-FIM-CAMPUS TO TRUE
001339             END-READ
001339         WHEN 6
001339             READ ARQ-PAUTAS INTO TXN-REGISTRO
001339                 AT END SET WS-FIM-CAMPUS TO TRUE
001339             END-READ
001340     END-EVALUATE.
001350 2200-EXIT.
001360     EXIT.
001430*    ARQUIVO DE ENTRADA.
001440     ADD 1 TO WS-SEQUENCIA-SAIDA
001450     MOVE WS-SEQUENCIA-SAIDA TO TXN-SEQUENCIA
001455     IF WS-CAMPUS-ATUAL < 4
001460         MOVE WS-CODIGO-CAMPUS TO TXN-CAMPUS
001465     END-IF
001470     WRITE REG-CONSOLIDADO FROM TXN-REGISTRO
001610             CLOSE ARQ-CAMPUS-3
001612         WHEN 4
001614             CLOSE ARQ-LIBERADAS
001616         WHEN 5
001618             CLOSE ARQ-BANCO
001618         WHEN 6
001618             CLOSE ARQ-PAUTAS
001620     END-EVALUATE.
001630 2400-EXIT.
001640     EXIT.
