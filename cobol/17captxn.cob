000284*                 NOVA OPERACAO 'V' (REATIVAR ESTUDANTE EM
000285*                 LOTE), QUE O BAT-SQL SO APLICA DE OPERADOR
000286*                 AUTORIZADO EM OPERADOR-AUT, COMO A EXCLUSAO.
000287* 2026-10-15 RCM  NOVA OPERACAO 'W' (DESLIGAR ESTUDANTE PELA
000287*                 JANELA, MESMO EFEITO DO WD-SQL AVULSO).
000288* 2026-10-15 RCM  NOVAS OPERACOES 'Y' (REGISTRAR ACORDO DE
000288*                 PARCELAMENTO, COM QTDE DE PARCELAS E PRIMEIRO
000288*                 VENCIMENTO) E 'U' (PAGAR PARCELA DO ACORDO,
000288*                 COM O NUMERO DA PARCELA).
000289* 2026-10-15 RCM  NOVA OPERACAO 'X' (DISPENSAR PRE-REQUISITO DO
000289*                 CURSO PARA O ESTUDANTE), COM O CURSO-ID.
000290* 2026-10-15 RCM  NOVA OPERACAO 'B' (LANCAR FREQUENCIA DA
000290*                 MATRICULA), COM CURSO-ID, PERIODO LETIVO, AULAS
000290*                 DADAS E AULAS COM PRESENCA.
000291* 2026-10-15 RCM  CAPTURA DAS TRANSACOES DE CATALOGO DE CURSOS
000291*                 'K' (INCLUIR CURSO), 'Q' (ALTERAR VAGAS), 'F'
000291*                 (ALTERAR MENSALIDADE) E 'D' (RETIRAR CURSO),
000291*                 COM CURSO-ID, NOME, VAGAS, MENSALIDADE E
000291*                 COMPETENCIA DE VIGENCIA CRITICADOS COMO NO
000291*                 EDT-TXN (2600-CAPTURAR-CATALOGO). COMO 'F'
000291*                 PASSOU A SER CODIGO DE TRANSACAO, O FIM DA
000291*                 CAPTURA E AGORA '9' (OU BRANCO).
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000629         88  WS-OPER-EXCLUIR-RESP          VALUE 'J'.
000629         88  WS-OPER-TRANSFERIR            VALUE 'T'.
000629         88  WS-OPER-REATIVAR              VALUE 'V'.
000629         88  WS-OPER-DESLIGAR              VALUE 'W'.
000629         88  WS-OPER-ACORDO                VALUE 'Y'.
000629         88  WS-OPER-PAGAR-PARCELA         VALUE 'U'.
000629         88  WS-OPER-DISPENSAR-PREREQ      VALUE 'X'.
000629         88  WS-OPER-LANCAR-FREQ           VALUE 'B'.
000629         88  WS-OPER-INCLUIR-CURSO         VALUE 'K'.
000629         88  WS-OPER-ALTERAR-VAGAS         VALUE 'Q'.
000629         88  WS-OPER-ALTERAR-MENSAL        VALUE 'F'.
000629         88  WS-OPER-RETIRAR-CURSO         VALUE 'D'.
000629         88  WS-OPER-CATALOGO              VALUE 'K' 'Q' 'F' 'D'.
000630         88  WS-OPER-FIM                   VALUE '9' ' '.
000640     05  WS-PARM-ID                PIC X(07) VALUE SPACES.
000645     05  WS-PARM-CAMPUS            PIC X(02) VALUE SPACES.
000646     05  WS-PARM-CURSO             PIC X(04) VALUE SPACES.
000649     05  WS-PARM-RESP-PARENT       PIC X(10) VALUE SPACES.
000649     05  WS-PARM-RESP-FONE         PIC X(11) VALUE SPACES.
000649     05  WS-PARM-CAMPUS-DEST       PIC X(02) VALUE SPACES.
000649     05  WS-PARM-QTDE-PARCELAS     PIC X(02) VALUE SPACES.
000649     05  WS-PARM-VENCIMENTO        PIC X(08) VALUE SPACES.
000649     05  WS-PARM-NUM-PARCELA       PIC X(02) VALUE SPACES.
000649     05  WS-PARM-AULAS-DADAS       PIC X(03) VALUE SPACES.
000649     05  WS-PARM-AULAS-PRESENTE    PIC X(03) VALUE SPACES.
000649     05  WS-PARM-OPERADOR          PIC X(08) VALUE SPACES.
000649     05  WS-PARM-CURSO-NOME        PIC X(30) VALUE SPACES.
000649     05  WS-PARM-VAGAS             PIC X(04) VALUE SPACES.
000649     05  WS-PARM-MENSALIDADE       PIC X(07) VALUE SPACES.
000650
000660 01  WS-SWITCHES.
000670     05  WS-SW-FIM-CAPTURA         PIC X(01) VALUE 'N'.
001320     EXIT.
001330
001340 2000-CAPTURAR-TRANSACAO.
001350     DISPLAY 'CAP-TXN - OPERACAO (I/A/E/M/C/L/N/P/G/H/J/T/V/W/'
001350             'Y/U/X/B/K/Q/F/D, 9=FIM): '
001360     ACCEPT WS-PARM-OPERACAO FROM SYSIN
001370     IF WS-OPER-FIM
001380         SET WS-FIM-CAPTURA TO TRUE
001439         AND NOT WS-OPER-EXCLUIR-RESP
001439         AND NOT WS-OPER-TRANSFERIR
001439         AND NOT WS-OPER-REATIVAR
001439         AND NOT WS-OPER-DESLIGAR
001439         AND NOT WS-OPER-ACORDO
001439         AND NOT WS-OPER-PAGAR-PARCELA
001439         AND NOT WS-OPER-DISPENSAR-PREREQ
001439         AND NOT WS-OPER-LANCAR-FREQ
001439         AND NOT WS-OPER-CATALOGO
001440         ADD 1 TO WS-QTDE-RECUSADAS
001450         DISPLAY 'CAP-TXN: OPERACAO INVALIDA - ' WS-PARM-OPERACAO
001460         GO TO 2000-EXIT
001470     END-IF
001480
001481*    O CATALOGO NAO TEM ESTUDANTE: TEM CAPTURA PROPRIA.
001482     IF WS-OPER-CATALOGO
001483         PERFORM 2600-CAPTURAR-CATALOGO THRU 2600-EXIT
001484         GO TO 2000-EXIT
001485     END-IF
001486
001490     DISPLAY 'CAP-TXN - ESTUDANTE-ID (BRANCO=AUTOMATICO NA'
001495             ' INCLUSAO): '
001500     ACCEPT WS-PARM-ID FROM SYSIN
001682     MOVE SPACES TO WS-PARM-CURSO
001684     IF WS-OPER-MATRICULAR OR WS-OPER-CANCELAR-MAT
001685         OR WS-OPER-LANCAR-NOTA OR WS-OPER-RETIF-NOTA
001685         OR WS-OPER-PAGAMENTO OR WS-OPER-DISPENSAR-PREREQ
001685         OR WS-OPER-LANCAR-FREQ
001686         DISPLAY 'CAP-TXN - CURSO-ID: '
001688         ACCEPT WS-PARM-CURSO FROM SYSIN
001690         IF WS-PARM-CURSO NOT NUMERIC
001697     MOVE SPACES TO WS-PARM-PERIODO
001697     IF WS-OPER-MATRICULAR OR WS-OPER-CANCELAR-MAT
001697         OR WS-OPER-LANCAR-NOTA OR WS-OPER-RETIF-NOTA
001697         OR WS-OPER-LANCAR-FREQ
001697         DISPLAY 'CAP-TXN - PERIODO LETIVO (AAAAPP,'
001697                 ' BRANCO=ABERTO): '
001697         ACCEPT WS-PARM-PERIODO FROM SYSIN
001699             GO TO 2000-EXIT
001699         END-IF
001699     END-IF
001699     MOVE SPACES TO WS-PARM-QTDE-PARCELAS
001699     MOVE SPACES TO WS-PARM-VENCIMENTO
001699     IF WS-OPER-ACORDO
001699         DISPLAY 'CAP-TXN - QTDE DE PARCELAS (01 A 24): '
001699         ACCEPT WS-PARM-QTDE-PARCELAS FROM SYSIN
001699         DISPLAY 'CAP-TXN - PRIMEIRO VENCIMENTO (AAAAMMDD, DIA'
001699                 ' ATE 28): '
001699         ACCEPT WS-PARM-VENCIMENTO FROM SYSIN
001699         IF WS-PARM-QTDE-PARCELAS NOT NUMERIC
001699             OR WS-PARM-QTDE-PARCELAS < '01'
001699             OR WS-PARM-QTDE-PARCELAS > '24'
001699             OR WS-PARM-VENCIMENTO NOT NUMERIC
001699             ADD 1 TO WS-QTDE-RECUSADAS
001699             DISPLAY 'CAP-TXN: PARCELAS/VENCIMENTO INVALIDOS - '
001699                     WS-PARM-QTDE-PARCELAS '/'
001699                     WS-PARM-VENCIMENTO
001699             GO TO 2000-EXIT
001699         END-IF
001699     END-IF
001699     MOVE SPACES TO WS-PARM-NUM-PARCELA
001699     IF WS-OPER-PAGAR-PARCELA
001699         DISPLAY 'CAP-TXN - NUMERO DA PARCELA: '
001699         ACCEPT WS-PARM-NUM-PARCELA FROM SYSIN
001699         IF WS-PARM-NUM-PARCELA NOT NUMERIC
001699             OR WS-PARM-NUM-PARCELA = '00'
001699             ADD 1 TO WS-QTDE-RECUSADAS
001699             DISPLAY 'CAP-TXN: NUMERO DA PARCELA INVALIDO - '
001699                     WS-PARM-NUM-PARCELA
001699             GO TO 2000-EXIT
001699         END-IF
001699     END-IF
001699     MOVE SPACES TO WS-PARM-AULAS-DADAS
001699     MOVE SPACES TO WS-PARM-AULAS-PRESENTE
001699     IF WS-OPER-LANCAR-FREQ
001699         DISPLAY 'CAP-TXN - AULAS DADAS (NNN): '
001699         ACCEPT WS-PARM-AULAS-DADAS FROM SYSIN
001699         IF WS-PARM-AULAS-DADAS NOT NUMERIC
001699             OR WS-PARM-AULAS-DADAS = '000'
001699             ADD 1 TO WS-QTDE-RECUSADAS
001699             DISPLAY 'CAP-TXN: AULAS DADAS INVALIDAS - '
001699                     WS-PARM-AULAS-DADAS
001699             GO TO 2000-EXIT
001699         END-IF
001699         DISPLAY 'CAP-TXN - AULAS COM PRESENCA (NNN): '
001699         ACCEPT WS-PARM-AULAS-PRESENTE FROM SYSIN
001699         IF WS-PARM-AULAS-PRESENTE NOT NUMERIC
001699             OR WS-PARM-AULAS-PRESENTE > WS-PARM-AULAS-DADAS
001699             ADD 1 TO WS-QTDE-RECUSADAS
001699             DISPLAY 'CAP-TXN: AULAS COM PRESENCA INVALIDAS - '
001699                     WS-PARM-AULAS-PRESENTE
001699             GO TO 2000-EXIT
001699         END-IF
001699     END-IF
001690
001700*    AS MESMAS CRITICAS DO BAT-SQL, NA MESMA COMBINACAO DE
001710*    SWITCHES POR OPERACAO: INCLUSAO CONFERE NOME, ENDERECO E
001849         OR WS-OPER-EXCLUIR-RESP
001849         OR WS-OPER-TRANSFERIR
001849         OR WS-OPER-REATIVAR
001849         OR WS-OPER-DESLIGAR
001849         OR WS-OPER-ACORDO
001849         OR WS-OPER-PAGAR-PARCELA
001849         OR WS-OPER-DISPENSAR-PREREQ
001849         OR WS-OPER-LANCAR-FREQ
001850*        A EXISTENCIA DO ESTUDANTE, DO CURSO E DA MATRICULA E
001852*        CONFERIDA NO LOTE (8550/8560 DO BAT-SQL); NA CAPTURA
001854*        BASTAM AS CRITICAS DE FORMATO JA FEITAS ACIMA.
001950     PERFORM 3000-GRAVAR-TRANSACAO THRU 3000-EXIT.
001960 2000-EXIT.
001970     EXIT.
001971
001972 2600-CAPTURAR-CATALOGO.
001972*    TRANSACOES DE CATALOGO ('K'/'Q'/'F'/'D'): ESTUDANTE-ID EM
001972*    ZEROS E OS DADOS DO CURSO NA AREA TXN-DADOS-CURSO. AS
001972*    CRITICAS DE FORMATO SAO AS DO EDT-TXN; A EXISTENCIA DO
001972*    CURSO, A AUTORIZACAO DO OPERADOR PARA O CATALOGO E AS
001972*    REGRAS DE VAGAS E DE COMPETENCIA JA FATURADA FICAM COM O
001972*    BAT-SQL (6600-6900).
001972     MOVE ZEROS  TO WS-ESTUDANTE-ID
001972     MOVE SPACES TO WS-ESTUDANTE-NOME
001972     MOVE SPACES TO WS-ESTUDANTE-ENDERECO
001972     MOVE SPACES TO WS-ESTUDANTE-CPF
001972     MOVE SPACES TO WS-PARM-DATA-NASC
001972     MOVE SPACES TO WS-PARM-PERIODO
001972     MOVE SPACES TO WS-PARM-CAMPUS-DEST
001972     MOVE SPACES TO WS-PARM-CURSO-NOME
001972     MOVE SPACES TO WS-PARM-VAGAS
001972     MOVE SPACES TO WS-PARM-MENSALIDADE
001972     DISPLAY 'CAP-TXN - CURSO-ID: '
001972     ACCEPT WS-PARM-CURSO FROM SYSIN
001972     IF WS-PARM-CURSO NOT NUMERIC
001972         OR WS-PARM-CURSO = '0000'
001972         ADD 1 TO WS-QTDE-RECUSADAS
001972         DISPLAY 'CAP-TXN: CURSO-ID INVALIDO - ' WS-PARM-CURSO
001972         GO TO 2600-EXIT
001972     END-IF
001972     IF WS-OPER-INCLUIR-CURSO
001972         DISPLAY 'CAP-TXN - NOME DO CURSO: '
001972         ACCEPT WS-PARM-CURSO-NOME FROM SYSIN
001972         IF WS-PARM-CURSO-NOME = SPACES
001972             ADD 1 TO WS-QTDE-RECUSADAS
001972             DISPLAY 'CAP-TXN: NOME DO CURSO AUSENTE'
001972             GO TO 2600-EXIT
001972         END-IF
001972     END-IF
001972     IF WS-OPER-INCLUIR-CURSO OR WS-OPER-ALTERAR-VAGAS
001972         DISPLAY 'CAP-TXN - VAGAS (NNNN): '
001972         ACCEPT WS-PARM-VAGAS FROM SYSIN
001972         IF WS-PARM-VAGAS NOT NUMERIC
001972             ADD 1 TO WS-QTDE-RECUSADAS
001972             DISPLAY 'CAP-TXN: VAGAS NAO NUMERICAS - '
001972                     WS-PARM-VAGAS
001972             GO TO 2600-EXIT
001972         END-IF
001972     END-IF
001972     IF WS-OPER-INCLUIR-CURSO OR WS-OPER-ALTERAR-MENSAL
001972*        SETE DIGITOS COM DUAS DECIMAIS IMPLICITAS (EX.: 0125000 =
001972*        1.250,00), O MESMO FORMATO DE TXN-CURSO-MENSALIDADE.
001972         DISPLAY 'CAP-TXN - MENSALIDADE (NNNNNNN, DUAS'
001972                 ' DECIMAIS): '
001972         ACCEPT WS-PARM-MENSALIDADE FROM SYSIN
001972         IF WS-PARM-MENSALIDADE NOT NUMERIC
001972             ADD 1 TO WS-QTDE-RECUSADAS
001972             DISPLAY 'CAP-TXN: MENSALIDADE NAO NUMERICA - '
001972                     WS-PARM-MENSALIDADE
001972             GO TO 2600-EXIT
001972         END-IF
001972     END-IF
001972     IF WS-OPER-ALTERAR-MENSAL
001972         DISPLAY 'CAP-TXN - VIGENCIA (AAAAMM, BRANCO='
001972                 'COMPETENCIA DA JANELA): '
001972         ACCEPT WS-PARM-PERIODO FROM SYSIN
001972         IF WS-PARM-PERIODO NOT = SPACES
001972             AND (WS-PARM-PERIODO NOT NUMERIC
001972                  OR WS-PARM-PERIODO (5:2) < '01'
001972                  OR WS-PARM-PERIODO (5:2) > '12')
001972             ADD 1 TO WS-QTDE-RECUSADAS
001972             DISPLAY 'CAP-TXN: COMPETENCIA DE VIGENCIA INVALIDA'
001972                     ' - ' WS-PARM-PERIODO
001972             GO TO 2600-EXIT
001972         END-IF
001972     END-IF
001972     PERFORM 3000-GRAVAR-TRANSACAO THRU 3000-EXIT.
001973 2600-EXIT.
001974     EXIT.
001980
001990 3000-GRAVAR-TRANSACAO.
001992*    O REGISTRO E LIMPO ANTES DA MONTAGEM (COMO NO VES-TXN):
002030     MOVE WS-ESTUDANTE-ID       TO TXN-ESTUDANTE-ID
002040     MOVE WS-ESTUDANTE-NOME     TO TXN-ESTUDANTE-NOME
002050     MOVE WS-ESTUDANTE-ENDERECO TO TXN-ESTUDANTE-ENDERECO
002050*    NO CATALOGO A MESMA AREA LEVA NOME, VAGAS E MENSALIDADE.
002050     IF WS-OPER-CATALOGO
002050         MOVE SPACES                TO TXN-DADOS-CURSO
002050         MOVE WS-PARM-CURSO-NOME    TO TXN-CURSO-NOME
002050         IF WS-PARM-VAGAS NUMERIC
002050             MOVE WS-PARM-VAGAS     TO TXN-CURSO-VAGAS
002050         ELSE
002050             MOVE ZEROS             TO TXN-CURSO-VAGAS
002050         END-IF
002050         IF WS-PARM-MENSALIDADE NUMERIC
002050             MOVE WS-PARM-MENSALIDADE (1:7)
002050               TO TXN-CURSO-MENSALIDADE (1:7)
002050         ELSE
002050             MOVE ZEROS             TO TXN-CURSO-MENSALIDADE
002050         END-IF
002050     END-IF
002050*    O ACORDO NAO TEM ENDERECO: A MESMA AREA LEVA OS DADOS DELE.
002050     IF WS-OPER-ACORDO OR WS-OPER-PAGAR-PARCELA
002050         MOVE WS-PARM-QTDE-PARCELAS TO TXN-ACORDO-QTDE-PARCELAS
002050         MOVE WS-PARM-VENCIMENTO    TO TXN-ACORDO-VENCIMENTO
002050         MOVE WS-PARM-NUM-PARCELA   TO TXN-ACORDO-NUM-PARCELA
002050     END-IF
002050     IF WS-OPER-LANCAR-FREQ
002050         MOVE SPACES                 TO TXN-DADOS-FREQUENCIA
002050         MOVE WS-PARM-AULAS-DADAS    TO TXN-FREQ-AULAS-DADAS
002050         MOVE WS-PARM-AULAS-PRESENTE TO TXN-FREQ-AULAS-PRESENTE
002050     END-IF
002055     MOVE WS-PARM-CAMPUS        TO TXN-CAMPUS
002056     IF WS-OPER-MATRICULAR OR WS-OPER-CANCELAR-MAT
002056         OR WS-OPER-LANCAR-NOTA OR WS-OPER-RETIF-NOTA
002056         OR WS-OPER-PAGAMENTO OR WS-OPER-DISPENSAR-PREREQ
002056         OR WS-OPER-LANCAR-FREQ OR WS-OPER-CATALOGO
002057         MOVE WS-PARM-CURSO     TO TXN-CURSO-ID
002058     ELSE
002059         MOVE ZEROS             TO TXN-CURSO-ID
