000220*                 RUN-LOG COM A CONTAGEM DE LINHAS; NAO HA
000230*                 IMAGEM "ANTES" POR LINHA, NOS MESMOS MOLDES DO
000240*                 EXPURGO ANUAL (PRG-SQL).
000241* 2026-10-15 RCM  ANTES DO ENCERRAMENTO EM MASSA, LISTA NO SYSOUT
000242*                 AS MATRICULAS ATIVAS DO PERIODO QUE TERMINA SEM
000243*                 FREQUENCIA LANCADA (MATRICULA-DATA-FREQ EM
000244*                 BRANCO), COM A CONTAGEM, PARA A SECRETARIA
000245*                 COBRAR AS PAUTAS DE FREQUENCIA DOS PROFESSORES.
000246*                 A LISTA E SO INFORMATIVA: O ENCERRAMENTO SEGUE.
000247* 2026-10-15 RCM  NA MESMA UNIDADE DE TRABALHO DO ENCERRAMENTO,
000248*                 AS ENTRADAS DA FILA DE ESPERA (TABELA
000249*                 FILA-ESPERA) DO PERIODO QUE TERMINA AINDA
000249*                 AGUARDANDO EXPIRAM (ESPERA-SITUACAO 'X'): A
000249*                 VAGA NAO EXISTE MAIS E O ESTUDANTE NAO PODE
000249*                 SER PROMOVIDO PARA UM PERIODO FECHADO. A
000249*                 CONTAGEM SAI NO SYSOUT.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000450 EXEC SQL
000460     INCLUDE PERIODO
000470 END-EXEC.
000471 EXEC SQL
000472     INCLUDE ESPERA
000473 END-EXEC.
000480
000490 EXEC SQL BEGIN DECLARE SECTION
000500 END-EXEC.
000550 01  WS-DATA-FIM-NOVO              PIC X(08).
000560 01  WS-DATA-EXECUCAO              PIC X(08).
000570 01  WS-QTDE-PERIODOS              PIC S9(04) USAGE COMP.
000575 01  WS-ESTUDANTE-ID               PIC 9(07).
000576 01  WS-CURSO-ID                   PIC 9(04).
000580 EXEC SQL END DECLARE SECTION
000590 END-EXEC.
000600
000610 01  WS-CONTADORES.
000620     05  WS-QTDE-ENCERRADAS        PIC 9(07) COMP-3 VALUE ZERO.
000630     05  WS-ROWS-AFFECTED          PIC S9(09) COMP VALUE ZERO.
000635     05  WS-QTDE-SEM-FREQ          PIC 9(07) COMP-3 VALUE ZERO.
000635     05  WS-QTDE-ESPERA-EXPIRADAS  PIC 9(07) COMP-3 VALUE ZERO.
000636
000637 01  WS-SWITCHES.
000638     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000639         88  WS-FIM-CURSOR                 VALUE 'S'.
000640
000650 COPY ESTCONWS.
000660
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000695     PERFORM 1500-LISTAR-SEM-FREQUENCIA THRU 1500-EXIT
000700     PERFORM 2000-ENCERRAR-MATRICULAS THRU 2000-EXIT
000705     PERFORM 2100-EXPIRAR-FILA-ESPERA THRU 2100-EXIT
000710     PERFORM 3000-FECHAR-PERIODO THRU 3000-EXIT
000720     PERFORM 4000-ABRIR-PERIODO-NOVO THRU 4000-EXIT
000730     EXEC SQL
001330     END-IF.
001340 1000-EXIT.
001350     EXIT.
001351
001352 1500-LISTAR-SEM-FREQUENCIA.
001353*    MATRICULAS QUE VAO SER ENCERRADAS SEM FREQUENCIA LANCADA
001354*    (TRANSACAO 'B' DO BAT-SQL) FICAM SEM RESULTADO FINAL ATE A
001355*    FREQUENCIA CHEGAR; A SECRETARIA USA ESTA LISTA PARA COBRAR.
001356     EXEC SQL
001357         DECLARE CUR-SEM-FREQ CURSOR FOR
001358         SELECT MATRICULA-ESTUDANTE-ID, MATRICULA-CURSO-ID
001359           FROM MATRICULA
001360          WHERE MATRICULA-PERIODO = :WS-PERIODO-VELHO
001361            AND MATRICULA-STATUS = 'A'
001362            AND MATRICULA-DATA-FREQ = ' '
001363          ORDER BY MATRICULA-CURSO-ID, MATRICULA-ESTUDANTE-ID
001364     END-EXEC
001365     EXEC SQL
001366         OPEN CUR-SEM-FREQ
001367     END-EXEC
001368     DISPLAY 'ENC-PER - MATRICULAS SEM FREQUENCIA LANCADA NO '
001369             'PERIODO ' WS-PERIODO-VELHO ':'
001370     PERFORM 1510-FETCH-SEM-FREQ THRU 1510-EXIT
001371         UNTIL WS-FIM-CURSOR
001372     EXEC SQL
001373         CLOSE CUR-SEM-FREQ
001374     END-EXEC
001375     DISPLAY 'ENC-PER - MATRICULAS SEM FREQUENCIA: '
001376             WS-QTDE-SEM-FREQ.
001377 1500-EXIT.
001378     EXIT.
001379
001380 1510-FETCH-SEM-FREQ.
001381     EXEC SQL
001382         FETCH CUR-SEM-FREQ
001383          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID
001384     END-EXEC
001385     IF SQLCODE = 100
001386         SET WS-FIM-CURSOR TO TRUE
001387         GO TO 1510-EXIT
001388     END-IF
001389     ADD 1 TO WS-QTDE-SEM-FREQ
001390     DISPLAY '   CURSO ' WS-CURSO-ID
001391             '  ESTUDANTE ' WS-ESTUDANTE-ID.
001392 1510-EXIT.
001393     EXIT.
001360
001370 2000-ENCERRAR-MATRICULAS.
001380     EXEC SQL
001470             WS-QTDE-ENCERRADAS.
001480 2000-EXIT.
001490     EXIT.
001491
001492 2100-EXPIRAR-FILA-ESPERA.
001493*    QUEM AINDA AGUARDA NA FILA DO PERIODO QUE TERMINA NAO E MAIS
001494*    PROMOVIDO (A PROMOCAO SO VALE PARA PERIODO ABERTO); A LINHA
001495*    FICA NA TABELA COM O DESFECHO E A DATA.
001496     EXEC SQL
001497         UPDATE FILA-ESPERA
001498            SET ESPERA-SITUACAO = 'X',
001499                ESPERA-DATA-SAIDA = :WS-DATA-EXECUCAO
001500          WHERE ESPERA-PERIODO = :WS-PERIODO-VELHO
001500            AND ESPERA-SITUACAO = 'E'
001500     END-EXEC
001500     IF SQLCODE = 0
001500         MOVE SQLERRD(3) TO WS-QTDE-ESPERA-EXPIRADAS
001500     END-IF
001500     DISPLAY 'ENC-PER - ENTRADAS DA FILA DE ESPERA EXPIRADAS: '
001500             WS-QTDE-ESPERA-EXPIRADAS.
001500 2100-EXIT.
001500     EXIT.
001500
001510 3000-FECHAR-PERIODO.
001520     EXEC SQL
001920 9999-ENCERRAR.
001930     DISPLAY 'ENC-PER - PERIODO ' WS-PERIODO-VELHO
001940             ' FECHADO, ' WS-PERIODO-NOVO ' ABERTO,'
001950             ' MATRICULAS ENCERRADAS: ' WS-QTDE-ENCERRADAS
001955             ' FILA DE ESPERA EXPIRADA: '
001956             WS-QTDE-ESPERA-EXPIRADAS.
001960 9999-EXIT.
001970     EXIT.
001980
