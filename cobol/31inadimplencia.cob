000202*                 VALER O MES ANTERIOR AO CORRENTE, PARA O
000203*                 MEMBRO MENSAL ESTCOBRA RODAR SEM EDICAO DE
000204*                 JCL TODO MES.
000205* 2026-10-15 RCM  ACORDOS DE PARCELAMENTO (TABELAS ACORDO E
000206*                 ACORDO-PARCELA): NOVA SECAO DO RELATORIO LISTA
000207*                 OS ACORDOS ABERTOS COM PARCELA PENDENTE VENCIDA
000208*                 ATE A COMPETENCIA LIMITE; CADA UM E MARCADO
000209*                 ROMPIDO ('R', DATA DA EXECUCAO) E O ESTUDANTE
000209*                 VOLTA AO BLOQUEIO FINANCEIRO. AS COBRANCAS EM
000209*                 ACORDO ('A') NAO ENTRAM NA PRIMEIRA SECAO.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000480 EXEC SQL
000490     INCLUDE COBRANCA
000500 END-EXEC.
000500 EXEC SQL
000500     INCLUDE ACORDO
000500 END-EXEC.
000500 EXEC SQL
000500     INCLUDE ACORDPAR
000500 END-EXEC.
000510
000520 EXEC SQL BEGIN DECLARE SECTION
000530 END-EXEC.
000570 01  WS-COMPETENCIA                PIC X(06).
000580 01  WS-VALOR                      PIC S9(5)V9(2) COMP-3.
000590 01  WS-COMPETENCIA-LIMITE         PIC X(06).
000590 01  WS-ACO-ID                     PIC S9(09) COMP.
000590 01  WS-PARC-VENCIMENTO            PIC X(08).
000590 01  WS-QTDE-PARC-VENCIDAS         PIC S9(04) COMP.
000590 01  WS-VALOR-VENCIDO              PIC S9(07)V9(02) COMP-3.
000590 01  WS-DATA-ROMPIMENTO            PIC X(08).
000600 EXEC SQL END DECLARE SECTION
000610 END-EXEC.
000620
000630 01  WS-SWITCHES.
000640     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000650         88  WS-FIM-CURSOR                 VALUE 'S'.
000650     05  WS-SW-SECAO               PIC X(01) VALUE '1'.
000650         88  WS-SECAO-COBRANCAS            VALUE '1'.
000650         88  WS-SECAO-ACORDOS              VALUE '2'.
000660
000670 01  WS-CONTADORES.
000680     05  WS-QTDE-COBRANCAS         PIC 9(07) COMP-3 VALUE ZERO.
000690     05  WS-QTDE-BLOQUEADOS        PIC 9(05) COMP-3 VALUE ZERO.
000690     05  WS-QTDE-ROMPIDOS          PIC 9(05) COMP-3 VALUE ZERO.
000700
000710 77  WS-ID-ANTERIOR                PIC 9(07) VALUE ZEROS.
000720
000740     05  WS-DATA-ANO               PIC 9(04).
000750     05  WS-DATA-MES               PIC 9(02).
000760     05  WS-DATA-DIA               PIC 9(02).
000760
000760 01  WS-VENCIMENTO-EDICAO.
000760     05  WS-VENC-ANO               PIC X(04).
000760     05  WS-VENC-MES               PIC X(02).
000760     05  WS-VENC-DIA               PIC X(02).
000770
000780 01  WS-CONTROLE-RELATORIO.
000790     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001160     05  FILLER                    PIC X(07) VALUE SPACES.
001170     05  DET-VALOR                 PIC ZZ,ZZ9.99.
001180     05  FILLER                    PIC X(67) VALUE SPACES.
001180
001180 01  WS-LINHA-TITULO-ACORDOS.
001180     05  FILLER                    PIC X(01) VALUE SPACE.
001180     05  FILLER                    PIC X(33) VALUE
001180         'ACORDOS DE PARCELAMENTO ROMPIDOS '.
001180     05  FILLER                    PIC X(36) VALUE
001180         '(PARCELA VENCIDA ATE A COMPETENCIA)'.
001180     05  FILLER                    PIC X(63) VALUE SPACES.
001180
001180 01  WS-LINHA-CABECALHO-3.
001180     05  FILLER                    PIC X(01) VALUE SPACE.
001180     05  FILLER                    PIC X(09) VALUE 'ID'.
001180     05  FILLER                    PIC X(27) VALUE 'NOME'.
001180     05  FILLER                    PIC X(12) VALUE '   ACORDO'.
001180     05  FILLER                    PIC X(15) VALUE
001180         'PARC. VENCIDAS'.
001180     05  FILLER                    PIC X(13) VALUE '1O VENCTO'.
001180     05  FILLER                    PIC X(14) VALUE
001180         ' VALOR VENCIDO'.
001180     05  FILLER                    PIC X(42) VALUE SPACES.
001180
001180 01  WS-LINHA-ACORDO.
001180     05  FILLER                    PIC X(01) VALUE SPACE.
001180     05  ACO-ESTUDANTE-ID          PIC 9(07).
001180     05  FILLER                    PIC X(02) VALUE SPACES.
001180     05  ACO-ESTUDANTE-NOME        PIC X(25).
001180     05  FILLER                    PIC X(02) VALUE SPACES.
001180     05  ACO-ACORDO-ID             PIC ZZZZZZZZ9.
001180     05  FILLER                    PIC X(06) VALUE SPACES.
001180     05  ACO-QTDE-PARCELAS         PIC ZZ9.
001180     05  FILLER                    PIC X(09) VALUE SPACES.
001180     05  ACO-VENCIMENTO            PIC X(10).
001180     05  FILLER                    PIC X(03) VALUE SPACES.
001180     05  ACO-VALOR-VENCIDO         PIC Z,ZZZ,ZZ9.99.
001180     05  FILLER                    PIC X(44) VALUE SPACES.
001190
001200 01  WS-LINHA-RODAPE.
001210     05  FILLER                    PIC X(01) VALUE SPACE.
001320     05  FILLER                    PIC X(01) VALUE SPACE.
001330     05  ROD-BLOQUEADOS            PIC ZZZZZZ9.
001340     05  FILLER                    PIC X(91) VALUE SPACES.
001340
001340 01  WS-LINHA-RODAPE-3.
001340     05  FILLER                    PIC X(01) VALUE SPACE.
001340     05  FILLER                    PIC X(33) VALUE
001340         'ACORDOS ROMPIDOS................:'.
001340     05  FILLER                    PIC X(01) VALUE SPACE.
001340     05  ROD-ROMPIDOS              PIC ZZZZZZ9.
001340     05  FILLER                    PIC X(91) VALUE SPACES.
001350
001360 COPY ESTCONWS.
001370
001390 0000-MAINLINE.
001400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001410     PERFORM 2000-PROCESSAR-CURSOR THRU 2000-EXIT
001410     PERFORM 3000-ROMPER-ACORDOS THRU 3000-EXIT
001420     EXEC SQL
001430         COMMIT
001440     END-EXEC
001460     MOVE 'INA-RPT' TO WS-LOG-PROGRAMA
001470     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
001480     MOVE WS-QTDE-COBRANCAS TO WS-LOG-LIDAS
001490     COMPUTE WS-LOG-APLICADAS = WS-QTDE-BLOQUEADOS
001490         + WS-QTDE-ROMPIDOS
001500     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
001510     STOP RUN.
001520
002700 2300-EXIT.
002710     EXIT.
002720
002720 3000-ROMPER-ACORDOS.
002720*    ACORDO ABERTO COM PARCELA PENDENTE DE VENCIMENTO ATE A
002720*    COMPETENCIA LIMITE (O MESMO CORTE DAS COBRANCAS) ESTA
002720*    ROMPIDO: UMA LINHA POR ACORDO, COM AS PARCELAS VENCIDAS
002720*    SOMADAS.
002720     SET WS-SECAO-ACORDOS TO TRUE
002720     MOVE 'N' TO WS-SW-FIM-CURSOR
002720     MOVE WS-DATA-EXECUCAO TO WS-DATA-ROMPIMENTO
002720     IF WS-LINHAS-NA-PAGINA > WS-LINHAS-POR-PAGINA - 5
002720         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002720     ELSE
002720         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-ACORDOS
002720         WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-3
002720         ADD 2 TO WS-LINHAS-NA-PAGINA
002720     END-IF
002720
002720     EXEC SQL
002720         DECLARE CUR-ACORDO-VENCIDO CURSOR FOR
002720         SELECT A.ACORDO-ID, A.ACORDO-ESTUDANTE-ID,
002720                E.ESTUDANTE-NOME, MIN(P.PARCELA-VENCIMENTO),
002720                COUNT(*), SUM(P.PARCELA-VALOR)
002720           FROM ACORDO A, ACORDO-PARCELA P, ESTUDANTE E
002720          WHERE A.ACORDO-STATUS = 'A'
002720            AND P.PARCELA-ACORDO-ID = A.ACORDO-ID
002720            AND P.PARCELA-STATUS = 'P'
002720            AND SUBSTR(P.PARCELA-VENCIMENTO, 1, 6) <=
002720                :WS-COMPETENCIA-LIMITE
002720            AND E.ESTUDANTE-ID = A.ACORDO-ESTUDANTE-ID
002720          GROUP BY A.ACORDO-ID, A.ACORDO-ESTUDANTE-ID,
002720                   E.ESTUDANTE-NOME
002720          ORDER BY A.ACORDO-ESTUDANTE-ID
002720     END-EXEC
002720
002720     EXEC SQL
002720         WHENEVER SQLERROR CONTINUE
002720     END-EXEC
002720     EXEC SQL
002720         OPEN CUR-ACORDO-VENCIDO
002720     END-EXEC
002720     EXEC SQL
002720         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002720     END-EXEC
002720
002720     IF SQLCODE NOT = 0
002720         DISPLAY 'ERRO AO ABRIR O CURSOR DE ACORDOS - SQLCODE = '
002720                 SQLCODE
002720         MOVE 8 TO RETURN-CODE
002720         GO TO 3000-EXIT
002720     END-IF
002720
002720     PERFORM 3100-FETCH-ACORDO THRU 3100-EXIT
002720         UNTIL WS-FIM-CURSOR
002720
002720     EXEC SQL
002720         CLOSE CUR-ACORDO-VENCIDO
002720     END-EXEC.
002720 3000-EXIT.
002720     EXIT.
002720
002720 3100-FETCH-ACORDO.
002720     EXEC SQL
002720         WHENEVER SQLERROR CONTINUE
002720     END-EXEC
002720     EXEC SQL
002720         FETCH CUR-ACORDO-VENCIDO
002720          INTO :WS-ACO-ID, :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME,
002720               :WS-PARC-VENCIMENTO, :WS-QTDE-PARC-VENCIDAS,
002720               :WS-VALOR-VENCIDO
002720     END-EXEC
002720     EXEC SQL
002720         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002720     END-EXEC
002720
002720     EVALUATE SQLCODE
002720         WHEN 0
002720             PERFORM 3200-ROMPER-ACORDO THRU 3200-EXIT
002720         WHEN 100
002720             SET WS-FIM-CURSOR TO TRUE
002720         WHEN OTHER
002720             DISPLAY 'ERRO NO FETCH DE ACORDOS - SQLCODE = '
002720                     SQLCODE
002720             MOVE 8 TO RETURN-CODE
002720             SET WS-FIM-CURSOR TO TRUE
002720     END-EVALUATE.
002720 3100-EXIT.
002720     EXIT.
002720
002720 3200-ROMPER-ACORDO.
002720     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
002720         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002720     END-IF
002720     MOVE WS-PARC-VENCIMENTO    TO WS-VENCIMENTO-EDICAO
002720     MOVE WS-ESTUDANTE-ID       TO ACO-ESTUDANTE-ID
002720     MOVE WS-ESTUDANTE-NOME     TO ACO-ESTUDANTE-NOME
002720     MOVE WS-ACO-ID             TO ACO-ACORDO-ID
002720     MOVE WS-QTDE-PARC-VENCIDAS TO ACO-QTDE-PARCELAS
002720     STRING WS-VENC-DIA    DELIMITED BY SIZE
002720            '/'            DELIMITED BY SIZE
002720            WS-VENC-MES    DELIMITED BY SIZE
002720            '/'            DELIMITED BY SIZE
002720            WS-VENC-ANO    DELIMITED BY SIZE
002720       INTO ACO-VENCIMENTO
002720     MOVE WS-VALOR-VENCIDO      TO ACO-VALOR-VENCIDO
002720     WRITE REL-REGISTRO FROM WS-LINHA-ACORDO
002720     ADD 1 TO WS-LINHAS-NA-PAGINA
002720     EXEC SQL
002720         UPDATE ACORDO
002720            SET ACORDO-STATUS = 'R',
002720                ACORDO-DATA-SITUACAO = :WS-DATA-ROMPIMENTO
002720          WHERE ACORDO-ID = :WS-ACO-ID
002720            AND ACORDO-STATUS = 'A'
002720     END-EXEC
002720     EXEC SQL
002720         UPDATE ESTUDANTE
002720            SET ESTUDANTE-SIT-FINANCEIRA = 'B'
002720          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002720     END-EXEC
002720     ADD 1 TO WS-QTDE-ROMPIDOS.
002720 3200-EXIT.
002720     EXIT.
002720
002730 7000-IMPRIMIR-CABECALHO.
002740     ADD 1 TO WS-PAGINA-ATUAL
002750     MOVE ZERO TO WS-LINHAS-NA-PAGINA
002820     MOVE WS-PAGINA-ATUAL       TO CAB-PAGINA
002830     MOVE WS-COMPETENCIA-LIMITE TO CAB-COMPETENCIA
002840     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
002840     ADD 1 TO WS-LINHAS-NA-PAGINA
002850     IF WS-SECAO-COBRANCAS
002850         WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
002860         ADD 1 TO WS-LINHAS-NA-PAGINA
002860     ELSE
002860         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-ACORDOS
002860         WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-3
002860         ADD 2 TO WS-LINHAS-NA-PAGINA
002860     END-IF.
002870 7000-EXIT.
002880     EXIT.
002890
002920     MOVE WS-QTDE-BLOQUEADOS TO ROD-BLOQUEADOS
002930     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
002940     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
002940     MOVE WS-QTDE-ROMPIDOS   TO ROD-ROMPIDOS
002940     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
002950     CLOSE ARQ-RELATORIO
002960     DISPLAY 'INA-RPT - COBRANCAS VENCIDAS: '
002970             WS-QTDE-COBRANCAS
002980             ' ESTUDANTES BLOQUEADOS: ' WS-QTDE-BLOQUEADOS
002980             ' ACORDOS ROMPIDOS: ' WS-QTDE-ROMPIDOS.
002990 9999-EXIT.
003000     EXIT.
003010
