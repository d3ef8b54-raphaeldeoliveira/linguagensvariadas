000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACO-RPT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. RELATORIO MENSAL DOS ACORDOS
000110*                 DE PARCELAMENTO (TABELAS ACORDO E
000120*                 ACORDO-PARCELA) PARA A TESOURARIA, EM TRES
000130*                 SECOES: ACORDOS ABERTOS, ACORDOS ROMPIDOS AINDA
000140*                 NAO QUITADOS E ACORDOS QUITADOS NO MES
000150*                 INFORMADO (SYSIN, BRANCO = MES ANTERIOR). CADA
000160*                 ACORDO SAI COM PARCELAS PAGAS, VALOR TOTAL,
000170*                 SALDO EM ABERTO E PROXIMO VENCIMENTO (OU DATA
000180*                 DO ROMPIMENTO/QUITACAO), COM TOTAL POR SECAO.
000190*----------------------------------------------------------------
000195
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000240            ORGANIZATION IS SEQUENTIAL.
000245
000250     COPY ESTLOGSL.
000255
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD  ARQ-RELATORIO
000290     RECORDING MODE IS F.
000300 01  REL-REGISTRO                  PIC X(133).
000305
000310 COPY ESTLOGFD.
000315
000320 WORKING-STORAGE SECTION.
000330 COPY ESTLOGWS.
000335
000340 EXEC SQL
000350     INCLUDE SQLCA
000360 END-EXEC.
000370 EXEC SQL
000380     INCLUDE ACORDO
000390 END-EXEC.
000400 EXEC SQL
000410     INCLUDE ACORDPAR
000420 END-EXEC.
000430 EXEC SQL
000440     INCLUDE ESTUDANTE
000450 END-EXEC.
000455
000460 EXEC SQL BEGIN DECLARE SECTION
000470 END-EXEC.
000480 01  WS-MES-RELATORIO              PIC X(06).
000490 01  WS-STATUS-SECAO               PIC X(01).
000500 01  WS-ACO-ID                     PIC S9(09) COMP.
000510 01  WS-ESTUDANTE-ID               PIC 9(07).
000520 01  WS-ESTUDANTE-NOME             PIC X(25).
000530 01  WS-ACO-DATA                   PIC X(08).
000540 01  WS-ACO-QTDE-PARCELAS          PIC S9(04) COMP.
000550 01  WS-ACO-VALOR-TOTAL            PIC S9(07)V9(02) COMP-3.
000560 01  WS-ACO-DATA-SITUACAO          PIC X(08).
000570 01  WS-QTDE-PAGAS                 PIC S9(04) COMP.
000580 01  WS-SALDO                      PIC S9(07)V9(02) COMP-3.
000590 01  WS-PROX-VENCIMENTO            PIC X(08).
000600 EXEC SQL END DECLARE SECTION
000610 END-EXEC.
000615
000620 01  WS-PARM-AREA.
000630     05  WS-PARM-MES               PIC X(06) VALUE SPACES.
000635
000640 01  WS-SWITCHES.
000650     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000660         88  WS-FIM-CURSOR                 VALUE 'S'.
000670     05  WS-SW-SECAO               PIC X(01) VALUE 'A'.
000680         88  WS-SECAO-ABERTOS              VALUE 'A'.
000690         88  WS-SECAO-ROMPIDOS             VALUE 'R'.
000700         88  WS-SECAO-QUITADOS             VALUE 'Q'.
000705
000710 01  WS-TOTAIS.
000720     05  WS-SEC-QTDE               PIC 9(05) COMP-3 VALUE ZERO.
000730     05  WS-SEC-VALOR              PIC 9(09)V9(02) COMP-3
000740                                   VALUE ZERO.
000750     05  WS-SEC-SALDO              PIC 9(09)V9(02) COMP-3
000760                                   VALUE ZERO.
000770     05  WS-QTDE-ABERTOS           PIC 9(05) COMP-3 VALUE ZERO.
000780     05  WS-QTDE-ROMPIDOS          PIC 9(05) COMP-3 VALUE ZERO.
000790     05  WS-QTDE-QUITADOS          PIC 9(05) COMP-3 VALUE ZERO.
000800     05  WS-GERAL-SALDO            PIC 9(11)V9(02) COMP-3
000810                                   VALUE ZERO.
000815
000820 01  WS-DATA-EXECUCAO.
000830     05  WS-DATA-ANO               PIC 9(04).
000840     05  WS-DATA-MES               PIC 9(02).
000850     05  WS-DATA-DIA               PIC 9(02).
000855
000860*    MES ANTERIOR AO DA EXECUCAO, DEFAULT DO PARAMETRO.
000870 01  WS-MES-ANTERIOR.
000880     05  WS-ANT-ANO                PIC 9(04).
000890     05  WS-ANT-MES                PIC 9(02).
000895
000900*    DATA AAAAMMDD EDITADA COMO DD/MM/AAAA NO RELATORIO.
000910 01  WS-DATA-ENTRADA.
000920     05  WS-ENT-ANO                PIC X(04).
000930     05  WS-ENT-MES                PIC X(02).
000940     05  WS-ENT-DIA                PIC X(02).
000950 01  WS-DATA-EDITADA               PIC X(10).
000955
000960 01  WS-CONTROLE-RELATORIO.
000970     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
000980     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
000990     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
000995
001000 01  WS-LINHA-CABECALHO-1.
001010     05  FILLER                    PIC X(01) VALUE '1'.
001020     05  FILLER                    PIC X(40) VALUE
001030         'ACORDOS DE PARCELAMENTO'.
001040     05  FILLER                    PIC X(14) VALUE
001050         'MES         '.
001060     05  CAB-MES                   PIC X(06).
001070     05  FILLER                    PIC X(02) VALUE SPACES.
001080     05  FILLER                    PIC X(17) VALUE
001090         'DATA DA EXECUCAO'.
001100     05  CAB-DATA-EXECUCAO         PIC X(10).
001110     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001120     05  CAB-PAGINA                PIC ZZ9.
001130     05  FILLER                    PIC X(33) VALUE SPACES.
001135
001140 01  WS-LINHA-TITULO.
001150     05  FILLER                    PIC X(01) VALUE '0'.
001160     05  TIT-SECAO                 PIC X(60).
001170     05  FILLER                    PIC X(72) VALUE SPACES.
001175
001180 01  WS-LINHA-COLUNAS.
001190     05  FILLER                    PIC X(01) VALUE SPACE.
001200     05  FILLER                    PIC X(09) VALUE 'ID'.
001210     05  FILLER                    PIC X(27) VALUE 'NOME'.
001220     05  FILLER                    PIC X(12) VALUE '   ACORDO'.
001230     05  FILLER                    PIC X(13) VALUE 'DATA ACORDO'.
001240     05  FILLER                    PIC X(08) VALUE 'PAGAS'.
001250     05  FILLER                    PIC X(15) VALUE
001260         ' VALOR TOTAL'.
001270     05  FILLER                    PIC X(15) VALUE
001280         '       SALDO'.
001290     05  COL-DATA                  PIC X(10).
001300     05  FILLER                    PIC X(23) VALUE SPACES.
001305
001310 01  WS-LINHA-DETALHE.
001320     05  FILLER                    PIC X(01) VALUE SPACE.
001330     05  DET-ESTUDANTE-ID          PIC 9(07).
001340     05  FILLER                    PIC X(02) VALUE SPACES.
001350     05  DET-ESTUDANTE-NOME        PIC X(25).
001360     05  FILLER                    PIC X(02) VALUE SPACES.
001370     05  DET-ACORDO-ID             PIC ZZZZZZZZ9.
001380     05  FILLER                    PIC X(03) VALUE SPACES.
001390     05  DET-DATA-ACORDO           PIC X(10).
001400     05  FILLER                    PIC X(03) VALUE SPACES.
001410     05  DET-QTDE-PAGAS            PIC Z9.
001420     05  FILLER                    PIC X(01) VALUE '/'.
001430     05  DET-QTDE-PARCELAS         PIC Z9.
001440     05  FILLER                    PIC X(03) VALUE SPACES.
001450     05  DET-VALOR-TOTAL           PIC Z,ZZZ,ZZ9.99.
001460     05  FILLER                    PIC X(03) VALUE SPACES.
001470     05  DET-SALDO                 PIC Z,ZZZ,ZZ9.99.
001480     05  FILLER                    PIC X(03) VALUE SPACES.
001490     05  DET-DATA                  PIC X(10).
001500     05  FILLER                    PIC X(23) VALUE SPACES.
001505
001510 01  WS-LINHA-TOTAL-SECAO.
001520     05  FILLER                    PIC X(01) VALUE SPACE.
001530     05  FILLER                    PIC X(09) VALUE SPACES.
001540     05  FILLER                    PIC X(24) VALUE
001550         'TOTAL DA SECAO..........'.
001560     05  TSC-QTDE                  PIC ZZZZ9.
001570     05  FILLER                    PIC X(09) VALUE
001580         ' ACORDOS '.
001590     05  FILLER                    PIC X(20) VALUE SPACES.
001600     05  TSC-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
001610     05  FILLER                    PIC X(01) VALUE SPACES.
001620     05  TSC-SALDO                 PIC ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER                    PIC X(36) VALUE SPACES.
001635
001640 01  WS-LINHA-RODAPE-1.
001650     05  FILLER                    PIC X(01) VALUE '0'.
001660     05  FILLER                    PIC X(33) VALUE
001670         'ACORDOS ABERTOS.................:'.
001680     05  FILLER                    PIC X(01) VALUE SPACE.
001690     05  ROD-ABERTOS               PIC ZZZZZZ9.
001700     05  FILLER                    PIC X(91) VALUE SPACES.
001705
001710 01  WS-LINHA-RODAPE-2.
001720     05  FILLER                    PIC X(01) VALUE SPACE.
001730     05  FILLER                    PIC X(33) VALUE
001740         'ACORDOS ROMPIDOS EM ABERTO......:'.
001750     05  FILLER                    PIC X(01) VALUE SPACE.
001760     05  ROD-ROMPIDOS              PIC ZZZZZZ9.
001770     05  FILLER                    PIC X(91) VALUE SPACES.
001775
001780 01  WS-LINHA-RODAPE-3.
001790     05  FILLER                    PIC X(01) VALUE SPACE.
001800     05  FILLER                    PIC X(33) VALUE
001810         'ACORDOS QUITADOS NO MES.........:'.
001820     05  FILLER                    PIC X(01) VALUE SPACE.
001830     05  ROD-QUITADOS              PIC ZZZZZZ9.
001840     05  FILLER                    PIC X(91) VALUE SPACES.
001845
001850 01  WS-LINHA-RODAPE-4.
001860     05  FILLER                    PIC X(01) VALUE SPACE.
001870     05  FILLER                    PIC X(33) VALUE
001880         'SALDO EM ABERTO DOS ACORDOS.....:'.
001890     05  FILLER                    PIC X(01) VALUE SPACE.
001900     05  ROD-SALDO                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001910     05  FILLER                    PIC X(81) VALUE SPACES.
001915
001920 COPY ESTCONWS.
001925
001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     SET WS-SECAO-ABERTOS TO TRUE
001970     MOVE 'ACORDOS ABERTOS' TO TIT-SECAO
001980     MOVE 'PROX.VENC.' TO COL-DATA
001990     PERFORM 2000-LISTAR-SECAO THRU 2000-EXIT
002000     MOVE WS-SEC-QTDE TO WS-QTDE-ABERTOS
002010     SET WS-SECAO-ROMPIDOS TO TRUE
002020     MOVE 'ACORDOS ROMPIDOS (PARCELA VENCIDA), AINDA EM ABERTO'
002030       TO TIT-SECAO
002040     MOVE 'ROMPIDO EM' TO COL-DATA
002050     PERFORM 2000-LISTAR-SECAO THRU 2000-EXIT
002060     MOVE WS-SEC-QTDE TO WS-QTDE-ROMPIDOS
002070     SET WS-SECAO-QUITADOS TO TRUE
002080     MOVE 'ACORDOS QUITADOS NO MES' TO TIT-SECAO
002090     MOVE 'QUITADO EM' TO COL-DATA
002100     PERFORM 2000-LISTAR-SECAO THRU 2000-EXIT
002110     MOVE WS-SEC-QTDE TO WS-QTDE-QUITADOS
002120     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002130     MOVE 'ACO-RPT' TO WS-LOG-PROGRAMA
002140     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002150     COMPUTE WS-LOG-LIDAS = WS-QTDE-ABERTOS + WS-QTDE-ROMPIDOS
002160         + WS-QTDE-QUITADOS
002170     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002180     STOP RUN.
002185
002190 1000-INITIALIZE.
002200     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002210     EXEC SQL
002220         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002230     END-EXEC
002240     EXEC SQL
002250         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002260     END-EXEC
002270     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
002280     DISPLAY 'ACO-RPT - MES DO RELATORIO (AAAAMM,'
002290             ' BRANCO=MES ANTERIOR): '
002300     ACCEPT WS-PARM-MES FROM SYSIN
002310     IF WS-PARM-MES = SPACES
002320         MOVE WS-DATA-ANO TO WS-ANT-ANO
002330         MOVE WS-DATA-MES TO WS-ANT-MES
002340         IF WS-ANT-MES = 1
002350             MOVE 12 TO WS-ANT-MES
002360             SUBTRACT 1 FROM WS-ANT-ANO
002370         ELSE
002380             SUBTRACT 1 FROM WS-ANT-MES
002390         END-IF
002400         MOVE WS-MES-ANTERIOR TO WS-MES-RELATORIO
002410     ELSE
002420         IF WS-PARM-MES NOT NUMERIC
002430             DISPLAY 'ACO-RPT: MES INVALIDO - ' WS-PARM-MES
002440             MOVE 16 TO RETURN-CODE
002450             STOP RUN
002460         END-IF
002470         MOVE WS-PARM-MES TO WS-MES-RELATORIO
002480     END-IF
002490     OPEN OUTPUT ARQ-RELATORIO
002500     MOVE WS-MES-RELATORIO TO CAB-MES
002510     STRING WS-DATA-DIA    DELIMITED BY SIZE
002520            '/'            DELIMITED BY SIZE
002530            WS-DATA-MES    DELIMITED BY SIZE
002540            '/'            DELIMITED BY SIZE
002550            WS-DATA-ANO    DELIMITED BY SIZE
002560       INTO CAB-DATA-EXECUCAO.
002570 1000-EXIT.
002580     EXIT.
002585
002590 2000-LISTAR-SECAO.
002600*    UMA SECAO POR SITUACAO DO ACORDO (WS-SW-SECAO), COM O MESMO
002610*    CURSOR REABERTO. ABERTOS E ROMPIDOS SAEM TODOS (SAO A
002620*    CARTEIRA EM COBRANCA); QUITADOS, SO OS DO MES. AS PARCELAS
002630*    SAO RESUMIDAS NA PROPRIA CONSULTA: QUANTAS PAGAS, SALDO
002640*    PENDENTE E O VENCIMENTO PENDENTE MAIS ANTIGO.
002650     MOVE WS-SW-SECAO TO WS-STATUS-SECAO
002660     MOVE ZERO TO WS-SEC-QTDE
002670     MOVE ZERO TO WS-SEC-VALOR
002680     MOVE ZERO TO WS-SEC-SALDO
002690     MOVE 'N' TO WS-SW-FIM-CURSOR
002700     IF WS-PAGINA-ATUAL = ZERO
002710         OR WS-LINHAS-NA-PAGINA > WS-LINHAS-POR-PAGINA - 5
002720         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002730     ELSE
002740         WRITE REL-REGISTRO FROM WS-LINHA-TITULO
002750         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
002760         ADD 2 TO WS-LINHAS-NA-PAGINA
002770     END-IF
002775
002780     EXEC SQL
002790         DECLARE CUR-ACORDO CURSOR FOR
002800         SELECT A.ACORDO-ID, A.ACORDO-ESTUDANTE-ID,
002810                E.ESTUDANTE-NOME, A.ACORDO-DATA,
002820                A.ACORDO-QTDE-PARCELAS, A.ACORDO-VALOR-TOTAL,
002830                A.ACORDO-DATA-SITUACAO,
002840                SUM(CASE WHEN P.PARCELA-STATUS = 'Q'
002850                         THEN 1 ELSE 0 END),
002860                SUM(CASE WHEN P.PARCELA-STATUS = 'P'
002870                         THEN P.PARCELA-VALOR ELSE 0 END),
002880                MIN(CASE WHEN P.PARCELA-STATUS = 'P'
002890                         THEN P.PARCELA-VENCIMENTO
002900                         ELSE '99999999' END)
002910           FROM ACORDO A, ACORDO-PARCELA P, ESTUDANTE E
002920          WHERE A.ACORDO-STATUS = :WS-STATUS-SECAO
002930            AND (A.ACORDO-STATUS <> 'Q'
002940                 OR SUBSTR(A.ACORDO-DATA-SITUACAO, 1, 6) =
002950                    :WS-MES-RELATORIO)
002960            AND P.PARCELA-ACORDO-ID = A.ACORDO-ID
002970            AND E.ESTUDANTE-ID = A.ACORDO-ESTUDANTE-ID
002980          GROUP BY A.ACORDO-ID, A.ACORDO-ESTUDANTE-ID,
002990                   E.ESTUDANTE-NOME, A.ACORDO-DATA,
003000                   A.ACORDO-QTDE-PARCELAS, A.ACORDO-VALOR-TOTAL,
003010                   A.ACORDO-DATA-SITUACAO
003020          ORDER BY A.ACORDO-ESTUDANTE-ID, A.ACORDO-ID
003030     END-EXEC
003035
003040     EXEC SQL
003050         WHENEVER SQLERROR CONTINUE
003060     END-EXEC
003070     EXEC SQL
003080         OPEN CUR-ACORDO
003090     END-EXEC
003100     EXEC SQL
003110         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003120     END-EXEC
003125
003130     IF SQLCODE NOT = 0
003140         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
003150         MOVE 8 TO RETURN-CODE
003160         GO TO 2000-EXIT
003170     END-IF
003175
003180     PERFORM 2100-FETCH-ACORDO THRU 2100-EXIT
003190         UNTIL WS-FIM-CURSOR
003195
003200     EXEC SQL
003210         CLOSE CUR-ACORDO
003220     END-EXEC
003230     PERFORM 2300-TOTAL-SECAO THRU 2300-EXIT.
003240 2000-EXIT.
003250     EXIT.
003255
003260 2100-FETCH-ACORDO.
003270     EXEC SQL
003280         WHENEVER SQLERROR CONTINUE
003290     END-EXEC
003300     EXEC SQL
003310         FETCH CUR-ACORDO
003320          INTO :WS-ACO-ID, :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME,
003330               :WS-ACO-DATA, :WS-ACO-QTDE-PARCELAS,
003340               :WS-ACO-VALOR-TOTAL, :WS-ACO-DATA-SITUACAO,
003350               :WS-QTDE-PAGAS, :WS-SALDO, :WS-PROX-VENCIMENTO
003360     END-EXEC
003370     EXEC SQL
003380         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003390     END-EXEC
003395
003400     EVALUATE SQLCODE
003410         WHEN 0
003420             PERFORM 2200-IMPRIMIR-ACORDO THRU 2200-EXIT
003430         WHEN 100
003440             SET WS-FIM-CURSOR TO TRUE
003450         WHEN OTHER
003460             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
003470             MOVE 8 TO RETURN-CODE
003480             SET WS-FIM-CURSOR TO TRUE
003490     END-EVALUATE.
003500 2100-EXIT.
003510     EXIT.
003515
003520 2200-IMPRIMIR-ACORDO.
003530     MOVE WS-ESTUDANTE-ID       TO DET-ESTUDANTE-ID
003540     MOVE WS-ESTUDANTE-NOME     TO DET-ESTUDANTE-NOME
003550     MOVE WS-ACO-ID             TO DET-ACORDO-ID
003560     MOVE WS-ACO-DATA           TO WS-DATA-ENTRADA
003570     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
003580     MOVE WS-DATA-EDITADA       TO DET-DATA-ACORDO
003590     MOVE WS-QTDE-PAGAS         TO DET-QTDE-PAGAS
003600     MOVE WS-ACO-QTDE-PARCELAS  TO DET-QTDE-PARCELAS
003610     MOVE WS-ACO-VALOR-TOTAL    TO DET-VALOR-TOTAL
003620     MOVE WS-SALDO              TO DET-SALDO
003630*    ABERTO MOSTRA O PROXIMO VENCIMENTO; ROMPIDO E QUITADO, A
003640*    DATA EM QUE MUDARAM DE SITUACAO.
003650     IF WS-SECAO-ABERTOS
003660         MOVE WS-PROX-VENCIMENTO TO WS-DATA-ENTRADA
003670     ELSE
003680         MOVE WS-ACO-DATA-SITUACAO TO WS-DATA-ENTRADA
003690     END-IF
003700     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
003710     MOVE WS-DATA-EDITADA       TO DET-DATA
003720     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003730         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003740     END-IF
003750     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
003760     ADD 1 TO WS-LINHAS-NA-PAGINA
003770     ADD 1                  TO WS-SEC-QTDE
003780     ADD WS-ACO-VALOR-TOTAL TO WS-SEC-VALOR
003790     ADD WS-SALDO           TO WS-SEC-SALDO WS-GERAL-SALDO.
003800 2200-EXIT.
003810     EXIT.
003815
003820 2300-TOTAL-SECAO.
003830     MOVE WS-SEC-QTDE  TO TSC-QTDE
003840     MOVE WS-SEC-VALOR TO TSC-VALOR
003850     MOVE WS-SEC-SALDO TO TSC-SALDO
003860     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003870         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003880     END-IF
003890     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-SECAO
003900     ADD 1 TO WS-LINHAS-NA-PAGINA.
003910 2300-EXIT.
003920     EXIT.
003925
003930 7000-IMPRIMIR-CABECALHO.
003940     ADD 1 TO WS-PAGINA-ATUAL
003950     MOVE ZERO TO WS-LINHAS-NA-PAGINA
003960     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
003970     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
003980     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
003990     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
004000     ADD 3 TO WS-LINHAS-NA-PAGINA.
004010 7000-EXIT.
004020     EXIT.
004025
004030 8100-EDITAR-DATA.
004040     STRING WS-ENT-DIA     DELIMITED BY SIZE
004050            '/'            DELIMITED BY SIZE
004060            WS-ENT-MES     DELIMITED BY SIZE
004070            '/'            DELIMITED BY SIZE
004080            WS-ENT-ANO     DELIMITED BY SIZE
004090       INTO WS-DATA-EDITADA.
004100 8100-EXIT.
004110     EXIT.
004115
004120 9999-ENCERRAR.
004130     MOVE WS-QTDE-ABERTOS  TO ROD-ABERTOS
004140     MOVE WS-QTDE-ROMPIDOS TO ROD-ROMPIDOS
004150     MOVE WS-QTDE-QUITADOS TO ROD-QUITADOS
004160     MOVE WS-GERAL-SALDO   TO ROD-SALDO
004170     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
004180     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
004190     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
004200     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-4
004210     CLOSE ARQ-RELATORIO
004220     DISPLAY 'ACO-RPT - MES: ' WS-MES-RELATORIO
004230             ' ABERTOS: ' WS-QTDE-ABERTOS
004240             ' ROMPIDOS: ' WS-QTDE-ROMPIDOS
004250             ' QUITADOS NO MES: ' WS-QTDE-QUITADOS
004260             ' SALDO: ' WS-GERAL-SALDO.
004270 9999-EXIT.
004280     EXIT.
004285
004290 COPY ESTCONPR.
004300 COPY ESTERRPR.
004305
004310 COPY ESTLOGPR.
