000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BOL-RPT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. RELATORIO MENSAL DE BOLSAS E
000110*                 DESCONTOS: (1) DESCONTO CONCEDIDO NA
000120*                 COMPETENCIA (SYSIN, BRANCO = MES CORRENTE) POR
000130*                 CAMPUS-SEDE E TIPO DE BOLSA, A PARTIR DO VALOR
000140*                 BRUTO E LIQUIDO GRAVADOS PELO GER-COB NA
000150*                 COBRANCA, COM SUBTOTAL POR CAMPUS; (2) BOLSAS
000160*                 DE ESTUDANTE ATIVO QUE VENCEM NOS PROXIMOS 60
000170*                 DIAS E AINDA NAO TEM RENOVACAO CADASTRADA, PARA
000180*                 A COMISSAO DE BOLSAS.
000181* 2026-10-15 RCM  O DESCONTO CONCEDIDO DEIXA DE CONTAR AS
000182*                 COBRANCAS CANCELADAS ('C', COMPETENCIAS
000183*                 POSTERIORES AO DESLIGAMENTO): O DESCONTO DELAS
000184*                 NUNCA CHEGOU A SER CONCEDIDO.
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
000380     INCLUDE COBRANCA
000390 END-EXEC.
000400 EXEC SQL
000410     INCLUDE BOLSA
000420 END-EXEC.
000430 EXEC SQL
000440     INCLUDE ESTUDANTE
000450 END-EXEC.
000455
000460 EXEC SQL BEGIN DECLARE SECTION
000470 END-EXEC.
000480 01  WS-COMPETENCIA                PIC X(06).
000490 01  WS-DATA-HOJE                  PIC X(08).
000500 01  WS-DATA-LIMITE                PIC X(08).
000510 01  WS-CAMPUS                     PIC X(02).
000520 01  WS-BOLSA-TIPO                 PIC X(01).
000530 01  WS-QTDE-COBRANCAS             PIC S9(09) COMP.
000540 01  WS-SOMA-BRUTO                 PIC S9(09)V9(02) COMP-3.
000550 01  WS-SOMA-DESCONTO              PIC S9(09)V9(02) COMP-3.
000560 01  WS-ESTUDANTE-ID               PIC 9(07).
000570 01  WS-ESTUDANTE-NOME             PIC X(25).
000580 01  WS-CURSO-ID                   PIC 9(04).
000590 01  WS-BOLSA-MODALIDADE           PIC X(01).
000600 01  WS-BOLSA-PERCENTUAL           PIC S9(3)V9(2) COMP-3.
000610 01  WS-BOLSA-VALOR                PIC S9(5)V9(2) COMP-3.
000620 01  WS-BOLSA-INICIO               PIC X(08).
000630 01  WS-BOLSA-FIM                  PIC X(08).
000640 EXEC SQL END DECLARE SECTION
000650 END-EXEC.
000655
000660 01  WS-PARM-AREA.
000670     05  WS-PARM-COMPETENCIA       PIC X(06) VALUE SPACES.
000675
000680 01  WS-SWITCHES.
000690     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000700         88  WS-FIM-CURSOR                 VALUE 'S'.
000710     05  WS-SW-SECAO               PIC X(01) VALUE '1'.
000720         88  WS-SECAO-DESCONTOS            VALUE '1'.
000730         88  WS-SECAO-VENCIMENTOS          VALUE '2'.
000735
000740 77  WS-CAMPUS-ANTERIOR            PIC X(02) VALUE SPACES.
000750 77  WS-SW-LIMITE-AJUSTADO         PIC X(01) VALUE 'N'.
000760     88  WS-LIMITE-AJUSTADO                VALUE 'S'.
000765
000770 01  WS-TOTAIS.
000780     05  WS-CAMPUS-QTDE            PIC 9(07) COMP-3 VALUE ZERO.
000790     05  WS-CAMPUS-BRUTO           PIC 9(11)V9(02) COMP-3
000800                                   VALUE ZERO.
000810     05  WS-CAMPUS-DESCONTO        PIC 9(11)V9(02) COMP-3
000820                                   VALUE ZERO.
000830     05  WS-GERAL-QTDE             PIC 9(07) COMP-3 VALUE ZERO.
000840     05  WS-GERAL-BRUTO            PIC 9(11)V9(02) COMP-3
000850                                   VALUE ZERO.
000860     05  WS-GERAL-DESCONTO         PIC 9(11)V9(02) COMP-3
000870                                   VALUE ZERO.
000880     05  WS-QTDE-VENCENDO          PIC 9(05) COMP-3 VALUE ZERO.
000885
000890 01  WS-DATA-EXECUCAO.
000900     05  WS-DATA-ANO               PIC 9(04).
000910     05  WS-DATA-MES               PIC 9(02).
000920     05  WS-DATA-DIA               PIC 9(02).
000930 01  WS-DATA-CORRENTE REDEFINES WS-DATA-EXECUCAO.
000940     05  WS-ANO-MES-CORRENTE       PIC 9(06).
000950     05  FILLER                    PIC 9(02).
000955
000960*    DATA DE HOJE + 60 DIAS, CALCULADA MES A MES.
000970 01  WS-DATA-LIMITE-CALC.
000980     05  WS-LIM-ANO                PIC 9(04).
000990     05  WS-LIM-MES                PIC 9(02).
001000     05  WS-LIM-DIA                PIC 9(03).
001010 77  WS-DIAS-NO-MES                PIC 9(02) VALUE ZERO.
001020 77  WS-QUOCIENTE                  PIC 9(04) VALUE ZERO.
001030 77  WS-RESTO-4                    PIC 9(04) VALUE ZERO.
001040 77  WS-RESTO-100                  PIC 9(04) VALUE ZERO.
001050 77  WS-RESTO-400                  PIC 9(04) VALUE ZERO.
001060 01  WS-TABELA-DIAS-VALORES        PIC X(24) VALUE
001070     '312831303130313130313031'.
001080 01  WS-TABELA-DIAS REDEFINES WS-TABELA-DIAS-VALORES.
001090     05  WS-DIAS-MES               PIC 9(02) OCCURS 12 TIMES.
001095
001100*    DATA AAAAMMDD EDITADA COMO DD/MM/AAAA NO RELATORIO.
001110 01  WS-DATA-ENTRADA.
001120     05  WS-ENT-ANO                PIC X(04).
001130     05  WS-ENT-MES                PIC X(02).
001140     05  WS-ENT-DIA                PIC X(02).
001150 01  WS-DATA-EDITADA               PIC X(10).
001155
001160 77  WS-ED-PERCENTUAL              PIC ZZ9.99.
001170 77  WS-ED-VALOR                   PIC ZZ,ZZ9.99.
001175
001180 01  WS-CONTROLE-RELATORIO.
001190     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001200     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001210     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001215
001220 01  WS-LINHA-CABECALHO-1.
001230     05  FILLER                    PIC X(01) VALUE '1'.
001240     05  FILLER                    PIC X(34) VALUE
001250         'RELATORIO DE BOLSAS E DESCONTOS'.
001260     05  FILLER                    PIC X(12) VALUE
001270         'COMPETENCIA '.
001280     05  CAB-COMPETENCIA           PIC X(06).
001290     05  FILLER                    PIC X(02) VALUE SPACES.
001300     05  FILLER                    PIC X(17) VALUE
001310         'DATA DA EXECUCAO'.
001320     05  CAB-DATA-EXECUCAO         PIC X(10).
001330     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001340     05  CAB-PAGINA                PIC ZZ9.
001350     05  FILLER                    PIC X(41) VALUE SPACES.
001355
001360 01  WS-LINHA-TITULO-1.
001370     05  FILLER                    PIC X(01) VALUE '0'.
001380     05  FILLER                    PIC X(60) VALUE
001390         'DESCONTO CONCEDIDO NA COMPETENCIA POR CAMPUS E TIPO'.
001400     05  FILLER                    PIC X(72) VALUE SPACES.
001405
001410 01  WS-LINHA-COLUNAS-1.
001420     05  FILLER                    PIC X(01) VALUE SPACE.
001430     05  FILLER                    PIC X(08) VALUE 'CAMPUS'.
001440     05  FILLER                    PIC X(24) VALUE 'TIPO'.
001450     05  FILLER                    PIC X(12) VALUE 'COBRANCAS'.
001460     05  FILLER                    PIC X(17) VALUE
001470         '     VALOR BRUTO'.
001480     05  FILLER                    PIC X(17) VALUE
001490         '        DESCONTO'.
001500     05  FILLER                    PIC X(17) VALUE
001510         '         LIQUIDO'.
001520     05  FILLER                    PIC X(37) VALUE SPACES.
001525
001530 01  WS-LINHA-DESCONTO.
001540     05  FILLER                    PIC X(01) VALUE SPACE.
001550     05  DES-CAMPUS                PIC X(02).
001560     05  FILLER                    PIC X(06) VALUE SPACES.
001570     05  DES-TIPO                  PIC X(22).
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  DES-QTDE                  PIC ZZZ,ZZ9.
001600     05  FILLER                    PIC X(04) VALUE SPACES.
001610     05  DES-BRUTO                 PIC ZZ,ZZZ,ZZ9.99.
001620     05  FILLER                    PIC X(04) VALUE SPACES.
001630     05  DES-DESCONTO              PIC ZZ,ZZZ,ZZ9.99.
001640     05  FILLER                    PIC X(04) VALUE SPACES.
001650     05  DES-LIQUIDO               PIC ZZ,ZZZ,ZZ9.99.
001660     05  FILLER                    PIC X(42) VALUE SPACES.
001665
001670 01  WS-LINHA-TITULO-2.
001680     05  FILLER                    PIC X(01) VALUE '0'.
001690     05  FILLER                    PIC X(40) VALUE
001700         'BOLSAS QUE VENCEM NOS PROXIMOS 60 DIAS, '.
001710     05  FILLER                    PIC X(21) VALUE
001720         'SEM RENOVACAO - ATE '.
001730     05  TIT-DATA-LIMITE           PIC X(10).
001740     05  FILLER                    PIC X(61) VALUE SPACES.
001745
001750 01  WS-LINHA-COLUNAS-2.
001760     05  FILLER                    PIC X(01) VALUE SPACE.
001770     05  FILLER                    PIC X(09) VALUE 'ID'.
001780     05  FILLER                    PIC X(27) VALUE 'NOME'.
001790     05  FILLER                    PIC X(05) VALUE 'CAMP'.
001800     05  FILLER                    PIC X(24) VALUE 'TIPO'.
001810     05  FILLER                    PIC X(07) VALUE 'CURSO'.
001820     05  FILLER                    PIC X(14) VALUE 'DESCONTO'.
001830     05  FILLER                    PIC X(12) VALUE 'INICIO'.
001840     05  FILLER                    PIC X(10) VALUE 'FIM'.
001850     05  FILLER                    PIC X(24) VALUE SPACES.
001855
001860 01  WS-LINHA-VENCIMENTO.
001870     05  FILLER                    PIC X(01) VALUE SPACE.
001880     05  VEN-ESTUDANTE-ID          PIC 9(07).
001890     05  FILLER                    PIC X(02) VALUE SPACES.
001900     05  VEN-ESTUDANTE-NOME        PIC X(25).
001910     05  FILLER                    PIC X(02) VALUE SPACES.
001920     05  VEN-CAMPUS                PIC X(02).
001930     05  FILLER                    PIC X(03) VALUE SPACES.
001940     05  VEN-TIPO                  PIC X(22).
001950     05  FILLER                    PIC X(02) VALUE SPACES.
001960     05  VEN-CURSO                 PIC X(05).
001970     05  FILLER                    PIC X(02) VALUE SPACES.
001980     05  VEN-DESCONTO              PIC X(12).
001990     05  FILLER                    PIC X(02) VALUE SPACES.
002000     05  VEN-INICIO                PIC X(10).
002010     05  FILLER                    PIC X(02) VALUE SPACES.
002020     05  VEN-FIM                   PIC X(10).
002030     05  FILLER                    PIC X(24) VALUE SPACES.
002035
002040 01  WS-LINHA-RODAPE.
002050     05  FILLER                    PIC X(01) VALUE '0'.
002060     05  FILLER                    PIC X(33) VALUE
002070         'BOLSAS A VENCER SEM RENOVACAO...:'.
002080     05  FILLER                    PIC X(01) VALUE SPACE.
002090     05  ROD-VENCENDO              PIC ZZZZZZ9.
002100     05  FILLER                    PIC X(91) VALUE SPACES.
002105
002110 COPY ESTCONWS.
002115
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-LISTAR-DESCONTOS THRU 2000-EXIT
002160     PERFORM 3000-LISTAR-VENCIMENTOS THRU 3000-EXIT
002170     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002180     MOVE 'BOL-RPT' TO WS-LOG-PROGRAMA
002190     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002200     MOVE WS-GERAL-QTDE TO WS-LOG-LIDAS
002210     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002220     STOP RUN.
002225
002230 1000-INITIALIZE.
002240     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002250     EXEC SQL
002260         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002270     END-EXEC
002280     EXEC SQL
002290         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002300     END-EXEC
002310     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
002320     DISPLAY 'BOL-RPT - COMPETENCIA DO RELATORIO (AAAAMM,'
002330             ' BRANCO=MES CORRENTE): '
002340     ACCEPT WS-PARM-COMPETENCIA FROM SYSIN
002350     IF WS-PARM-COMPETENCIA = SPACES
002360         MOVE WS-ANO-MES-CORRENTE TO WS-COMPETENCIA
002370     ELSE
002380         IF WS-PARM-COMPETENCIA NOT NUMERIC
002390             DISPLAY 'BOL-RPT: COMPETENCIA INVALIDA - '
002400                     WS-PARM-COMPETENCIA
002410             MOVE 16 TO RETURN-CODE
002420             STOP RUN
002430         END-IF
002440         MOVE WS-PARM-COMPETENCIA TO WS-COMPETENCIA
002450     END-IF
002460     MOVE WS-DATA-EXECUCAO TO WS-DATA-HOJE
002470     PERFORM 1200-CALCULAR-LIMITE THRU 1200-EXIT
002480     OPEN OUTPUT ARQ-RELATORIO
002490     MOVE WS-COMPETENCIA TO CAB-COMPETENCIA
002500     STRING WS-DATA-DIA    DELIMITED BY SIZE
002510            '/'            DELIMITED BY SIZE
002520            WS-DATA-MES    DELIMITED BY SIZE
002530            '/'            DELIMITED BY SIZE
002540            WS-DATA-ANO    DELIMITED BY SIZE
002550       INTO CAB-DATA-EXECUCAO
002560     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
002570 1000-EXIT.
002580     EXIT.
002585
002590 1200-CALCULAR-LIMITE.
002600*    SOMA 60 AO DIA E DEVOLVE O EXCESSO MES A MES, CONSIDERANDO
002610*    FEVEREIRO DE ANO BISSEXTO.
002620     MOVE WS-DATA-ANO TO WS-LIM-ANO
002630     MOVE WS-DATA-MES TO WS-LIM-MES
002640     MOVE WS-DATA-DIA TO WS-LIM-DIA
002650     ADD 60 TO WS-LIM-DIA
002660     MOVE 'N' TO WS-SW-LIMITE-AJUSTADO
002670     PERFORM 1250-AJUSTAR-MES THRU 1250-EXIT
002680         UNTIL WS-LIMITE-AJUSTADO
002690     MOVE WS-LIM-ANO TO WS-ENT-ANO
002700     MOVE WS-LIM-MES TO WS-ENT-MES
002710     MOVE WS-LIM-DIA (2:2) TO WS-ENT-DIA
002720     MOVE WS-DATA-ENTRADA TO WS-DATA-LIMITE.
002730 1200-EXIT.
002740     EXIT.
002745
002750 1250-AJUSTAR-MES.
002760     MOVE WS-DIAS-MES (WS-LIM-MES) TO WS-DIAS-NO-MES
002770     IF WS-LIM-MES = 2
002780         DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
002790             REMAINDER WS-RESTO-4
002800         DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
002810             REMAINDER WS-RESTO-100
002820         DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
002830             REMAINDER WS-RESTO-400
002840         IF WS-RESTO-4 = 0
002850             AND (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
002860             MOVE 29 TO WS-DIAS-NO-MES
002870         END-IF
002880     END-IF
002890     IF WS-LIM-DIA NOT > WS-DIAS-NO-MES
002900         SET WS-LIMITE-AJUSTADO TO TRUE
002910         GO TO 1250-EXIT
002920     END-IF
002930     SUBTRACT WS-DIAS-NO-MES FROM WS-LIM-DIA
002940     ADD 1 TO WS-LIM-MES
002950     IF WS-LIM-MES > 12
002960         MOVE 1 TO WS-LIM-MES
002970         ADD 1 TO WS-LIM-ANO
002980     END-IF.
002990 1250-EXIT.
003000     EXIT.
003005
003010 2000-LISTAR-DESCONTOS.
003020     EXEC SQL
003030         DECLARE CUR-DESCONTO CURSOR FOR
003040         SELECT E.ESTUDANTE-CAMPUS, C.COBRANCA-BOLSA-TIPO,
003050                COUNT(*), SUM(C.COBRANCA-VALOR-BRUTO),
003060                SUM(C.COBRANCA-VALOR-BRUTO - C.COBRANCA-VALOR)
003070           FROM COBRANCA C, ESTUDANTE E
003080          WHERE C.COBRANCA-COMPETENCIA = :WS-COMPETENCIA
003090            AND C.COBRANCA-BOLSA-TIPO <> ' '
003095            AND C.COBRANCA-STATUS <> 'C'
003100            AND E.ESTUDANTE-ID = C.COBRANCA-ESTUDANTE-ID
003110          GROUP BY E.ESTUDANTE-CAMPUS, C.COBRANCA-BOLSA-TIPO
003120          ORDER BY 1, 2
003130     END-EXEC
003135
003140     EXEC SQL
003150         WHENEVER SQLERROR CONTINUE
003160     END-EXEC
003170     EXEC SQL
003180         OPEN CUR-DESCONTO
003190     END-EXEC
003200     EXEC SQL
003210         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003220     END-EXEC
003225
003230     IF SQLCODE NOT = 0
003240         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
003250         MOVE 8 TO RETURN-CODE
003260         GO TO 2000-EXIT
003270     END-IF
003275
003280     PERFORM 2100-FETCH-DESCONTO THRU 2100-EXIT
003290         UNTIL WS-FIM-CURSOR
003300     IF WS-CAMPUS-ANTERIOR NOT = SPACES
003310         PERFORM 2300-SUBTOTAL-CAMPUS THRU 2300-EXIT
003320     END-IF
003330     MOVE SPACES            TO DES-CAMPUS
003340     MOVE 'TOTAL GERAL'     TO DES-TIPO
003350     MOVE WS-GERAL-QTDE     TO DES-QTDE
003360     MOVE WS-GERAL-BRUTO    TO DES-BRUTO
003370     MOVE WS-GERAL-DESCONTO TO DES-DESCONTO
003380     COMPUTE DES-LIQUIDO = WS-GERAL-BRUTO - WS-GERAL-DESCONTO
003390     PERFORM 7100-IMPRIMIR-DESCONTO THRU 7100-EXIT
003395
003400     EXEC SQL
003410         CLOSE CUR-DESCONTO
003420     END-EXEC.
003430 2000-EXIT.
003440     EXIT.
003445
003450 2100-FETCH-DESCONTO.
003460     EXEC SQL
003470         WHENEVER SQLERROR CONTINUE
003480     END-EXEC
003490     EXEC SQL
003500         FETCH CUR-DESCONTO
003510          INTO :WS-CAMPUS, :WS-BOLSA-TIPO, :WS-QTDE-COBRANCAS,
003520               :WS-SOMA-BRUTO, :WS-SOMA-DESCONTO
003530     END-EXEC
003540     EXEC SQL
003550         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003560     END-EXEC
003565
003570     EVALUATE SQLCODE
003580         WHEN 0
003590             PERFORM 2200-IMPRIMIR-DESCONTO THRU 2200-EXIT
003600         WHEN 100
003610             SET WS-FIM-CURSOR TO TRUE
003620         WHEN OTHER
003630             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
003640             MOVE 8 TO RETURN-CODE
003650             SET WS-FIM-CURSOR TO TRUE
003660     END-EVALUATE.
003670 2100-EXIT.
003680     EXIT.
003685
003690 2200-IMPRIMIR-DESCONTO.
003700     IF WS-CAMPUS NOT = WS-CAMPUS-ANTERIOR
003710         AND WS-CAMPUS-ANTERIOR NOT = SPACES
003720         PERFORM 2300-SUBTOTAL-CAMPUS THRU 2300-EXIT
003730     END-IF
003740     MOVE WS-CAMPUS            TO WS-CAMPUS-ANTERIOR
003750     MOVE WS-CAMPUS            TO DES-CAMPUS
003760     PERFORM 8000-DESCREVER-TIPO THRU 8000-EXIT
003770     MOVE WS-QTDE-COBRANCAS    TO DES-QTDE
003780     MOVE WS-SOMA-BRUTO        TO DES-BRUTO
003790     MOVE WS-SOMA-DESCONTO     TO DES-DESCONTO
003800     COMPUTE DES-LIQUIDO = WS-SOMA-BRUTO - WS-SOMA-DESCONTO
003810     PERFORM 7100-IMPRIMIR-DESCONTO THRU 7100-EXIT
003820     ADD WS-QTDE-COBRANCAS TO WS-CAMPUS-QTDE WS-GERAL-QTDE
003830     ADD WS-SOMA-BRUTO     TO WS-CAMPUS-BRUTO WS-GERAL-BRUTO
003840     ADD WS-SOMA-DESCONTO  TO WS-CAMPUS-DESCONTO
003850                              WS-GERAL-DESCONTO.
003860 2200-EXIT.
003870     EXIT.
003875
003880 2300-SUBTOTAL-CAMPUS.
003890     MOVE WS-CAMPUS-ANTERIOR  TO DES-CAMPUS
003900     MOVE 'TOTAL DO CAMPUS'   TO DES-TIPO
003910     MOVE WS-CAMPUS-QTDE      TO DES-QTDE
003920     MOVE WS-CAMPUS-BRUTO     TO DES-BRUTO
003930     MOVE WS-CAMPUS-DESCONTO  TO DES-DESCONTO
003940     COMPUTE DES-LIQUIDO = WS-CAMPUS-BRUTO - WS-CAMPUS-DESCONTO
003950     PERFORM 7100-IMPRIMIR-DESCONTO THRU 7100-EXIT
003960     MOVE SPACES TO REL-REGISTRO
003970     WRITE REL-REGISTRO
003980     ADD 1 TO WS-LINHAS-NA-PAGINA
003990     MOVE ZERO TO WS-CAMPUS-QTDE
004000     MOVE ZERO TO WS-CAMPUS-BRUTO
004010     MOVE ZERO TO WS-CAMPUS-DESCONTO.
004020 2300-EXIT.
004030     EXIT.
004035
004040 3000-LISTAR-VENCIMENTOS.
004050*    BOLSA JA RENOVADA (OUTRA LINHA DO MESMO ESTUDANTE E CURSO
004060*    COMECANDO DEPOIS DO FIM DESTA) NAO PRECISA IR A COMISSAO.
004070     SET WS-SECAO-VENCIMENTOS TO TRUE
004080     MOVE 'N' TO WS-SW-FIM-CURSOR
004090     MOVE WS-DATA-LIMITE TO WS-DATA-ENTRADA
004100     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
004110     MOVE WS-DATA-EDITADA TO TIT-DATA-LIMITE
004120     IF WS-LINHAS-NA-PAGINA > WS-LINHAS-POR-PAGINA - 5
004130         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004140     ELSE
004150         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-2
004160         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-2
004170         ADD 2 TO WS-LINHAS-NA-PAGINA
004180     END-IF
004185
004190     EXEC SQL
004200         DECLARE CUR-VENCIMENTO CURSOR FOR
004210         SELECT B.BOLSA-ESTUDANTE-ID, E.ESTUDANTE-NOME,
004220                E.ESTUDANTE-CAMPUS, B.BOLSA-TIPO,
004230                B.BOLSA-CURSO-ID, B.BOLSA-MODALIDADE,
004240                B.BOLSA-PERCENTUAL, B.BOLSA-VALOR,
004250                B.BOLSA-DATA-INICIO, B.BOLSA-DATA-FIM
004260           FROM BOLSA B, ESTUDANTE E
004270          WHERE E.ESTUDANTE-ID = B.BOLSA-ESTUDANTE-ID
004280            AND E.ESTUDANTE-STATUS = 'A'
004290            AND B.BOLSA-DATA-FIM BETWEEN :WS-DATA-HOJE
004300                                     AND :WS-DATA-LIMITE
004310            AND NOT EXISTS
004320                (SELECT 1
004330                   FROM BOLSA R
004340                  WHERE R.BOLSA-ESTUDANTE-ID =
004350                        B.BOLSA-ESTUDANTE-ID
004360                    AND R.BOLSA-CURSO-ID = B.BOLSA-CURSO-ID
004370                    AND R.BOLSA-DATA-INICIO > B.BOLSA-DATA-FIM)
004380          ORDER BY B.BOLSA-DATA-FIM, E.ESTUDANTE-CAMPUS,
004390                   B.BOLSA-ESTUDANTE-ID
004400     END-EXEC
004405
004410     EXEC SQL
004420         WHENEVER SQLERROR CONTINUE
004430     END-EXEC
004440     EXEC SQL
004450         OPEN CUR-VENCIMENTO
004460     END-EXEC
004470     EXEC SQL
004480         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004490     END-EXEC
004495
004500     IF SQLCODE NOT = 0
004510         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
004520         MOVE 8 TO RETURN-CODE
004530         GO TO 3000-EXIT
004540     END-IF
004545
004550     PERFORM 3100-FETCH-VENCIMENTO THRU 3100-EXIT
004560         UNTIL WS-FIM-CURSOR
004565
004570     EXEC SQL
004580         CLOSE CUR-VENCIMENTO
004590     END-EXEC.
004600 3000-EXIT.
004610     EXIT.
004615
004620 3100-FETCH-VENCIMENTO.
004630     EXEC SQL
004640         WHENEVER SQLERROR CONTINUE
004650     END-EXEC
004660     EXEC SQL
004670         FETCH CUR-VENCIMENTO
004680          INTO :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME,
004690               :WS-CAMPUS, :WS-BOLSA-TIPO, :WS-CURSO-ID,
004700               :WS-BOLSA-MODALIDADE, :WS-BOLSA-PERCENTUAL,
004710               :WS-BOLSA-VALOR, :WS-BOLSA-INICIO,
004720               :WS-BOLSA-FIM
004730     END-EXEC
004740     EXEC SQL
004750         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004760     END-EXEC
004765
004770     EVALUATE SQLCODE
004780         WHEN 0
004790             ADD 1 TO WS-QTDE-VENCENDO
004800             PERFORM 3200-IMPRIMIR-VENCIMENTO THRU 3200-EXIT
004810         WHEN 100
004820             SET WS-FIM-CURSOR TO TRUE
004830         WHEN OTHER
004840             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
004850             MOVE 8 TO RETURN-CODE
004860             SET WS-FIM-CURSOR TO TRUE
004870     END-EVALUATE.
004880 3100-EXIT.
004890     EXIT.
004895
004900 3200-IMPRIMIR-VENCIMENTO.
004910     MOVE WS-ESTUDANTE-ID      TO VEN-ESTUDANTE-ID
004920     MOVE WS-ESTUDANTE-NOME    TO VEN-ESTUDANTE-NOME
004930     MOVE WS-CAMPUS            TO VEN-CAMPUS
004940     PERFORM 8000-DESCREVER-TIPO THRU 8000-EXIT
004950     MOVE DES-TIPO             TO VEN-TIPO
004960     IF WS-CURSO-ID = ZERO
004970         MOVE 'TODOS'          TO VEN-CURSO
004980     ELSE
004990         MOVE WS-CURSO-ID      TO VEN-CURSO
005000     END-IF
005010     MOVE SPACES               TO VEN-DESCONTO
005020     IF WS-BOLSA-MODALIDADE = 'P'
005030         MOVE WS-BOLSA-PERCENTUAL TO WS-ED-PERCENTUAL
005040         STRING WS-ED-PERCENTUAL DELIMITED BY SIZE
005050                ' %'             DELIMITED BY SIZE
005060           INTO VEN-DESCONTO
005070     ELSE
005080         MOVE WS-BOLSA-VALOR   TO WS-ED-VALOR
005090         MOVE WS-ED-VALOR      TO VEN-DESCONTO
005100     END-IF
005110     MOVE WS-BOLSA-INICIO      TO WS-DATA-ENTRADA
005120     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
005130     MOVE WS-DATA-EDITADA      TO VEN-INICIO
005140     MOVE WS-BOLSA-FIM         TO WS-DATA-ENTRADA
005150     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
005160     MOVE WS-DATA-EDITADA      TO VEN-FIM
005170     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
005180         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005190     END-IF
005200     WRITE REL-REGISTRO FROM WS-LINHA-VENCIMENTO
005210     ADD 1 TO WS-LINHAS-NA-PAGINA.
005220 3200-EXIT.
005230     EXIT.
005235
005240 7000-IMPRIMIR-CABECALHO.
005250     ADD 1 TO WS-PAGINA-ATUAL
005260     MOVE ZERO TO WS-LINHAS-NA-PAGINA
005270     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
005280     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
005290     IF WS-SECAO-DESCONTOS
005300         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-1
005310         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-1
005320     ELSE
005330         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-2
005340         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-2
005350     END-IF
005360     ADD 3 TO WS-LINHAS-NA-PAGINA.
005370 7000-EXIT.
005380     EXIT.
005385
005390 7100-IMPRIMIR-DESCONTO.
005400     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
005410         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005420     END-IF
005430     WRITE REL-REGISTRO FROM WS-LINHA-DESCONTO
005440     ADD 1 TO WS-LINHAS-NA-PAGINA.
005450 7100-EXIT.
005460     EXIT.
005465
005470 8000-DESCREVER-TIPO.
005480     EVALUATE WS-BOLSA-TIPO
005490         WHEN 'M'
005500             MOVE 'MERITO'                 TO DES-TIPO
005510         WHEN 'S'
005520             MOVE 'SOCIAL'                 TO DES-TIPO
005530         WHEN 'F'
005540             MOVE 'DEPENDENTE FUNCIONARIO' TO DES-TIPO
005550         WHEN 'C'
005560             MOVE 'CONVENIO'               TO DES-TIPO
005570         WHEN OTHER
005580             MOVE 'TIPO NAO CADASTRADO'    TO DES-TIPO
005590     END-EVALUATE.
005600 8000-EXIT.
005610     EXIT.
005615
005620 8100-EDITAR-DATA.
005630     STRING WS-ENT-DIA     DELIMITED BY SIZE
005640            '/'            DELIMITED BY SIZE
005650            WS-ENT-MES     DELIMITED BY SIZE
005660            '/'            DELIMITED BY SIZE
005670            WS-ENT-ANO     DELIMITED BY SIZE
005680       INTO WS-DATA-EDITADA.
005690 8100-EXIT.
005700     EXIT.
005705
005710 9999-ENCERRAR.
005720     MOVE WS-QTDE-VENCENDO TO ROD-VENCENDO
005730     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
005740     CLOSE ARQ-RELATORIO
005750     DISPLAY 'BOL-RPT - COMPETENCIA: ' WS-COMPETENCIA
005760             ' COBRANCAS COM BOLSA: ' WS-GERAL-QTDE
005770             ' DESCONTO: ' WS-GERAL-DESCONTO
005780             ' BOLSAS A VENCER: ' WS-QTDE-VENCENDO.
005790 9999-EXIT.
005800     EXIT.
005805
005810 COPY ESTCONPR.
005820 COPY ESTERRPR.
005825
005830 COPY ESTLOGPR.
