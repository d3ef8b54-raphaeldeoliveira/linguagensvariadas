000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEV-RPT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. RELATORIO MENSAL DE DEVOLUCAO
000110*                 / CREDITO AO ESTUDANTE DESLIGADO: PARA CADA
000120*                 ESTUDANTE DESLIGADO NO MES INFORMADO (SYSIN,
000130*                 BRANCO = MES ANTERIOR) E AINDA INATIVO, LISTA AS
000140*                 COBRANCAS JA QUITADAS DE COMPETENCIA POSTERIOR
000150*                 AO MES DO DESLIGAMENTO -- AS MESMAS QUE O
000160*                 DESLIGAMENTO (COPY ESTDSLPR) CONTA COMO PAGAS A
000170*                 DEVOLVER --, COM TOTAL POR ESTUDANTE E TOTAL
000180*                 GERAL, PARA A TESOURARIA DEVOLVER OU CREDITAR.
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
000410     INCLUDE ESTUDANTE
000420 END-EXEC.
000425
000430 EXEC SQL BEGIN DECLARE SECTION
000440 END-EXEC.
000450 01  WS-MES-DESLIGAMENTO           PIC X(06).
000460 01  WS-ESTUDANTE-ID               PIC 9(07).
000470 01  WS-ESTUDANTE-NOME             PIC X(25).
000480 01  WS-CAMPUS                     PIC X(02).
000490 01  WS-DATA-DESLIG                PIC X(08).
000500 01  WS-CURSO-ID                   PIC 9(04).
000510 01  WS-COMPETENCIA                PIC X(06).
000520 01  WS-DATA-PAGAMENTO             PIC X(08).
000530 01  WS-VALOR                      PIC S9(05)V9(02) COMP-3.
000540 EXEC SQL END DECLARE SECTION
000550 END-EXEC.
000555
000560 01  WS-PARM-AREA.
000570     05  WS-PARM-MES               PIC X(06) VALUE SPACES.
000575
000580 01  WS-SWITCHES.
000590     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000600         88  WS-FIM-CURSOR                 VALUE 'S'.
000605
000610 77  WS-ID-ANTERIOR                PIC 9(07) VALUE ZERO.
000615
000620 01  WS-TOTAIS.
000630     05  WS-ESTUD-QTDE             PIC 9(05) COMP-3 VALUE ZERO.
000640     05  WS-ESTUD-VALOR            PIC 9(09)V9(02) COMP-3
000650                                   VALUE ZERO.
000660     05  WS-GERAL-ESTUDANTES       PIC 9(07) COMP-3 VALUE ZERO.
000670     05  WS-GERAL-QTDE             PIC 9(07) COMP-3 VALUE ZERO.
000680     05  WS-GERAL-VALOR            PIC 9(11)V9(02) COMP-3
000690                                   VALUE ZERO.
000695
000700 01  WS-DATA-EXECUCAO.
000710     05  WS-DATA-ANO               PIC 9(04).
000720     05  WS-DATA-MES               PIC 9(02).
000730     05  WS-DATA-DIA               PIC 9(02).
000735
000740*    MES ANTERIOR AO DA EXECUCAO, DEFAULT DO PARAMETRO.
000750 01  WS-MES-ANTERIOR.
000760     05  WS-ANT-ANO                PIC 9(04).
000770     05  WS-ANT-MES                PIC 9(02).
000775
000780*    DATA AAAAMMDD EDITADA COMO DD/MM/AAAA NO RELATORIO.
000790 01  WS-DATA-ENTRADA.
000800     05  WS-ENT-ANO                PIC X(04).
000810     05  WS-ENT-MES                PIC X(02).
000820     05  WS-ENT-DIA                PIC X(02).
000830 01  WS-DATA-EDITADA               PIC X(10).
000835
000840 01  WS-CONTROLE-RELATORIO.
000850     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
000860     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
000870     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
000875
000880 01  WS-LINHA-CABECALHO-1.
000890     05  FILLER                    PIC X(01) VALUE '1'.
000900     05  FILLER                    PIC X(40) VALUE
000910         'DEVOLUCAO/CREDITO A ESTUDANTE DESLIGADO'.
000920     05  FILLER                    PIC X(14) VALUE
000930         'DESLIGADOS EM '.
000940     05  CAB-MES                   PIC X(06).
000950     05  FILLER                    PIC X(02) VALUE SPACES.
000960     05  FILLER                    PIC X(17) VALUE
000970         'DATA DA EXECUCAO'.
000980     05  CAB-DATA-EXECUCAO         PIC X(10).
000990     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001000     05  CAB-PAGINA                PIC ZZ9.
001010     05  FILLER                    PIC X(33) VALUE SPACES.
001015
001020 01  WS-LINHA-TITULO.
001030     05  FILLER                    PIC X(01) VALUE '0'.
001040     05  FILLER                    PIC X(34) VALUE
001050         'COBRANCAS QUITADAS DE COMPETENCIA '.
001060     05  FILLER                    PIC X(26) VALUE
001070         'POSTERIOR AO DESLIGAMENTO'.
001080     05  FILLER                    PIC X(72) VALUE SPACES.
001085
001090 01  WS-LINHA-COLUNAS.
001100     05  FILLER                    PIC X(01) VALUE SPACE.
001110     05  FILLER                    PIC X(09) VALUE 'ID'.
001120     05  FILLER                    PIC X(27) VALUE 'NOME'.
001130     05  FILLER                    PIC X(05) VALUE 'CAMP'.
001140     05  FILLER                    PIC X(12) VALUE 'DESLIGADO'.
001150     05  FILLER                    PIC X(07) VALUE 'CURSO'.
001160     05  FILLER                    PIC X(10) VALUE 'COMPET'.
001170     05  FILLER                    PIC X(14) VALUE 'PAGAMENTO'.
001180     05  FILLER                    PIC X(09) VALUE '    VALOR'.
001190     05  FILLER                    PIC X(39) VALUE SPACES.
001195
001200 01  WS-LINHA-DETALHE.
001210     05  FILLER                    PIC X(01) VALUE SPACE.
001220     05  DET-ESTUDANTE-ID          PIC X(07).
001230     05  FILLER                    PIC X(02) VALUE SPACES.
001240     05  DET-ESTUDANTE-NOME        PIC X(25).
001250     05  FILLER                    PIC X(02) VALUE SPACES.
001260     05  DET-CAMPUS                PIC X(02).
001270     05  FILLER                    PIC X(03) VALUE SPACES.
001280     05  DET-DATA-DESLIG           PIC X(10).
001290     05  FILLER                    PIC X(02) VALUE SPACES.
001300     05  DET-CURSO-ID              PIC 9(04).
001310     05  FILLER                    PIC X(03) VALUE SPACES.
001320     05  DET-COMPETENCIA           PIC X(06).
001330     05  FILLER                    PIC X(04) VALUE SPACES.
001340     05  DET-DATA-PAGAMENTO        PIC X(10).
001350     05  FILLER                    PIC X(04) VALUE SPACES.
001360     05  DET-VALOR                 PIC ZZ,ZZ9.99.
001370     05  FILLER                    PIC X(39) VALUE SPACES.
001375
001380 01  WS-LINHA-TOTAL-ESTUDANTE.
001390     05  FILLER                    PIC X(01) VALUE SPACE.
001400     05  FILLER                    PIC X(09) VALUE SPACES.
001410     05  FILLER                    PIC X(24) VALUE
001420         'TOTAL DO ESTUDANTE......'.
001430     05  TES-QTDE                  PIC ZZZZ9.
001440     05  FILLER                    PIC X(11) VALUE
001450         ' COBRANCAS '.
001460     05  FILLER                    PIC X(30) VALUE SPACES.
001470     05  TES-VALOR                 PIC ZZZ,ZZZ,ZZ9.99.
001480     05  FILLER                    PIC X(39) VALUE SPACES.
001485
001490 01  WS-LINHA-RODAPE-1.
001500     05  FILLER                    PIC X(01) VALUE '0'.
001510     05  FILLER                    PIC X(33) VALUE
001520         'ESTUDANTES COM VALOR A DEVOLVER.:'.
001530     05  FILLER                    PIC X(01) VALUE SPACE.
001540     05  ROD-ESTUDANTES            PIC ZZZZZZ9.
001550     05  FILLER                    PIC X(91) VALUE SPACES.
001555
001560 01  WS-LINHA-RODAPE-2.
001570     05  FILLER                    PIC X(01) VALUE SPACE.
001580     05  FILLER                    PIC X(33) VALUE
001590         'COBRANCAS QUITADAS A DEVOLVER...:'.
001600     05  FILLER                    PIC X(01) VALUE SPACE.
001610     05  ROD-COBRANCAS             PIC ZZZZZZ9.
001620     05  FILLER                    PIC X(91) VALUE SPACES.
001625
001630 01  WS-LINHA-RODAPE-3.
001640     05  FILLER                    PIC X(01) VALUE SPACE.
001650     05  FILLER                    PIC X(33) VALUE
001660         'VALOR TOTAL A DEVOLVER..........:'.
001670     05  FILLER                    PIC X(01) VALUE SPACE.
001680     05  ROD-VALOR                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001690     05  FILLER                    PIC X(81) VALUE SPACES.
001695
001700 COPY ESTCONWS.
001705
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001740     PERFORM 2000-LISTAR-DEVOLUCOES THRU 2000-EXIT
001750     PERFORM 9999-ENCERRAR THRU 9999-EXIT
001760     MOVE 'DEV-RPT' TO WS-LOG-PROGRAMA
001770     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
001780     MOVE WS-GERAL-QTDE TO WS-LOG-LIDAS
001790     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
001800     STOP RUN.
001805
001810 1000-INITIALIZE.
001820     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
001830     EXEC SQL
001840         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001850     END-EXEC
001860     EXEC SQL
001870         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
001880     END-EXEC
001890     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
001900     DISPLAY 'DEV-RPT - MES DOS DESLIGAMENTOS (AAAAMM,'
001910             ' BRANCO=MES ANTERIOR): '
001920     ACCEPT WS-PARM-MES FROM SYSIN
001930     IF WS-PARM-MES = SPACES
001940         MOVE WS-DATA-ANO TO WS-ANT-ANO
001950         MOVE WS-DATA-MES TO WS-ANT-MES
001960         IF WS-ANT-MES = 1
001970             MOVE 12 TO WS-ANT-MES
001980             SUBTRACT 1 FROM WS-ANT-ANO
001990         ELSE
002000             SUBTRACT 1 FROM WS-ANT-MES
002010         END-IF
002020         MOVE WS-MES-ANTERIOR TO WS-MES-DESLIGAMENTO
002030     ELSE
002040         IF WS-PARM-MES NOT NUMERIC
002050             DISPLAY 'DEV-RPT: MES INVALIDO - ' WS-PARM-MES
002060             MOVE 16 TO RETURN-CODE
002070             STOP RUN
002080         END-IF
002090         MOVE WS-PARM-MES TO WS-MES-DESLIGAMENTO
002100     END-IF
002110     OPEN OUTPUT ARQ-RELATORIO
002120     MOVE WS-MES-DESLIGAMENTO TO CAB-MES
002130     STRING WS-DATA-DIA    DELIMITED BY SIZE
002140            '/'            DELIMITED BY SIZE
002150            WS-DATA-MES    DELIMITED BY SIZE
002160            '/'            DELIMITED BY SIZE
002170            WS-DATA-ANO    DELIMITED BY SIZE
002180       INTO CAB-DATA-EXECUCAO
002190     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
002200 1000-EXIT.
002210     EXIT.
002215
002220 2000-LISTAR-DEVOLUCOES.
002230*    ESTUDANTE REATIVADO DEPOIS DO DESLIGAMENTO TEM A DATA LIMPA E
002240*    STATUS 'A', E NAO ENTRA: VOLTOU A ESTUDAR E A TESOURARIA
002250*    TRATA O CREDITO NA REMATRICULA.
002260     EXEC SQL
002270         DECLARE CUR-DEVOLUCAO CURSOR FOR
002280         SELECT E.ESTUDANTE-ID, E.ESTUDANTE-NOME,
002290                E.ESTUDANTE-CAMPUS, E.ESTUDANTE-DATA-DESLIG,
002300                C.COBRANCA-CURSO-ID, C.COBRANCA-COMPETENCIA,
002310                C.COBRANCA-DATA-PAGAMENTO, C.COBRANCA-VALOR
002320           FROM ESTUDANTE E, COBRANCA C
002330          WHERE E.ESTUDANTE-STATUS = 'I'
002340            AND SUBSTR(E.ESTUDANTE-DATA-DESLIG, 1, 6) =
002350                :WS-MES-DESLIGAMENTO
002360            AND C.COBRANCA-ESTUDANTE-ID = E.ESTUDANTE-ID
002370            AND C.COBRANCA-STATUS = 'Q'
002380            AND C.COBRANCA-VALOR > 0
002390            AND C.COBRANCA-COMPETENCIA >
002400                SUBSTR(E.ESTUDANTE-DATA-DESLIG, 1, 6)
002410          ORDER BY E.ESTUDANTE-CAMPUS, E.ESTUDANTE-ID,
002420                   C.COBRANCA-COMPETENCIA, C.COBRANCA-CURSO-ID
002430     END-EXEC
002435
002440     EXEC SQL
002450         WHENEVER SQLERROR CONTINUE
002460     END-EXEC
002470     EXEC SQL
002480         OPEN CUR-DEVOLUCAO
002490     END-EXEC
002500     EXEC SQL
002510         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002520     END-EXEC
002525
002530     IF SQLCODE NOT = 0
002540         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 2000-EXIT
002570     END-IF
002575
002580     PERFORM 2100-FETCH-DEVOLUCAO THRU 2100-EXIT
002590         UNTIL WS-FIM-CURSOR
002600     IF WS-ID-ANTERIOR NOT = ZERO
002610         PERFORM 2300-TOTAL-ESTUDANTE THRU 2300-EXIT
002620     END-IF
002625
002630     EXEC SQL
002640         CLOSE CUR-DEVOLUCAO
002650     END-EXEC.
002660 2000-EXIT.
002670     EXIT.
002675
002680 2100-FETCH-DEVOLUCAO.
002690     EXEC SQL
002700         WHENEVER SQLERROR CONTINUE
002710     END-EXEC
002720     EXEC SQL
002730         FETCH CUR-DEVOLUCAO
002740          INTO :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME,
002750               :WS-CAMPUS, :WS-DATA-DESLIG, :WS-CURSO-ID,
002760               :WS-COMPETENCIA, :WS-DATA-PAGAMENTO, :WS-VALOR
002770     END-EXEC
002780     EXEC SQL
002790         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002800     END-EXEC
002805
002810     EVALUATE SQLCODE
002820         WHEN 0
002830             PERFORM 2200-IMPRIMIR-DEVOLUCAO THRU 2200-EXIT
002840         WHEN 100
002850             SET WS-FIM-CURSOR TO TRUE
002860         WHEN OTHER
002870             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
002880             MOVE 8 TO RETURN-CODE
002890             SET WS-FIM-CURSOR TO TRUE
002900     END-EVALUATE.
002910 2100-EXIT.
002920     EXIT.
002925
002930 2200-IMPRIMIR-DEVOLUCAO.
002940*    NOME, CAMPUS E DATA SO NA PRIMEIRA LINHA DE CADA ESTUDANTE.
002950     IF WS-ESTUDANTE-ID NOT = WS-ID-ANTERIOR
002960         IF WS-ID-ANTERIOR NOT = ZERO
002970             PERFORM 2300-TOTAL-ESTUDANTE THRU 2300-EXIT
002980         END-IF
002990         MOVE WS-ESTUDANTE-ID   TO WS-ID-ANTERIOR
003000         ADD 1 TO WS-GERAL-ESTUDANTES
003010         MOVE WS-ESTUDANTE-ID   TO DET-ESTUDANTE-ID
003020         MOVE WS-ESTUDANTE-NOME TO DET-ESTUDANTE-NOME
003030         MOVE WS-CAMPUS         TO DET-CAMPUS
003040         MOVE WS-DATA-DESLIG    TO WS-DATA-ENTRADA
003050         PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
003060         MOVE WS-DATA-EDITADA   TO DET-DATA-DESLIG
003070     ELSE
003080         MOVE SPACES            TO DET-ESTUDANTE-ID
003090         MOVE SPACES            TO DET-ESTUDANTE-NOME
003100         MOVE SPACES            TO DET-CAMPUS
003110         MOVE SPACES            TO DET-DATA-DESLIG
003120     END-IF
003130     MOVE WS-CURSO-ID           TO DET-CURSO-ID
003140     MOVE WS-COMPETENCIA        TO DET-COMPETENCIA
003150     MOVE WS-DATA-PAGAMENTO     TO WS-DATA-ENTRADA
003160     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
003170     MOVE WS-DATA-EDITADA       TO DET-DATA-PAGAMENTO
003180     MOVE WS-VALOR              TO DET-VALOR
003190     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003200         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003210     END-IF
003220     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
003230     ADD 1 TO WS-LINHAS-NA-PAGINA
003240     ADD 1        TO WS-ESTUD-QTDE WS-GERAL-QTDE
003250     ADD WS-VALOR TO WS-ESTUD-VALOR WS-GERAL-VALOR.
003260 2200-EXIT.
003270     EXIT.
003275
003280 2300-TOTAL-ESTUDANTE.
003290     MOVE WS-ESTUD-QTDE  TO TES-QTDE
003300     MOVE WS-ESTUD-VALOR TO TES-VALOR
003310     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003320         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003330     END-IF
003340     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-ESTUDANTE
003350     MOVE SPACES TO REL-REGISTRO
003360     WRITE REL-REGISTRO
003370     ADD 2 TO WS-LINHAS-NA-PAGINA
003380     MOVE ZERO TO WS-ESTUD-QTDE
003390     MOVE ZERO TO WS-ESTUD-VALOR.
003400 2300-EXIT.
003410     EXIT.
003415
003420 7000-IMPRIMIR-CABECALHO.
003430     ADD 1 TO WS-PAGINA-ATUAL
003440     MOVE ZERO TO WS-LINHAS-NA-PAGINA
003450     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
003460     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
003470     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
003480     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
003490     ADD 3 TO WS-LINHAS-NA-PAGINA.
003500 7000-EXIT.
003510     EXIT.
003515
003520 8100-EDITAR-DATA.
003530     STRING WS-ENT-DIA     DELIMITED BY SIZE
003540            '/'            DELIMITED BY SIZE
003550            WS-ENT-MES     DELIMITED BY SIZE
003560            '/'            DELIMITED BY SIZE
003570            WS-ENT-ANO     DELIMITED BY SIZE
003580       INTO WS-DATA-EDITADA.
003590 8100-EXIT.
003600     EXIT.
003605
003610 9999-ENCERRAR.
003620     MOVE WS-GERAL-ESTUDANTES TO ROD-ESTUDANTES
003630     MOVE WS-GERAL-QTDE       TO ROD-COBRANCAS
003640     MOVE WS-GERAL-VALOR      TO ROD-VALOR
003650     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
003660     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
003670     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
003680     CLOSE ARQ-RELATORIO
003690     DISPLAY 'DEV-RPT - DESLIGADOS EM: ' WS-MES-DESLIGAMENTO
003700             ' ESTUDANTES: ' WS-GERAL-ESTUDANTES
003710             ' COBRANCAS: ' WS-GERAL-QTDE
003720             ' VALOR: ' WS-GERAL-VALOR.
003730 9999-EXIT.
003740     EXIT.
003745
003750 COPY ESTCONPR.
003760 COPY ESTERRPR.
003765
003770 COPY ESTLOGPR.
