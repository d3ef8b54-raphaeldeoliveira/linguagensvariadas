000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CRE-PER.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. COEFICIENTE DE RENDIMENTO DO
000110*                 PERIODO LETIVO, RODADO DEPOIS QUE O ENC-PER
000120*                 FECHA O PERIODO: PARA CADA ESTUDANTE COM NOTA
000130*                 FINAL NO PERIODO (SYSIN, BRANCO = ULTIMO
000140*                 PERIODO FECHADO) CALCULA A MEDIA DO PERIODO E
000150*                 A MEDIA ACUMULADA ATE ELE, A PARTIR DA TABELA
000160*                 NOTA, E GRAVA NA TABELA COEFICIENTE COM A
000170*                 SITUACAO ACADEMICA: PROBATORIO QUANDO A MEDIA
000180*                 DO PERIODO FICA ABAIXO DA MINIMA, PROBATORIO
000190*                 PELO SEGUNDO PERIODO SEGUIDO QUANDO O PERIODO
000200*                 ANTERIOR DO ESTUDANTE TAMBEM FICOU (A
000210*                 COORDENACAO CONVOCA), OU QUADRO DE HONRA NA
000220*                 MEDIA DE HONRA OU ACIMA. IMPRIME A LISTA DE
000230*                 PROBATORIO E O QUADRO DE HONRA POR CAMPUS.
000240*                 SUBSTITUI AS PLANILHAS MONTADAS PELAS
000250*                 COORDENACOES A PARTIR DO HIS-RPT.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000320            ORGANIZATION IS SEQUENTIAL.
000330
000340     COPY ESTLOGSL.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ARQ-RELATORIO
000390     RECORDING MODE IS F.
000400 01  REL-REGISTRO                  PIC X(133).
000410
000420 COPY ESTLOGFD.
000430
000440 WORKING-STORAGE SECTION.
000450 COPY ESTLOGWS.
000460
000470 EXEC SQL
000480     INCLUDE SQLCA
000490 END-EXEC.
000500 EXEC SQL
000510     INCLUDE ESTUDANTE
000520 END-EXEC.
000530 EXEC SQL
000540     INCLUDE NOTA
000550 END-EXEC.
000560 EXEC SQL
000570     INCLUDE PERIODO
000580 END-EXEC.
000590 EXEC SQL
000600     INCLUDE COEFREND
000610 END-EXEC.
000620
000630 EXEC SQL BEGIN DECLARE SECTION
000640 END-EXEC.
000650 01  WS-PERIODO                    PIC X(06).
000660 01  WS-PERIODO-STATUS             PIC X(01).
000670 01  WS-DATA-EXECUCAO              PIC X(08).
000680 01  WS-ESTUDANTE-ID               PIC 9(07).
000690 01  WS-ESTUDANTE-NOME             PIC X(25).
000700 01  WS-CAMPUS                     PIC X(02).
000710 01  WS-SOMA-PERIODO               PIC S9(05)V9(02) COMP-3.
000720 01  WS-QTDE-NOTAS                 PIC S9(04) COMP.
000730 01  WS-SOMA-ACUM                  PIC S9(05)V9(02) COMP-3.
000740 01  WS-QTDE-NOTAS-ACUM            PIC S9(04) COMP.
000750 01  WS-MEDIA-PERIODO              PIC S9(02)V9(02) COMP-3.
000760 01  WS-MEDIA-ACUMULADA            PIC S9(02)V9(02) COMP-3.
000770 01  WS-SITUACAO                   PIC X(01).
000780 01  WS-SITUACAO-ANTERIOR          PIC X(01).
000790 01  WS-SIT-LISTA-1                PIC X(01).
000800 01  WS-SIT-LISTA-2                PIC X(01).
000810 EXEC SQL END DECLARE SECTION
000820 END-EXEC.
000830
000840 01  WS-PARM-AREA.
000850     05  WS-PARM-PERIODO           PIC X(06) VALUE SPACES.
000860     05  WS-PARM-MEDIA-MINIMA      PIC X(04) VALUE SPACES.
000870     05  WS-PARM-MEDIA-MINIMA-N REDEFINES WS-PARM-MEDIA-MINIMA
000880                                   PIC 9(02)V9(02).
000890     05  WS-PARM-MEDIA-HONRA       PIC X(04) VALUE SPACES.
000900     05  WS-PARM-MEDIA-HONRA-N REDEFINES WS-PARM-MEDIA-HONRA
000910                                   PIC 9(02)V9(02).
000920
000930*    MEDIAS DE CORTE DA COORDENACAO; O SYSIN PODE TROCA-LAS
000940*    (NNNN COM DUAS DECIMAIS, BRANCO = ESTES VALORES).
000950 01  WS-LIMITES.
000960     05  WS-MEDIA-MINIMA           PIC S9(02)V9(02) COMP-3
000970                                   VALUE 6.00.
000980     05  WS-MEDIA-HONRA            PIC S9(02)V9(02) COMP-3
000990                                   VALUE 9.00.
001000
001010 01  WS-SWITCHES.
001020     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
001030         88  WS-FIM-CURSOR                 VALUE 'S'.
001040     05  WS-SW-LISTA               PIC X(01) VALUE 'P'.
001050         88  WS-LISTA-PROBATORIO           VALUE 'P'.
001060         88  WS-LISTA-HONRA                VALUE 'H'.
001070     05  WS-SW-PRIMEIRO-CAMPUS     PIC X(01) VALUE 'S'.
001080         88  WS-PRIMEIRO-CAMPUS            VALUE 'S'.
001090
001100 01  WS-CONTADORES.
001110     05  WS-QTDE-CALCULADOS        PIC 9(07) COMP-3 VALUE ZERO.
001120     05  WS-QTDE-PROBATORIO        PIC 9(07) COMP-3 VALUE ZERO.
001130     05  WS-QTDE-PROBATORIO-2      PIC 9(07) COMP-3 VALUE ZERO.
001140     05  WS-QTDE-HONRA             PIC 9(07) COMP-3 VALUE ZERO.
001150     05  WS-QTDE-SUBSTITUIDOS      PIC S9(09) COMP VALUE ZERO.
001160     05  WS-QTDE-LISTA             PIC 9(05) COMP-3 VALUE ZERO.
001170     05  WS-QTDE-CAMPUS            PIC 9(05) COMP-3 VALUE ZERO.
001180
001190 01  WS-CAMPUS-ANTERIOR            PIC X(02) VALUE SPACES.
001200
001210 01  WS-DATA-HOJE.
001220     05  WS-DATA-ANO               PIC 9(04).
001230     05  WS-DATA-MES               PIC 9(02).
001240     05  WS-DATA-DIA               PIC 9(02).
001250
001260 01  WS-CONTROLE-RELATORIO.
001270     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001280     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001290     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001300
001310 01  WS-LINHA-CABECALHO-1.
001320     05  FILLER                    PIC X(01) VALUE '1'.
001330     05  FILLER                    PIC X(40) VALUE
001340         'COEFICIENTE DE RENDIMENTO'.
001350     05  FILLER                    PIC X(10) VALUE
001360         'PERIODO  '.
001370     05  CAB-PERIODO               PIC X(06).
001380     05  FILLER                    PIC X(02) VALUE SPACES.
001390     05  FILLER                    PIC X(17) VALUE
001400         'DATA DA EXECUCAO'.
001410     05  CAB-DATA-EXECUCAO         PIC X(10).
001420     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001430     05  CAB-PAGINA                PIC ZZ9.
001440     05  FILLER                    PIC X(37) VALUE SPACES.
001450
001460 01  WS-LINHA-TITULO.
001470     05  FILLER                    PIC X(01) VALUE '0'.
001480     05  TIT-LISTA                 PIC X(40).
001490     05  FILLER                    PIC X(08) VALUE 'CAMPUS '.
001500     05  TIT-CAMPUS                PIC X(02).
001510     05  FILLER                    PIC X(82) VALUE SPACES.
001520
001530 01  WS-LINHA-COLUNAS.
001540     05  FILLER                    PIC X(01) VALUE SPACE.
001550     05  FILLER                    PIC X(09) VALUE 'ID'.
001560     05  FILLER                    PIC X(27) VALUE 'NOME'.
001570     05  FILLER                    PIC X(07) VALUE 'NOTAS'.
001580     05  FILLER                    PIC X(12) VALUE 'MEDIA PER.'.
001590     05  FILLER                    PIC X(12) VALUE 'MEDIA ACUM.'.
001600     05  FILLER                    PIC X(30) VALUE 'SITUACAO'.
001610     05  FILLER                    PIC X(35) VALUE SPACES.
001620
001630 01  WS-LINHA-DETALHE.
001640     05  FILLER                    PIC X(01) VALUE SPACE.
001650     05  DET-ESTUDANTE-ID          PIC 9(07).
001660     05  FILLER                    PIC X(02) VALUE SPACES.
001670     05  DET-ESTUDANTE-NOME        PIC X(25).
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001690     05  DET-QTDE-NOTAS            PIC ZZ9.
001700     05  FILLER                    PIC X(04) VALUE SPACES.
001710     05  DET-MEDIA-PERIODO         PIC Z9.99.
001720     05  FILLER                    PIC X(07) VALUE SPACES.
001730     05  DET-MEDIA-ACUMULADA       PIC Z9.99.
001740     05  FILLER                    PIC X(07) VALUE SPACES.
001750     05  DET-SITUACAO              PIC X(30).
001760     05  FILLER                    PIC X(35) VALUE SPACES.
001770
001780 01  WS-LINHA-NENHUM.
001790     05  FILLER                    PIC X(01) VALUE SPACE.
001800     05  FILLER                    PIC X(09) VALUE SPACES.
001810     05  FILLER                    PIC X(40) VALUE
001820         'NENHUM ESTUDANTE NESTA LISTA'.
001830     05  FILLER                    PIC X(83) VALUE SPACES.
001840
001850 01  WS-LINHA-TOTAL-CAMPUS.
001860     05  FILLER                    PIC X(01) VALUE SPACE.
001870     05  FILLER                    PIC X(09) VALUE SPACES.
001880     05  FILLER                    PIC X(24) VALUE
001890         'TOTAL DO CAMPUS.........'.
001900     05  TCP-QTDE                  PIC ZZZZ9.
001910     05  FILLER                    PIC X(12) VALUE
001920         ' ESTUDANTES'.
001930     05  FILLER                    PIC X(82) VALUE SPACES.
001940
001950 01  WS-LINHA-RODAPE-1.
001960     05  FILLER                    PIC X(01) VALUE '0'.
001970     05  FILLER                    PIC X(33) VALUE
001980         'ESTUDANTES COM COEFICIENTE......:'.
001990     05  FILLER                    PIC X(01) VALUE SPACE.
002000     05  ROD-CALCULADOS            PIC ZZZZZZ9.
002010     05  FILLER                    PIC X(91) VALUE SPACES.
002020
002030 01  WS-LINHA-RODAPE-2.
002040     05  FILLER                    PIC X(01) VALUE SPACE.
002050     05  FILLER                    PIC X(33) VALUE
002060         'EM PROBATORIO - 1O PERIODO......:'.
002070     05  FILLER                    PIC X(01) VALUE SPACE.
002080     05  ROD-PROBATORIO            PIC ZZZZZZ9.
002090     05  FILLER                    PIC X(91) VALUE SPACES.
002100
002110 01  WS-LINHA-RODAPE-3.
002120     05  FILLER                    PIC X(01) VALUE SPACE.
002130     05  FILLER                    PIC X(33) VALUE
002140         'EM PROBATORIO - 2O PERIODO......:'.
002150     05  FILLER                    PIC X(01) VALUE SPACE.
002160     05  ROD-PROBATORIO-2          PIC ZZZZZZ9.
002170     05  FILLER                    PIC X(91) VALUE SPACES.
002180
002190 01  WS-LINHA-RODAPE-4.
002200     05  FILLER                    PIC X(01) VALUE SPACE.
002210     05  FILLER                    PIC X(33) VALUE
002220         'QUADRO DE HONRA.................:'.
002230     05  FILLER                    PIC X(01) VALUE SPACE.
002240     05  ROD-HONRA                 PIC ZZZZZZ9.
002250     05  FILLER                    PIC X(91) VALUE SPACES.
002260
002270 01  WS-LINHA-RODAPE-5.
002280     05  FILLER                    PIC X(01) VALUE SPACE.
002290     05  FILLER                    PIC X(33) VALUE
002300         'MEDIA MINIMA / MEDIA DE HONRA...:'.
002310     05  FILLER                    PIC X(01) VALUE SPACE.
002320     05  ROD-MEDIA-MINIMA          PIC Z9.99.
002330     05  FILLER                    PIC X(03) VALUE ' / '.
002340     05  ROD-MEDIA-HONRA           PIC Z9.99.
002350     05  FILLER                    PIC X(85) VALUE SPACES.
002360
002370 COPY ESTCONWS.
002380
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002420     PERFORM 2000-CALCULAR-PERIODO THRU 2000-EXIT
002430     EXEC SQL
002440         COMMIT
002450     END-EXEC
002460     SET WS-LISTA-PROBATORIO TO TRUE
002470     MOVE 'ESTUDANTES EM PROBATORIO' TO TIT-LISTA
002480     MOVE 'P' TO WS-SIT-LISTA-1
002490     MOVE 'S' TO WS-SIT-LISTA-2
002500     PERFORM 3000-LISTAR-SECAO THRU 3000-EXIT
002510     SET WS-LISTA-HONRA TO TRUE
002520     MOVE 'QUADRO DE HONRA' TO TIT-LISTA
002530     MOVE 'H' TO WS-SIT-LISTA-1
002540     MOVE 'H' TO WS-SIT-LISTA-2
002550     PERFORM 3000-LISTAR-SECAO THRU 3000-EXIT
002560     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002570     MOVE 'CRE-PER' TO WS-LOG-PROGRAMA
002580     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002590     MOVE WS-QTDE-CALCULADOS TO WS-LOG-LIDAS
002600     MOVE WS-QTDE-CALCULADOS TO WS-LOG-APLICADAS
002610     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002620     STOP RUN.
002630
002640 1000-INITIALIZE.
002650     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002660     EXEC SQL
002670         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002680     END-EXEC
002690     EXEC SQL
002700         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002710     END-EXEC
002720     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002730     MOVE WS-DATA-HOJE TO WS-DATA-EXECUCAO
002740     DISPLAY 'CRE-PER - PERIODO LETIVO (AAAAPP,'
002750             ' BRANCO=ULTIMO FECHADO): '
002760     ACCEPT WS-PARM-PERIODO FROM SYSIN
002770     DISPLAY 'CRE-PER - MEDIA MINIMA (NNNN, BRANCO=0600): '
002780     ACCEPT WS-PARM-MEDIA-MINIMA FROM SYSIN
002790     DISPLAY 'CRE-PER - MEDIA DE HONRA (NNNN, BRANCO=0900): '
002800     ACCEPT WS-PARM-MEDIA-HONRA FROM SYSIN
002810     IF WS-PARM-MEDIA-MINIMA NOT = SPACES
002820         IF WS-PARM-MEDIA-MINIMA NOT NUMERIC
002830             DISPLAY 'CRE-PER: MEDIA MINIMA INVALIDA - '
002840                     WS-PARM-MEDIA-MINIMA
002850             MOVE 16 TO RETURN-CODE
002860             STOP RUN
002870         END-IF
002880         MOVE WS-PARM-MEDIA-MINIMA-N TO WS-MEDIA-MINIMA
002890     END-IF
002900     IF WS-PARM-MEDIA-HONRA NOT = SPACES
002910         IF WS-PARM-MEDIA-HONRA NOT NUMERIC
002920             DISPLAY 'CRE-PER: MEDIA DE HONRA INVALIDA - '
002930                     WS-PARM-MEDIA-HONRA
002940             MOVE 16 TO RETURN-CODE
002950             STOP RUN
002960         END-IF
002970         MOVE WS-PARM-MEDIA-HONRA-N TO WS-MEDIA-HONRA
002980     END-IF
002990     IF WS-MEDIA-HONRA NOT > WS-MEDIA-MINIMA
003000         DISPLAY 'CRE-PER: MEDIA DE HONRA NAO SUPERA A MINIMA'
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040*    SEM PERIODO NO SYSIN VALE O ULTIMO PERIODO FECHADO, QUE E
003050*    O QUE O ENC-PER ACABOU DE ENCERRAR NA VIRADA.
003060     IF WS-PARM-PERIODO = SPACES
003070         EXEC SQL
003080             SELECT COALESCE(MAX(PERIODO-ID), ' ')
003090               INTO :WS-PERIODO
003100               FROM PERIODO-LETIVO
003110              WHERE PERIODO-STATUS = 'F'
003120         END-EXEC
003130         IF WS-PERIODO = SPACES
003140             DISPLAY 'CRE-PER: NENHUM PERIODO FECHADO'
003150             MOVE 16 TO RETURN-CODE
003160             STOP RUN
003170         END-IF
003180     ELSE
003190         IF WS-PARM-PERIODO NOT NUMERIC
003200             DISPLAY 'CRE-PER: PERIODO INVALIDO - '
003210                     WS-PARM-PERIODO
003220             MOVE 16 TO RETURN-CODE
003230             STOP RUN
003240         END-IF
003250         MOVE WS-PARM-PERIODO TO WS-PERIODO
003260     END-IF
003270*    SO PERIODO FECHADO: COM O PERIODO ABERTO AS NOTAS AINDA
003280*    ESTAO SENDO LANCADAS E O COEFICIENTE SAIRIA PELA METADE.
003290     EXEC SQL
003300         WHENEVER SQLERROR CONTINUE
003310     END-EXEC
003320     EXEC SQL
003330         SELECT PERIODO-STATUS
003340           INTO :WS-PERIODO-STATUS
003350           FROM PERIODO-LETIVO
003360          WHERE PERIODO-ID = :WS-PERIODO
003370     END-EXEC
003380     EXEC SQL
003390         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003400     END-EXEC
003410     IF SQLCODE = 100
003420         DISPLAY 'CRE-PER: PERIODO NAO CADASTRADO - ' WS-PERIODO
003430         MOVE 8 TO RETURN-CODE
003440         STOP RUN
003450     END-IF
003460     IF WS-PERIODO-STATUS NOT = 'F'
003470         DISPLAY 'CRE-PER: PERIODO AINDA NAO FECHADO - '
003480                 WS-PERIODO
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF
003520     OPEN OUTPUT ARQ-RELATORIO
003530     MOVE WS-PERIODO TO CAB-PERIODO
003540     STRING WS-DATA-DIA    DELIMITED BY SIZE
003550            '/'            DELIMITED BY SIZE
003560            WS-DATA-MES    DELIMITED BY SIZE
003570            '/'            DELIMITED BY SIZE
003580            WS-DATA-ANO    DELIMITED BY SIZE
003590       INTO CAB-DATA-EXECUCAO.
003600 1000-EXIT.
003610     EXIT.
003620
003630 2000-CALCULAR-PERIODO.
003640*    A RESUBMISSAO (DEPOIS DE UMA RETIFICACAO DE NOTA, POR
003650*    EXEMPLO) RECALCULA O PERIODO INTEIRO: AS LINHAS DELE SAO
003660*    APAGADAS E REGRAVADAS NA MESMA UNIDADE DE TRABALHO.
003670     EXEC SQL
003680         DELETE FROM COEFICIENTE
003690          WHERE COEF-PERIODO = :WS-PERIODO
003700     END-EXEC
003710     MOVE SQLERRD(3) TO WS-QTDE-SUBSTITUIDOS
003720     IF WS-QTDE-SUBSTITUIDOS > 0
003730         DISPLAY 'CRE-PER - COEFICIENTES ANTERIORES DO PERIODO'
003740                 ' SUBSTITUIDOS: ' WS-QTDE-SUBSTITUIDOS
003750     END-IF
003760     EXEC SQL
003770         DECLARE CUR-NOTAS-PERIODO CURSOR FOR
003780         SELECT N.NOTA-ESTUDANTE-ID, E.ESTUDANTE-CAMPUS,
003790                SUM(N.NOTA-VALOR), COUNT(*)
003800           FROM NOTA N, ESTUDANTE E
003810          WHERE N.NOTA-PERIODO = :WS-PERIODO
003820            AND E.ESTUDANTE-ID = N.NOTA-ESTUDANTE-ID
003830          GROUP BY N.NOTA-ESTUDANTE-ID, E.ESTUDANTE-CAMPUS
003840          ORDER BY N.NOTA-ESTUDANTE-ID
003850     END-EXEC
003860     EXEC SQL
003870         OPEN CUR-NOTAS-PERIODO
003880     END-EXEC
003890     MOVE 'N' TO WS-SW-FIM-CURSOR
003900     PERFORM 2100-FETCH-ESTUDANTE THRU 2100-EXIT
003910         UNTIL WS-FIM-CURSOR
003920     EXEC SQL
003930         CLOSE CUR-NOTAS-PERIODO
003940     END-EXEC
003950     DISPLAY 'CRE-PER - COEFICIENTES CALCULADOS: '
003960             WS-QTDE-CALCULADOS.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-FETCH-ESTUDANTE.
004010     EXEC SQL
004020         FETCH CUR-NOTAS-PERIODO
004030          INTO :WS-ESTUDANTE-ID, :WS-CAMPUS,
004040               :WS-SOMA-PERIODO, :WS-QTDE-NOTAS
004050     END-EXEC
004060     IF SQLCODE = 100
004070         SET WS-FIM-CURSOR TO TRUE
004080         GO TO 2100-EXIT
004090     END-IF
004100     PERFORM 2200-CALCULAR-ESTUDANTE THRU 2200-EXIT.
004110 2100-EXIT.
004120     EXIT.
004130
004140 2200-CALCULAR-ESTUDANTE.
004150     COMPUTE WS-MEDIA-PERIODO ROUNDED =
004160         WS-SOMA-PERIODO / WS-QTDE-NOTAS
004170*    MEDIA ACUMULADA: TODAS AS NOTAS FINAIS ATE O PERIODO,
004180*    INCLUSIVE. AS NOTAS ANTERIORES A COLUNA NOTA-PERIODO
004190*    (BRANCO) SAO AS MAIS ANTIGAS E ENTRAM PELA COMPARACAO.
004200     EXEC SQL
004210         SELECT SUM(NOTA-VALOR), COUNT(*)
004220           INTO :WS-SOMA-ACUM, :WS-QTDE-NOTAS-ACUM
004230           FROM NOTA
004240          WHERE NOTA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
004250            AND NOTA-PERIODO <= :WS-PERIODO
004260     END-EXEC
004270     COMPUTE WS-MEDIA-ACUMULADA ROUNDED =
004280         WS-SOMA-ACUM / WS-QTDE-NOTAS-ACUM
004290*    O PERIODO ANTERIOR E O ULTIMO EM QUE O ESTUDANTE TEVE
004300*    COEFICIENTE (UM SEMESTRE TRANCADO NAO QUEBRA A SEQUENCIA).
004310     EXEC SQL
004320         SELECT COEF-SITUACAO
004330           INTO :WS-SITUACAO-ANTERIOR
004340           FROM COEFICIENTE
004350          WHERE COEF-ESTUDANTE-ID = :WS-ESTUDANTE-ID
004360            AND COEF-PERIODO =
004370                (SELECT MAX(COEF-PERIODO)
004380                   FROM COEFICIENTE
004390                  WHERE COEF-ESTUDANTE-ID = :WS-ESTUDANTE-ID
004400                    AND COEF-PERIODO < :WS-PERIODO)
004410     END-EXEC
004420     IF SQLCODE = 100
004430         MOVE SPACE TO WS-SITUACAO-ANTERIOR
004440     END-IF
004450     EVALUATE TRUE
004460         WHEN WS-MEDIA-PERIODO < WS-MEDIA-MINIMA
004470             IF WS-SITUACAO-ANTERIOR = 'P'
004480                 OR WS-SITUACAO-ANTERIOR = 'S'
004490                 MOVE 'S' TO WS-SITUACAO
004500                 ADD 1 TO WS-QTDE-PROBATORIO-2
004510             ELSE
004520                 MOVE 'P' TO WS-SITUACAO
004530                 ADD 1 TO WS-QTDE-PROBATORIO
004540             END-IF
004550         WHEN WS-MEDIA-PERIODO NOT < WS-MEDIA-HONRA
004560             MOVE 'H' TO WS-SITUACAO
004570             ADD 1 TO WS-QTDE-HONRA
004580         WHEN OTHER
004590             MOVE SPACE TO WS-SITUACAO
004600     END-EVALUATE
004610     EXEC SQL
004620         INSERT INTO COEFICIENTE
004630             (COEF-ESTUDANTE-ID, COEF-PERIODO, COEF-CAMPUS,
004640              COEF-QTDE-NOTAS, COEF-MEDIA-PERIODO,
004650              COEF-QTDE-NOTAS-ACUM, COEF-MEDIA-ACUMULADA,
004660              COEF-SITUACAO, COEF-DATA)
004670         VALUES
004680             (:WS-ESTUDANTE-ID, :WS-PERIODO, :WS-CAMPUS,
004690              :WS-QTDE-NOTAS, :WS-MEDIA-PERIODO,
004700              :WS-QTDE-NOTAS-ACUM, :WS-MEDIA-ACUMULADA,
004710              :WS-SITUACAO, :WS-DATA-EXECUCAO)
004720     END-EXEC
004730     ADD 1 TO WS-QTDE-CALCULADOS.
004740 2200-EXIT.
004750     EXIT.
004760
004770 3000-LISTAR-SECAO.
004780*    UMA SECAO POR LISTA (WS-SW-LISTA), COM O MESMO CURSOR
004790*    REABERTO, E UMA PAGINA NOVA A CADA CAMPUS. A LISTA DE
004800*    PROBATORIO TRAZ OS DOIS GRAUS ('P' E 'S').
004810     MOVE ZERO TO WS-QTDE-LISTA
004820     MOVE 'S' TO WS-SW-PRIMEIRO-CAMPUS
004830     MOVE 'N' TO WS-SW-FIM-CURSOR
004840     EXEC SQL
004850         DECLARE CUR-LISTA CURSOR FOR
004860         SELECT C.COEF-CAMPUS, C.COEF-ESTUDANTE-ID,
004870                E.ESTUDANTE-NOME, C.COEF-QTDE-NOTAS,
004880                C.COEF-MEDIA-PERIODO, C.COEF-MEDIA-ACUMULADA,
004890                C.COEF-SITUACAO
004900           FROM COEFICIENTE C, ESTUDANTE E
004910          WHERE C.COEF-PERIODO = :WS-PERIODO
004920            AND C.COEF-SITUACAO IN (:WS-SIT-LISTA-1,
004930                                    :WS-SIT-LISTA-2)
004940            AND E.ESTUDANTE-ID = C.COEF-ESTUDANTE-ID
004950          ORDER BY C.COEF-CAMPUS, C.COEF-ESTUDANTE-ID
004960     END-EXEC
004970     EXEC SQL
004980         OPEN CUR-LISTA
004990     END-EXEC
005000     PERFORM 3100-FETCH-LISTA THRU 3100-EXIT
005010         UNTIL WS-FIM-CURSOR
005020     EXEC SQL
005030         CLOSE CUR-LISTA
005040     END-EXEC
005050     IF WS-QTDE-LISTA = ZERO
005060         MOVE SPACES TO TIT-CAMPUS
005070         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005080         WRITE REL-REGISTRO FROM WS-LINHA-NENHUM
005090         ADD 1 TO WS-LINHAS-NA-PAGINA
005100     ELSE
005110         PERFORM 3300-TOTAL-CAMPUS THRU 3300-EXIT
005120     END-IF.
005130 3000-EXIT.
005140     EXIT.
005150
005160 3100-FETCH-LISTA.
005170     EXEC SQL
005180         FETCH CUR-LISTA
005190          INTO :WS-CAMPUS, :WS-ESTUDANTE-ID,
005200               :WS-ESTUDANTE-NOME, :WS-QTDE-NOTAS,
005210               :WS-MEDIA-PERIODO, :WS-MEDIA-ACUMULADA,
005220               :WS-SITUACAO
005230     END-EXEC
005240     IF SQLCODE = 100
005250         SET WS-FIM-CURSOR TO TRUE
005260         GO TO 3100-EXIT
005270     END-IF
005280     PERFORM 3200-IMPRIMIR-ESTUDANTE THRU 3200-EXIT.
005290 3100-EXIT.
005300     EXIT.
005310
005320 3200-IMPRIMIR-ESTUDANTE.
005330     IF WS-PRIMEIRO-CAMPUS
005340         OR WS-CAMPUS NOT = WS-CAMPUS-ANTERIOR
005350         IF NOT WS-PRIMEIRO-CAMPUS
005360             PERFORM 3300-TOTAL-CAMPUS THRU 3300-EXIT
005370         END-IF
005380         MOVE 'N' TO WS-SW-PRIMEIRO-CAMPUS
005390         MOVE WS-CAMPUS TO WS-CAMPUS-ANTERIOR
005400         MOVE WS-CAMPUS TO TIT-CAMPUS
005410         MOVE ZERO TO WS-QTDE-CAMPUS
005420         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005430     END-IF
005440     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
005450         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005460     END-IF
005470     MOVE WS-ESTUDANTE-ID    TO DET-ESTUDANTE-ID
005480     MOVE WS-ESTUDANTE-NOME  TO DET-ESTUDANTE-NOME
005490     MOVE WS-QTDE-NOTAS      TO DET-QTDE-NOTAS
005500     MOVE WS-MEDIA-PERIODO   TO DET-MEDIA-PERIODO
005510     MOVE WS-MEDIA-ACUMULADA TO DET-MEDIA-ACUMULADA
005520     EVALUATE WS-SITUACAO
005530         WHEN 'P'
005540             MOVE 'PROBATORIO - 1O PERIODO' TO DET-SITUACAO
005550         WHEN 'S'
005560             MOVE 'CONVOCAR - 2O PERIODO SEGUIDO'
005570               TO DET-SITUACAO
005580         WHEN OTHER
005590             MOVE 'QUADRO DE HONRA' TO DET-SITUACAO
005600     END-EVALUATE
005610     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
005620     ADD 1 TO WS-LINHAS-NA-PAGINA
005630     ADD 1 TO WS-QTDE-LISTA
005640     ADD 1 TO WS-QTDE-CAMPUS.
005650 3200-EXIT.
005660     EXIT.
005670
005680 3300-TOTAL-CAMPUS.
005690     MOVE WS-QTDE-CAMPUS TO TCP-QTDE
005700     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-CAMPUS
005710     ADD 1 TO WS-LINHAS-NA-PAGINA.
005720 3300-EXIT.
005730     EXIT.
005740
005750 7000-IMPRIMIR-CABECALHO.
005760     ADD 1 TO WS-PAGINA-ATUAL
005770     MOVE ZERO TO WS-LINHAS-NA-PAGINA
005780     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
005790     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
005800     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
005810     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
005820     ADD 3 TO WS-LINHAS-NA-PAGINA.
005830 7000-EXIT.
005840     EXIT.
005850
005860 9999-ENCERRAR.
005870     MOVE WS-QTDE-CALCULADOS   TO ROD-CALCULADOS
005880     MOVE WS-QTDE-PROBATORIO   TO ROD-PROBATORIO
005890     MOVE WS-QTDE-PROBATORIO-2 TO ROD-PROBATORIO-2
005900     MOVE WS-QTDE-HONRA        TO ROD-HONRA
005910     MOVE WS-MEDIA-MINIMA      TO ROD-MEDIA-MINIMA
005920     MOVE WS-MEDIA-HONRA       TO ROD-MEDIA-HONRA
005930     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
005940     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
005950     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
005960     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-4
005970     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-5
005980     CLOSE ARQ-RELATORIO
005990     DISPLAY 'CRE-PER - PERIODO: ' WS-PERIODO
006000             ' CALCULADOS: ' WS-QTDE-CALCULADOS
006010             ' PROBATORIO: ' WS-QTDE-PROBATORIO
006020             ' 2O PERIODO: ' WS-QTDE-PROBATORIO-2
006030             ' HONRA: ' WS-QTDE-HONRA.
006040 9999-EXIT.
006050     EXIT.
006060
006070 COPY ESTCONPR.
006080 COPY ESTERRPR.
006090
006100 COPY ESTLOGPR.
