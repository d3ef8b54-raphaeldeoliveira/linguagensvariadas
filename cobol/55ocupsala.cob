000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OCU-SAL.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. OCUPACAO DAS SALAS POR CAMPUS
000110*                 NO PERIODO LETIVO (SYSIN: PERIODO, BRANCO =
000120*                 PERIODO ABERTO), A PARTIR DA TABELA HORARIO.
000130*                 UMA FOLHA POR CAMPUS, COM OS ENCONTROS DE CADA
000140*                 SALA POR DIA DA SEMANA E HORA DE INICIO, O
000150*                 TOTAL DE HORAS SEMANAIS DA SALA E A MARCA DE
000160*                 CONFLITO QUANDO DOIS CURSOS OCUPAM A MESMA SALA
000170*                 NO MESMO HORARIO. RC 4 SE HOUVER CONFLITO, PARA
000180*                 A SECRETARIA CORRIGIR A TABELA ANTES DO INICIO
000190*                 DAS AULAS.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000260            ORGANIZATION IS SEQUENTIAL.
000270
000280     COPY ESTLOGSL.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  ARQ-RELATORIO
000330     RECORDING MODE IS F.
000340 01  REL-REGISTRO                  PIC X(133).
000350
000360 COPY ESTLOGFD.
000370
000380 WORKING-STORAGE SECTION.
000390 COPY ESTLOGWS.
000400
000410 EXEC SQL
000420     INCLUDE SQLCA
000430 END-EXEC.
000440 EXEC SQL
000450     INCLUDE CURSO
000460 END-EXEC.
000470 EXEC SQL
000480     INCLUDE PERIODO
000490 END-EXEC.
000500 EXEC SQL
000510     INCLUDE HORARIO
000520 END-EXEC.
000530
000540 EXEC SQL BEGIN DECLARE SECTION
000550 END-EXEC.
000560 01  WS-PERIODO                    PIC X(06).
000570 01  WS-PERIODO-STATUS             PIC X(01).
000580 01  WS-CAMPUS                     PIC X(02).
000590 01  WS-SALA                       PIC X(06).
000600 01  WS-DIA-SEMANA                 PIC S9(04) COMP.
000610 01  WS-INICIO                     PIC X(04).
000620 01  WS-FIM                        PIC X(04).
000630 01  WS-CURSO-ID                   PIC 9(04).
000640 01  WS-CURSO-NOME                 PIC X(30).
000650 EXEC SQL END DECLARE SECTION
000660 END-EXEC.
000670
000680 01  WS-PARM-AREA.
000690     05  WS-PARM-PERIODO           PIC X(06) VALUE SPACES.
000700
000710 01  WS-SWITCHES.
000720     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000730         88  WS-FIM-CURSOR                 VALUE 'S'.
000740     05  WS-SW-PRIMEIRO            PIC X(01) VALUE 'S'.
000750         88  WS-PRIMEIRO-ENCONTRO          VALUE 'S'.
000760
000770 01  WS-CONTADORES.
000780     05  WS-QTDE-ENCONTROS         PIC 9(07) COMP-3 VALUE ZERO.
000790     05  WS-QTDE-SALAS             PIC 9(07) COMP-3 VALUE ZERO.
000800     05  WS-QTDE-CONFLITOS         PIC 9(07) COMP-3 VALUE ZERO.
000810     05  WS-QTDE-ENC-CAMPUS        PIC 9(07) COMP-3 VALUE ZERO.
000820     05  WS-QTDE-SALAS-CAMPUS      PIC 9(07) COMP-3 VALUE ZERO.
000830     05  WS-QTDE-CNF-CAMPUS        PIC 9(07) COMP-3 VALUE ZERO.
000840     05  WS-QTDE-ENC-SALA          PIC 9(05) COMP-3 VALUE ZERO.
000850     05  WS-QTDE-CNF-SALA          PIC 9(05) COMP-3 VALUE ZERO.
000860     05  WS-MINUTOS-SALA           PIC 9(05) COMP-3 VALUE ZERO.
000870
000880*    QUEBRAS DO CURSOR (CAMPUS, SALA, DIA) E O MAIOR FIM JA VISTO
000890*    NA SALA NO DIA: O CURSOR VEM POR HORA DE INICIO, ENTAO UM
000900*    ENCONTRO QUE COMECA ANTES DESSE FIM OCUPA A SALA JUNTO COM
000910*    UM ANTERIOR.
000920 01  WS-CAMPUS-ANTERIOR            PIC X(02) VALUE SPACES.
000930 01  WS-SALA-ANTERIOR              PIC X(06) VALUE SPACES.
000940 01  WS-DIA-ANTERIOR               PIC S9(04) COMP VALUE ZERO.
000950 01  WS-MAIOR-FIM                  PIC X(04) VALUE SPACES.
000960
000970*    HHMM DA TABELA HORARIO, PARA SOMAR A DURACAO EM MINUTOS.
000980 01  WS-HORA-INICIO.
000990     05  WS-HI-HORA                PIC 9(02).
001000     05  WS-HI-MINUTO              PIC 9(02).
001010 01  WS-HORA-FIM.
001020     05  WS-HF-HORA                PIC 9(02).
001030     05  WS-HF-MINUTO              PIC 9(02).
001040 01  WS-DURACAO                    PIC S9(05) COMP-3 VALUE ZERO.
001050 01  WS-HORAS-SEMANA               PIC 9(03) COMP-3 VALUE ZERO.
001060 01  WS-MINUTOS-RESTO              PIC 9(02) COMP-3 VALUE ZERO.
001070
001080*    DIA-SEMANA 1 A 7 COMO NA TABELA HORARIO.
001090 01  WS-NOMES-DIAS.
001100     05  FILLER                    PIC X(32) VALUE
001110         'DOMINGO SEGUNDA TERCA   QUARTA  '.
001120     05  FILLER                    PIC X(24) VALUE
001130         'QUINTA  SEXTA   SABADO  '.
001140 01  WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
001150     05  WS-NOME-DIA               PIC X(08) OCCURS 7 TIMES.
001160
001170 01  WS-DATA-HOJE.
001180     05  WS-DATA-ANO               PIC 9(04).
001190     05  WS-DATA-MES               PIC 9(02).
001200     05  WS-DATA-DIA               PIC 9(02).
001210
001220 01  WS-CONTROLE-RELATORIO.
001230     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001240     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001250     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001260
001270 01  WS-LINHA-CABECALHO-1.
001280     05  FILLER                    PIC X(01) VALUE '1'.
001290     05  FILLER                    PIC X(40) VALUE
001300         'OCUPACAO DE SALAS POR CAMPUS'.
001310     05  FILLER                    PIC X(10) VALUE
001320         'PERIODO  '.
001330     05  CAB-PERIODO               PIC X(06).
001340     05  FILLER                    PIC X(02) VALUE SPACES.
001350     05  FILLER                    PIC X(17) VALUE
001360         'DATA DA EXECUCAO'.
001370     05  CAB-DATA-EXECUCAO         PIC X(10).
001380     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001390     05  CAB-PAGINA                PIC ZZ9.
001400     05  FILLER                    PIC X(37) VALUE SPACES.
001410
001420 01  WS-LINHA-TITULO.
001430     05  FILLER                    PIC X(01) VALUE '0'.
001440     05  FILLER                    PIC X(07) VALUE 'CAMPUS '.
001450     05  TIT-CAMPUS                PIC X(02).
001460     05  FILLER                    PIC X(123) VALUE SPACES.
001470
001480 01  WS-LINHA-COLUNAS.
001490     05  FILLER                    PIC X(01) VALUE '0'.
001500     05  FILLER                    PIC X(08) VALUE 'SALA'.
001510     05  FILLER                    PIC X(10) VALUE 'DIA'.
001520     05  FILLER                    PIC X(14) VALUE 'HORARIO'.
001530     05  FILLER                    PIC X(07) VALUE 'CURSO'.
001540     05  FILLER                    PIC X(32) VALUE
001550         'NOME DO CURSO'.
001560     05  FILLER                    PIC X(20) VALUE 'OBSERVACAO'.
001570     05  FILLER                    PIC X(41) VALUE SPACES.
001580
001590 01  WS-LINHA-DETALHE.
001600     05  DET-CONTROLE              PIC X(01).
001610     05  DET-SALA                  PIC X(06).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  DET-DIA                   PIC X(08).
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  DET-INICIO                PIC X(05).
001660     05  FILLER                    PIC X(01) VALUE '-'.
001670     05  DET-FIM                   PIC X(05).
001680     05  FILLER                    PIC X(03) VALUE SPACES.
001690     05  DET-CURSO-ID              PIC 9(04).
001700     05  FILLER                    PIC X(03) VALUE SPACES.
001710     05  DET-CURSO-NOME            PIC X(30).
001720     05  FILLER                    PIC X(02) VALUE SPACES.
001730     05  DET-OBSERVACAO            PIC X(20).
001740     05  FILLER                    PIC X(41) VALUE SPACES.
001750
001760 01  WS-LINHA-TOTAL-SALA.
001770     05  FILLER                    PIC X(01) VALUE SPACE.
001780     05  FILLER                    PIC X(08) VALUE SPACES.
001790     05  FILLER                    PIC X(05) VALUE 'SALA '.
001800     05  TSA-SALA                  PIC X(06).
001810     05  FILLER                    PIC X(03) VALUE SPACES.
001820     05  FILLER                    PIC X(10) VALUE 'ENCONTROS '.
001830     05  TSA-ENCONTROS             PIC ZZ9.
001840     05  FILLER                    PIC X(03) VALUE SPACES.
001850     05  FILLER                    PIC X(15) VALUE
001860         'HORAS SEMANAIS '.
001870     05  TSA-HORAS                 PIC ZZ9.
001880     05  FILLER                    PIC X(01) VALUE ':'.
001890     05  TSA-MINUTOS               PIC 9(02).
001900     05  FILLER                    PIC X(03) VALUE SPACES.
001910     05  FILLER                    PIC X(10) VALUE 'CONFLITOS '.
001920     05  TSA-CONFLITOS             PIC ZZ9.
001930     05  FILLER                    PIC X(57) VALUE SPACES.
001940
001950 01  WS-LINHA-TOTAL-CAMPUS.
001960     05  FILLER                    PIC X(01) VALUE '0'.
001970     05  FILLER                    PIC X(33) VALUE
001980         'ENCONTROS NO CAMPUS.............:'.
001990     05  FILLER                    PIC X(01) VALUE SPACE.
002000     05  TCP-ENCONTROS             PIC ZZZZZZ9.
002010     05  FILLER                    PIC X(03) VALUE SPACES.
002020     05  FILLER                    PIC X(14) VALUE
002030         'SALAS EM USO:'.
002040     05  TCP-SALAS                 PIC ZZZZZZ9.
002050     05  FILLER                    PIC X(03) VALUE SPACES.
002060     05  FILLER                    PIC X(11) VALUE
002070         'CONFLITOS:'.
002080     05  TCP-CONFLITOS             PIC ZZZZZZ9.
002090     05  FILLER                    PIC X(46) VALUE SPACES.
002100
002110 01  WS-LINHA-NENHUM.
002120     05  FILLER                    PIC X(01) VALUE '0'.
002130     05  FILLER                    PIC X(40) VALUE
002140         'NENHUM HORARIO CADASTRADO NO PERIODO'.
002150     05  FILLER                    PIC X(92) VALUE SPACES.
002160
002170 01  WS-LINHA-RODAPE-1.
002180     05  FILLER                    PIC X(01) VALUE '-'.
002190     05  FILLER                    PIC X(33) VALUE
002200         'ENCONTROS SEMANAIS NO PERIODO...:'.
002210     05  FILLER                    PIC X(01) VALUE SPACE.
002220     05  ROD-ENCONTROS             PIC ZZZZZZ9.
002230     05  FILLER                    PIC X(91) VALUE SPACES.
002240
002250 01  WS-LINHA-RODAPE-2.
002260     05  FILLER                    PIC X(01) VALUE SPACE.
002270     05  FILLER                    PIC X(33) VALUE
002280         'SALAS EM USO....................:'.
002290     05  FILLER                    PIC X(01) VALUE SPACE.
002300     05  ROD-SALAS                 PIC ZZZZZZ9.
002310     05  FILLER                    PIC X(91) VALUE SPACES.
002320
002330 01  WS-LINHA-RODAPE-3.
002340     05  FILLER                    PIC X(01) VALUE SPACE.
002350     05  FILLER                    PIC X(33) VALUE
002360         'CONFLITOS DE SALA...............:'.
002370     05  FILLER                    PIC X(01) VALUE SPACE.
002380     05  ROD-CONFLITOS             PIC ZZZZZZ9.
002390     05  FILLER                    PIC X(91) VALUE SPACES.
002400
002410 COPY ESTCONWS.
002420
002430 PROCEDURE DIVISION.
002440 0000-MAINLINE.
002450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002460     PERFORM 2000-LISTAR-OCUPACAO THRU 2000-EXIT
002470     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002480     MOVE 'OCU-SAL' TO WS-LOG-PROGRAMA
002490     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002500     MOVE WS-QTDE-ENCONTROS TO WS-LOG-LIDAS
002510     MOVE WS-QTDE-SALAS TO WS-LOG-APLICADAS
002520     MOVE WS-QTDE-CONFLITOS TO WS-LOG-REJEITADAS
002530     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002540     STOP RUN.
002550
002560 1000-INITIALIZE.
002570     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002580     EXEC SQL
002590         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002600     END-EXEC
002610     EXEC SQL
002620         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002630     END-EXEC
002640     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002650     DISPLAY 'OCU-SAL - PERIODO LETIVO (AAAAPP,'
002660             ' BRANCO=ABERTO): '
002670     ACCEPT WS-PARM-PERIODO FROM SYSIN
002680     EXEC SQL
002690         WHENEVER SQLERROR CONTINUE
002700     END-EXEC
002710     IF WS-PARM-PERIODO = SPACES
002720         EXEC SQL
002730             SELECT PERIODO-ID, PERIODO-STATUS
002740               INTO :WS-PERIODO, :WS-PERIODO-STATUS
002750               FROM PERIODO-LETIVO
002760              WHERE PERIODO-STATUS = 'A'
002770         END-EXEC
002780     ELSE
002790         MOVE WS-PARM-PERIODO TO WS-PERIODO
002800         EXEC SQL
002810             SELECT PERIODO-STATUS
002820               INTO :WS-PERIODO-STATUS
002830               FROM PERIODO-LETIVO
002840              WHERE PERIODO-ID = :WS-PERIODO
002850         END-EXEC
002860     END-IF
002870     EXEC SQL
002880         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002890     END-EXEC
002900     IF SQLCODE NOT = 0
002910         DISPLAY 'OCU-SAL: PERIODO NAO ENCONTRADO - '
002920                 WS-PARM-PERIODO ' SQLCODE=' SQLCODE
002930         MOVE 16 TO RETURN-CODE
002940         STOP RUN
002950     END-IF
002960     OPEN OUTPUT ARQ-RELATORIO
002970     MOVE WS-PERIODO TO CAB-PERIODO
002980     STRING WS-DATA-DIA    DELIMITED BY SIZE
002990            '/'            DELIMITED BY SIZE
003000            WS-DATA-MES    DELIMITED BY SIZE
003010            '/'            DELIMITED BY SIZE
003020            WS-DATA-ANO    DELIMITED BY SIZE
003030       INTO CAB-DATA-EXECUCAO.
003040 1000-EXIT.
003050     EXIT.
003060
003070 2000-LISTAR-OCUPACAO.
003080     EXEC SQL
003090         DECLARE CUR-OCUPACAO CURSOR FOR
003100         SELECT H.HORARIO-CAMPUS, H.HORARIO-SALA,
003110                H.HORARIO-DIA-SEMANA, H.HORARIO-INICIO,
003120                H.HORARIO-FIM, H.HORARIO-CURSO-ID,
003130                C.CURSO-NOME
003140           FROM HORARIO H, CURSO C
003150          WHERE H.HORARIO-PERIODO = :WS-PERIODO
003160            AND C.CURSO-ID = H.HORARIO-CURSO-ID
003170          ORDER BY H.HORARIO-CAMPUS, H.HORARIO-SALA,
003180                   H.HORARIO-DIA-SEMANA, H.HORARIO-INICIO,
003190                   H.HORARIO-CURSO-ID
003200     END-EXEC
003210     EXEC SQL
003220         OPEN CUR-OCUPACAO
003230     END-EXEC
003240     PERFORM 2100-FETCH-OCUPACAO THRU 2100-EXIT
003250         UNTIL WS-FIM-CURSOR
003260     EXEC SQL
003270         CLOSE CUR-OCUPACAO
003280     END-EXEC
003290     IF WS-QTDE-ENCONTROS = ZERO
003300         MOVE SPACES TO TIT-CAMPUS
003310         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003320         WRITE REL-REGISTRO FROM WS-LINHA-NENHUM
003330         ADD 2 TO WS-LINHAS-NA-PAGINA
003340     ELSE
003350         PERFORM 2300-TOTAL-SALA THRU 2300-EXIT
003360         PERFORM 2400-TOTAL-CAMPUS THRU 2400-EXIT
003370     END-IF.
003380 2000-EXIT.
003390     EXIT.
003400
003410 2100-FETCH-OCUPACAO.
003420     EXEC SQL
003430         FETCH CUR-OCUPACAO
003440          INTO :WS-CAMPUS, :WS-SALA, :WS-DIA-SEMANA,
003450               :WS-INICIO, :WS-FIM, :WS-CURSO-ID,
003460               :WS-CURSO-NOME
003470     END-EXEC
003480     IF SQLCODE = 100
003490         SET WS-FIM-CURSOR TO TRUE
003500         GO TO 2100-EXIT
003510     END-IF
003520     PERFORM 2200-IMPRIMIR-ENCONTRO THRU 2200-EXIT.
003530 2100-EXIT.
003540     EXIT.
003550
003560 2200-IMPRIMIR-ENCONTRO.
003570     MOVE SPACE TO DET-CONTROLE
003580     IF WS-PRIMEIRO-ENCONTRO
003590         OR WS-CAMPUS NOT = WS-CAMPUS-ANTERIOR
003600         IF NOT WS-PRIMEIRO-ENCONTRO
003610             PERFORM 2300-TOTAL-SALA THRU 2300-EXIT
003620             PERFORM 2400-TOTAL-CAMPUS THRU 2400-EXIT
003630         END-IF
003640         MOVE 'N' TO WS-SW-PRIMEIRO
003650         MOVE WS-CAMPUS TO WS-CAMPUS-ANTERIOR
003660         MOVE WS-CAMPUS TO TIT-CAMPUS
003670         MOVE SPACES    TO WS-SALA-ANTERIOR
003680         MOVE ZERO TO WS-QTDE-ENC-CAMPUS
003690         MOVE ZERO TO WS-QTDE-SALAS-CAMPUS
003700         MOVE ZERO TO WS-QTDE-CNF-CAMPUS
003710         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003720         PERFORM 2250-NOVA-SALA THRU 2250-EXIT
003730     END-IF
003740     IF WS-SALA NOT = WS-SALA-ANTERIOR
003750         PERFORM 2300-TOTAL-SALA THRU 2300-EXIT
003760         PERFORM 2250-NOVA-SALA THRU 2250-EXIT
003770         MOVE '0' TO DET-CONTROLE
003780         ADD 1 TO WS-LINHAS-NA-PAGINA
003790     END-IF
003800     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003810         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003820     END-IF
003830     MOVE SPACES TO DET-OBSERVACAO
003840     IF WS-DIA-SEMANA NOT = WS-DIA-ANTERIOR
003850         MOVE WS-DIA-SEMANA TO WS-DIA-ANTERIOR
003860         MOVE SPACES TO WS-MAIOR-FIM
003870     END-IF
003880     IF WS-INICIO < WS-MAIOR-FIM
003890         MOVE 'SALA EM CONFLITO' TO DET-OBSERVACAO
003900         ADD 1 TO WS-QTDE-CNF-SALA
003910         ADD 1 TO WS-QTDE-CNF-CAMPUS
003920         ADD 1 TO WS-QTDE-CONFLITOS
003930     END-IF
003940     IF WS-FIM > WS-MAIOR-FIM
003950         MOVE WS-FIM TO WS-MAIOR-FIM
003960     END-IF
003970     MOVE WS-SALA TO DET-SALA
003980     IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 7
003990         MOVE '???' TO DET-DIA
004000     ELSE
004010         MOVE WS-NOME-DIA (WS-DIA-SEMANA) TO DET-DIA
004020     END-IF
004030     STRING WS-INICIO (1:2) DELIMITED BY SIZE
004040            ':'             DELIMITED BY SIZE
004050            WS-INICIO (3:2) DELIMITED BY SIZE
004060       INTO DET-INICIO
004070     STRING WS-FIM (1:2)    DELIMITED BY SIZE
004080            ':'             DELIMITED BY SIZE
004090            WS-FIM (3:2)    DELIMITED BY SIZE
004100       INTO DET-FIM
004110     MOVE WS-CURSO-ID   TO DET-CURSO-ID
004120     MOVE WS-CURSO-NOME TO DET-CURSO-NOME
004130     MOVE WS-INICIO TO WS-HORA-INICIO
004140     MOVE WS-FIM    TO WS-HORA-FIM
004150     IF WS-HORA-INICIO NUMERIC AND WS-HORA-FIM NUMERIC
004160         COMPUTE WS-DURACAO = (WS-HF-HORA * 60 + WS-HF-MINUTO)
004170                            - (WS-HI-HORA * 60 + WS-HI-MINUTO)
004180         IF WS-DURACAO > ZERO
004190             ADD WS-DURACAO TO WS-MINUTOS-SALA
004200         END-IF
004210     END-IF
004220     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
004230     ADD 1 TO WS-LINHAS-NA-PAGINA
004240     ADD 1 TO WS-QTDE-ENC-SALA
004250     ADD 1 TO WS-QTDE-ENC-CAMPUS
004260     ADD 1 TO WS-QTDE-ENCONTROS.
004270 2200-EXIT.
004280     EXIT.
004290
004300 2250-NOVA-SALA.
004310     MOVE WS-SALA TO WS-SALA-ANTERIOR
004320     MOVE ZERO    TO WS-DIA-ANTERIOR
004330     MOVE SPACES  TO WS-MAIOR-FIM
004340     MOVE ZERO    TO WS-QTDE-ENC-SALA
004350     MOVE ZERO    TO WS-QTDE-CNF-SALA
004360     MOVE ZERO    TO WS-MINUTOS-SALA
004370     ADD 1 TO WS-QTDE-SALAS-CAMPUS
004380     ADD 1 TO WS-QTDE-SALAS.
004390 2250-EXIT.
004400     EXIT.
004410
004420 2300-TOTAL-SALA.
004430     DIVIDE WS-MINUTOS-SALA BY 60 GIVING WS-HORAS-SEMANA
004440         REMAINDER WS-MINUTOS-RESTO
004450     MOVE WS-SALA-ANTERIOR TO TSA-SALA
004460     MOVE WS-QTDE-ENC-SALA TO TSA-ENCONTROS
004470     MOVE WS-HORAS-SEMANA  TO TSA-HORAS
004480     MOVE WS-MINUTOS-RESTO TO TSA-MINUTOS
004490     MOVE WS-QTDE-CNF-SALA TO TSA-CONFLITOS
004500     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-SALA
004510     ADD 1 TO WS-LINHAS-NA-PAGINA.
004520 2300-EXIT.
004530     EXIT.
004540
004550 2400-TOTAL-CAMPUS.
004560     MOVE WS-QTDE-ENC-CAMPUS   TO TCP-ENCONTROS
004570     MOVE WS-QTDE-SALAS-CAMPUS TO TCP-SALAS
004580     MOVE WS-QTDE-CNF-CAMPUS   TO TCP-CONFLITOS
004590     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-CAMPUS
004600     ADD 2 TO WS-LINHAS-NA-PAGINA.
004610 2400-EXIT.
004620     EXIT.
004630
004640 7000-IMPRIMIR-CABECALHO.
004650     ADD 1 TO WS-PAGINA-ATUAL
004660     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004670     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
004680     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004690     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
004700     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
004710     ADD 5 TO WS-LINHAS-NA-PAGINA.
004720 7000-EXIT.
004730     EXIT.
004740
004750 9999-ENCERRAR.
004760     MOVE WS-QTDE-ENCONTROS TO ROD-ENCONTROS
004770     MOVE WS-QTDE-SALAS     TO ROD-SALAS
004780     MOVE WS-QTDE-CONFLITOS TO ROD-CONFLITOS
004790     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
004800     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
004810     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
004820     CLOSE ARQ-RELATORIO
004830     IF WS-QTDE-CONFLITOS > ZERO
004840         DISPLAY 'OCU-SAL: HA SALAS EM CONFLITO - CORRIGIR A'
004850                 ' TABELA HORARIO'
004860         MOVE 4 TO RETURN-CODE
004870     END-IF
004880     DISPLAY 'OCU-SAL - PERIODO: ' WS-PERIODO
004890             ' ENCONTROS: ' WS-QTDE-ENCONTROS
004900             ' SALAS: ' WS-QTDE-SALAS
004910             ' CONFLITOS: ' WS-QTDE-CONFLITOS.
004920 9999-EXIT.
004930     EXIT.
004940
004950 COPY ESTCONPR.
004960 COPY ESTERRPR.
004970
004980 COPY ESTLOGPR.
