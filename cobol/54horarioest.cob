000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HOR-EST.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. GRADE HORARIA SEMANAL DO
000110*                 ESTUDANTE NO PERIODO LETIVO (SYSIN: PERIODO,
000120*                 BRANCO = PERIODO ABERTO, E ESTUDANTE-ID,
000130*                 BRANCO = TODOS COM MATRICULA ATIVA). UMA FOLHA
000140*                 POR ESTUDANTE, COM OS ENCONTROS DOS CURSOS
000150*                 MATRICULADOS (TABELA HORARIO) POR DIA DA
000160*                 SEMANA E HORA DE INICIO. CURSO SEM HORARIO
000170*                 CADASTRADO SAI NO FIM DA FOLHA; ENCONTRO QUE SE
000180*                 SOBREPOE A OUTRO NO MESMO DIA SAI MARCADO (SO
000190*                 ACONTECE COM MATRICULA ANTERIOR A CONFERENCIA
000200*                 DE CHOQUE DE HORARIO).
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000270            ORGANIZATION IS SEQUENTIAL.
000280
000290     COPY ESTLOGSL.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ARQ-RELATORIO
000340     RECORDING MODE IS F.
000350 01  REL-REGISTRO                  PIC X(133).
000360
000370 COPY ESTLOGFD.
000380
000390 WORKING-STORAGE SECTION.
000400 COPY ESTLOGWS.
000410
000420 EXEC SQL
000430     INCLUDE SQLCA
000440 END-EXEC.
000450 EXEC SQL
000460     INCLUDE ESTUDANTE
000470 END-EXEC.
000480 EXEC SQL
000490     INCLUDE CURSO
000500 END-EXEC.
000510 EXEC SQL
000520     INCLUDE MATRICULA
000530 END-EXEC.
000540 EXEC SQL
000550     INCLUDE PERIODO
000560 END-EXEC.
000570 EXEC SQL
000580     INCLUDE HORARIO
000590 END-EXEC.
000600
000610 EXEC SQL BEGIN DECLARE SECTION
000620 END-EXEC.
000630 01  WS-PERIODO                    PIC X(06).
000640 01  WS-PERIODO-STATUS             PIC X(01).
000650 01  WS-ESTUDANTE-FILTRO           PIC 9(07).
000660 01  WS-ESTUDANTE-ID               PIC 9(07).
000670 01  WS-ESTUDANTE-NOME             PIC X(25).
000680 01  WS-CAMPUS                     PIC X(02).
000690 01  WS-CURSO-ID                   PIC 9(04).
000700 01  WS-CURSO-NOME                 PIC X(30).
000710 01  WS-DIA-SEMANA                 PIC S9(04) COMP.
000720 01  WS-INICIO                     PIC X(04).
000730 01  WS-FIM                        PIC X(04).
000740 01  WS-SALA-CAMPUS                PIC X(02).
000750 01  WS-SALA                       PIC X(06).
000760 EXEC SQL END DECLARE SECTION
000770 END-EXEC.
000780
000790 01  WS-PARM-AREA.
000800     05  WS-PARM-PERIODO           PIC X(06) VALUE SPACES.
000810     05  WS-PARM-ESTUDANTE         PIC X(07) VALUE SPACES.
000820
000830 01  WS-SWITCHES.
000840     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000850         88  WS-FIM-CURSOR                 VALUE 'S'.
000860     05  WS-SW-PRIMEIRO            PIC X(01) VALUE 'S'.
000870         88  WS-PRIMEIRO-ESTUDANTE         VALUE 'S'.
000880
000890 01  WS-CONTADORES.
000900     05  WS-QTDE-ESTUDANTES        PIC 9(07) COMP-3 VALUE ZERO.
000910     05  WS-QTDE-ENCONTROS         PIC 9(07) COMP-3 VALUE ZERO.
000920     05  WS-QTDE-SEM-HORARIO       PIC 9(07) COMP-3 VALUE ZERO.
000930     05  WS-QTDE-CHOQUES           PIC 9(07) COMP-3 VALUE ZERO.
000940     05  WS-QTDE-ENC-ESTUDANTE     PIC 9(05) COMP-3 VALUE ZERO.
000950     05  WS-QTDE-CHQ-ESTUDANTE     PIC 9(05) COMP-3 VALUE ZERO.
000960
000970*    CONTROLE DA SOBREPOSICAO: O MAIOR FIM JA VISTO NO DIA DO
000980*    ESTUDANTE. O CURSOR VEM POR DIA E INICIO, ENTAO UM ENCONTRO
000990*    QUE COMECA ANTES DESSE FIM SE SOBREPOE A UM ANTERIOR.
001000 01  WS-ESTUDANTE-ANTERIOR         PIC 9(07) VALUE ZERO.
001010 01  WS-DIA-ANTERIOR               PIC S9(04) COMP VALUE ZERO.
001020 01  WS-MAIOR-FIM                  PIC X(04) VALUE SPACES.
001030
001040*    DIA-SEMANA 1 A 7 COMO NA TABELA HORARIO; O CURSOR TROCA O
001050*    DIA NULO (CURSO SEM HORARIO) POR 9, QUE ORDENA NO FIM.
001060 01  WS-NOMES-DIAS.
001070     05  FILLER                    PIC X(32) VALUE
001080         'DOMINGO SEGUNDA TERCA   QUARTA  '.
001090     05  FILLER                    PIC X(24) VALUE
001100         'QUINTA  SEXTA   SABADO  '.
001110 01  WS-TAB-DIAS REDEFINES WS-NOMES-DIAS.
001120     05  WS-NOME-DIA               PIC X(08) OCCURS 7 TIMES.
001130
001140 01  WS-DATA-HOJE.
001150     05  WS-DATA-ANO               PIC 9(04).
001160     05  WS-DATA-MES               PIC 9(02).
001170     05  WS-DATA-DIA               PIC 9(02).
001180
001190 01  WS-CONTROLE-RELATORIO.
001200     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001210     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001220     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001230
001240 01  WS-LINHA-CABECALHO-1.
001250     05  FILLER                    PIC X(01) VALUE '1'.
001260     05  FILLER                    PIC X(40) VALUE
001270         'GRADE HORARIA SEMANAL DO ESTUDANTE'.
001280     05  FILLER                    PIC X(10) VALUE
001290         'PERIODO  '.
001300     05  CAB-PERIODO               PIC X(06).
001310     05  FILLER                    PIC X(02) VALUE SPACES.
001320     05  FILLER                    PIC X(17) VALUE
001330         'DATA DA EXECUCAO'.
001340     05  CAB-DATA-EXECUCAO         PIC X(10).
001350     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001360     05  CAB-PAGINA                PIC ZZ9.
001370     05  FILLER                    PIC X(37) VALUE SPACES.
001380
001390 01  WS-LINHA-CABECALHO-2.
001400     05  FILLER                    PIC X(01) VALUE '0'.
001410     05  FILLER                    PIC X(10) VALUE 'ESTUDANTE '.
001420     05  CAB-ESTUDANTE-ID          PIC 9(07).
001430     05  FILLER                    PIC X(03) VALUE ' - '.
001440     05  CAB-ESTUDANTE-NOME        PIC X(25).
001450     05  FILLER                    PIC X(04) VALUE SPACES.
001460     05  FILLER                    PIC X(07) VALUE 'CAMPUS '.
001470     05  CAB-CAMPUS                PIC X(02).
001480     05  FILLER                    PIC X(74) VALUE SPACES.
001490
001500 01  WS-LINHA-COLUNAS.
001510     05  FILLER                    PIC X(01) VALUE '0'.
001520     05  FILLER                    PIC X(10) VALUE 'DIA'.
001530     05  FILLER                    PIC X(14) VALUE 'HORARIO'.
001540     05  FILLER                    PIC X(07) VALUE 'CURSO'.
001550     05  FILLER                    PIC X(32) VALUE
001560         'NOME DO CURSO'.
001570     05  FILLER                    PIC X(08) VALUE 'CAMPUS'.
001580     05  FILLER                    PIC X(08) VALUE 'SALA'.
001590     05  FILLER                    PIC X(20) VALUE 'OBSERVACAO'.
001600     05  FILLER                    PIC X(33) VALUE SPACES.
001610
001620 01  WS-LINHA-DETALHE.
001630     05  FILLER                    PIC X(01) VALUE SPACE.
001640     05  DET-DIA                   PIC X(08).
001650     05  FILLER                    PIC X(02) VALUE SPACES.
001660     05  DET-INICIO                PIC X(05).
001670     05  DET-TRACO                 PIC X(01).
001680     05  DET-FIM                   PIC X(05).
001690     05  FILLER                    PIC X(03) VALUE SPACES.
001700     05  DET-CURSO-ID              PIC 9(04).
001710     05  FILLER                    PIC X(03) VALUE SPACES.
001720     05  DET-CURSO-NOME            PIC X(30).
001730     05  FILLER                    PIC X(02) VALUE SPACES.
001740     05  DET-CAMPUS                PIC X(02).
001750     05  FILLER                    PIC X(06) VALUE SPACES.
001760     05  DET-SALA                  PIC X(06).
001770     05  FILLER                    PIC X(02) VALUE SPACES.
001780     05  DET-OBSERVACAO            PIC X(20).
001790     05  FILLER                    PIC X(33) VALUE SPACES.
001800
001810 01  WS-LINHA-TOTAL-ESTUDANTE.
001820     05  FILLER                    PIC X(01) VALUE '0'.
001830     05  FILLER                    PIC X(24) VALUE
001840         'ENCONTROS NA SEMANA.....'.
001850     05  TES-ENCONTROS             PIC ZZZZ9.
001860     05  FILLER                    PIC X(05) VALUE SPACES.
001870     05  FILLER                    PIC X(24) VALUE
001880         'CHOQUES DE HORARIO......'.
001890     05  TES-CHOQUES               PIC ZZZZ9.
001900     05  FILLER                    PIC X(69) VALUE SPACES.
001910
001920 01  WS-LINHA-NENHUM.
001930     05  FILLER                    PIC X(01) VALUE '0'.
001940     05  FILLER                    PIC X(40) VALUE
001950         'NENHUMA MATRICULA ATIVA NO PERIODO'.
001960     05  FILLER                    PIC X(92) VALUE SPACES.
001970
001980 01  WS-LINHA-RODAPE-1.
001990     05  FILLER                    PIC X(01) VALUE '-'.
002000     05  FILLER                    PIC X(33) VALUE
002010         'ESTUDANTES LISTADOS.............:'.
002020     05  FILLER                    PIC X(01) VALUE SPACE.
002030     05  ROD-ESTUDANTES            PIC ZZZZZZ9.
002040     05  FILLER                    PIC X(91) VALUE SPACES.
002050
002060 01  WS-LINHA-RODAPE-2.
002070     05  FILLER                    PIC X(01) VALUE SPACE.
002080     05  FILLER                    PIC X(33) VALUE
002090         'ENCONTROS LISTADOS..............:'.
002100     05  FILLER                    PIC X(01) VALUE SPACE.
002110     05  ROD-ENCONTROS             PIC ZZZZZZ9.
002120     05  FILLER                    PIC X(91) VALUE SPACES.
002130
002140 01  WS-LINHA-RODAPE-3.
002150     05  FILLER                    PIC X(01) VALUE SPACE.
002160     05  FILLER                    PIC X(33) VALUE
002170         'CURSOS SEM HORARIO DEFINIDO.....:'.
002180     05  FILLER                    PIC X(01) VALUE SPACE.
002190     05  ROD-SEM-HORARIO           PIC ZZZZZZ9.
002200     05  FILLER                    PIC X(91) VALUE SPACES.
002210
002220 01  WS-LINHA-RODAPE-4.
002230     05  FILLER                    PIC X(01) VALUE SPACE.
002240     05  FILLER                    PIC X(33) VALUE
002250         'CHOQUES DE HORARIO..............:'.
002260     05  FILLER                    PIC X(01) VALUE SPACE.
002270     05  ROD-CHOQUES               PIC ZZZZZZ9.
002280     05  FILLER                    PIC X(91) VALUE SPACES.
002290
002300 COPY ESTCONWS.
002310
002320 PROCEDURE DIVISION.
002330 0000-MAINLINE.
002340     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002350     PERFORM 2000-LISTAR-GRADES THRU 2000-EXIT
002360     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002370     MOVE 'HOR-EST' TO WS-LOG-PROGRAMA
002380     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002390     MOVE WS-QTDE-ENCONTROS TO WS-LOG-LIDAS
002400     MOVE WS-QTDE-ESTUDANTES TO WS-LOG-APLICADAS
002410     MOVE WS-QTDE-CHOQUES TO WS-LOG-REJEITADAS
002420     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002430     STOP RUN.
002440
002450 1000-INITIALIZE.
002460     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002470     EXEC SQL
002480         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002490     END-EXEC
002500     EXEC SQL
002510         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002520     END-EXEC
002530     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002540     DISPLAY 'HOR-EST - PERIODO LETIVO (AAAAPP,'
002550             ' BRANCO=ABERTO): '
002560     ACCEPT WS-PARM-PERIODO FROM SYSIN
002570     DISPLAY 'HOR-EST - ESTUDANTE-ID (BRANCO=TODOS): '
002580     ACCEPT WS-PARM-ESTUDANTE FROM SYSIN
002590     IF WS-PARM-ESTUDANTE = SPACES
002600         MOVE ZERO TO WS-ESTUDANTE-FILTRO
002610     ELSE
002620         IF WS-PARM-ESTUDANTE NOT NUMERIC
002630             DISPLAY 'HOR-EST: ESTUDANTE-ID INVALIDO - '
002640                     WS-PARM-ESTUDANTE
002650             MOVE 16 TO RETURN-CODE
002660             STOP RUN
002670         END-IF
002680         MOVE WS-PARM-ESTUDANTE TO WS-ESTUDANTE-FILTRO
002690     END-IF
002700     EXEC SQL
002710         WHENEVER SQLERROR CONTINUE
002720     END-EXEC
002730     IF WS-PARM-PERIODO = SPACES
002740         EXEC SQL
002750             SELECT PERIODO-ID, PERIODO-STATUS
002760               INTO :WS-PERIODO, :WS-PERIODO-STATUS
002770               FROM PERIODO-LETIVO
002780              WHERE PERIODO-STATUS = 'A'
002790         END-EXEC
002800     ELSE
002810         MOVE WS-PARM-PERIODO TO WS-PERIODO
002820         EXEC SQL
002830             SELECT PERIODO-STATUS
002840               INTO :WS-PERIODO-STATUS
002850               FROM PERIODO-LETIVO
002860              WHERE PERIODO-ID = :WS-PERIODO
002870         END-EXEC
002880     END-IF
002890     EXEC SQL
002900         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002910     END-EXEC
002920     IF SQLCODE NOT = 0
002930         DISPLAY 'HOR-EST: PERIODO NAO ENCONTRADO - '
002940                 WS-PARM-PERIODO ' SQLCODE=' SQLCODE
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF
002980     OPEN OUTPUT ARQ-RELATORIO
002990     MOVE WS-PERIODO TO CAB-PERIODO
003000     STRING WS-DATA-DIA    DELIMITED BY SIZE
003010            '/'            DELIMITED BY SIZE
003020            WS-DATA-MES    DELIMITED BY SIZE
003030            '/'            DELIMITED BY SIZE
003040            WS-DATA-ANO    DELIMITED BY SIZE
003050       INTO CAB-DATA-EXECUCAO.
003060 1000-EXIT.
003070     EXIT.
003080
003090 2000-LISTAR-GRADES.
003100*    UMA LINHA POR ENCONTRO SEMANAL DE CADA CURSO MATRICULADO; O
003110*    LEFT JOIN MANTEM O CURSO QUE AINDA NAO TEM HORARIO.
003120     EXEC SQL
003130         DECLARE CUR-GRADE CURSOR FOR
003140         SELECT M.MATRICULA-ESTUDANTE-ID, E.ESTUDANTE-NOME,
003150                E.ESTUDANTE-CAMPUS, M.MATRICULA-CURSO-ID,
003160                C.CURSO-NOME,
003170                VALUE(H.HORARIO-DIA-SEMANA, 9),
003180                VALUE(H.HORARIO-INICIO, ' '),
003190                VALUE(H.HORARIO-FIM, ' '),
003200                VALUE(H.HORARIO-CAMPUS, ' '),
003210                VALUE(H.HORARIO-SALA, ' ')
003220           FROM MATRICULA M
003230          INNER JOIN ESTUDANTE E
003240             ON E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
003250          INNER JOIN CURSO C
003260             ON C.CURSO-ID = M.MATRICULA-CURSO-ID
003270           LEFT OUTER JOIN HORARIO H
003280             ON H.HORARIO-CURSO-ID = M.MATRICULA-CURSO-ID
003290            AND H.HORARIO-PERIODO = M.MATRICULA-PERIODO
003300          WHERE M.MATRICULA-PERIODO = :WS-PERIODO
003310            AND M.MATRICULA-STATUS = 'A'
003320            AND (:WS-ESTUDANTE-FILTRO = 0
003330                 OR M.MATRICULA-ESTUDANTE-ID
003340                    = :WS-ESTUDANTE-FILTRO)
003350          ORDER BY 1, 6, 7, 4
003360     END-EXEC
003370     EXEC SQL
003380         OPEN CUR-GRADE
003390     END-EXEC
003400     PERFORM 2100-FETCH-GRADE THRU 2100-EXIT
003410         UNTIL WS-FIM-CURSOR
003420     EXEC SQL
003430         CLOSE CUR-GRADE
003440     END-EXEC
003450     IF WS-QTDE-ESTUDANTES = ZERO
003460         MOVE ZERO   TO CAB-ESTUDANTE-ID
003470         MOVE SPACES TO CAB-ESTUDANTE-NOME CAB-CAMPUS
003480         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003490         WRITE REL-REGISTRO FROM WS-LINHA-NENHUM
003500         ADD 1 TO WS-LINHAS-NA-PAGINA
003510     ELSE
003520         PERFORM 2300-TOTAL-ESTUDANTE THRU 2300-EXIT
003530     END-IF.
003540 2000-EXIT.
003550     EXIT.
003560
003570 2100-FETCH-GRADE.
003580     EXEC SQL
003590         FETCH CUR-GRADE
003600          INTO :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME,
003610               :WS-CAMPUS, :WS-CURSO-ID, :WS-CURSO-NOME,
003620               :WS-DIA-SEMANA, :WS-INICIO, :WS-FIM,
003630               :WS-SALA-CAMPUS, :WS-SALA
003640     END-EXEC
003650     IF SQLCODE = 100
003660         SET WS-FIM-CURSOR TO TRUE
003670         GO TO 2100-EXIT
003680     END-IF
003690     PERFORM 2200-IMPRIMIR-ENCONTRO THRU 2200-EXIT.
003700 2100-EXIT.
003710     EXIT.
003720
003730 2200-IMPRIMIR-ENCONTRO.
003740     IF WS-PRIMEIRO-ESTUDANTE
003750         OR WS-ESTUDANTE-ID NOT = WS-ESTUDANTE-ANTERIOR
003760         IF NOT WS-PRIMEIRO-ESTUDANTE
003770             PERFORM 2300-TOTAL-ESTUDANTE THRU 2300-EXIT
003780         END-IF
003790         MOVE 'N' TO WS-SW-PRIMEIRO
003800         MOVE WS-ESTUDANTE-ID   TO WS-ESTUDANTE-ANTERIOR
003810         MOVE WS-ESTUDANTE-ID   TO CAB-ESTUDANTE-ID
003820         MOVE WS-ESTUDANTE-NOME TO CAB-ESTUDANTE-NOME
003830         MOVE WS-CAMPUS         TO CAB-CAMPUS
003840         MOVE ZERO   TO WS-QTDE-ENC-ESTUDANTE
003850         MOVE ZERO   TO WS-QTDE-CHQ-ESTUDANTE
003860         MOVE ZERO   TO WS-DIA-ANTERIOR
003870         MOVE SPACES TO WS-MAIOR-FIM
003880         ADD 1 TO WS-QTDE-ESTUDANTES
003890         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003900     END-IF
003910     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003920         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003930     END-IF
003940     MOVE WS-CURSO-ID   TO DET-CURSO-ID
003950     MOVE WS-CURSO-NOME TO DET-CURSO-NOME
003960     MOVE SPACES        TO DET-OBSERVACAO
003970     IF WS-DIA-SEMANA < 1 OR WS-DIA-SEMANA > 7
003980         MOVE SPACES TO DET-DIA DET-INICIO DET-TRACO DET-FIM
003990                        DET-CAMPUS DET-SALA
004000         MOVE 'SEM HORARIO DEFINIDO' TO DET-OBSERVACAO
004010         ADD 1 TO WS-QTDE-SEM-HORARIO
004020     ELSE
004030         IF WS-DIA-SEMANA NOT = WS-DIA-ANTERIOR
004040             MOVE WS-DIA-SEMANA TO WS-DIA-ANTERIOR
004050             MOVE SPACES TO WS-MAIOR-FIM
004060         END-IF
004070         IF WS-INICIO < WS-MAIOR-FIM
004080             MOVE 'CHOQUE DE HORARIO' TO DET-OBSERVACAO
004090             ADD 1 TO WS-QTDE-CHQ-ESTUDANTE
004100             ADD 1 TO WS-QTDE-CHOQUES
004110         END-IF
004120         IF WS-FIM > WS-MAIOR-FIM
004130             MOVE WS-FIM TO WS-MAIOR-FIM
004140         END-IF
004150         MOVE WS-NOME-DIA (WS-DIA-SEMANA) TO DET-DIA
004160         STRING WS-INICIO (1:2) DELIMITED BY SIZE
004170                ':'             DELIMITED BY SIZE
004180                WS-INICIO (3:2) DELIMITED BY SIZE
004190           INTO DET-INICIO
004200         MOVE '-' TO DET-TRACO
004210         STRING WS-FIM (1:2)    DELIMITED BY SIZE
004220                ':'             DELIMITED BY SIZE
004230                WS-FIM (3:2)    DELIMITED BY SIZE
004240           INTO DET-FIM
004250         MOVE WS-SALA-CAMPUS TO DET-CAMPUS
004260         MOVE WS-SALA        TO DET-SALA
004270         ADD 1 TO WS-QTDE-ENC-ESTUDANTE
004280         ADD 1 TO WS-QTDE-ENCONTROS
004290     END-IF
004300     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
004310     ADD 1 TO WS-LINHAS-NA-PAGINA.
004320 2200-EXIT.
004330     EXIT.
004340
004350 2300-TOTAL-ESTUDANTE.
004360     MOVE WS-QTDE-ENC-ESTUDANTE TO TES-ENCONTROS
004370     MOVE WS-QTDE-CHQ-ESTUDANTE TO TES-CHOQUES
004380     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-ESTUDANTE
004390     ADD 2 TO WS-LINHAS-NA-PAGINA.
004400 2300-EXIT.
004410     EXIT.
004420
004430 7000-IMPRIMIR-CABECALHO.
004440     ADD 1 TO WS-PAGINA-ATUAL
004450     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004460     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
004470     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004480     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
004490     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
004500     ADD 5 TO WS-LINHAS-NA-PAGINA.
004510 7000-EXIT.
004520     EXIT.
004530
004540 9999-ENCERRAR.
004550     MOVE WS-QTDE-ESTUDANTES  TO ROD-ESTUDANTES
004560     MOVE WS-QTDE-ENCONTROS   TO ROD-ENCONTROS
004570     MOVE WS-QTDE-SEM-HORARIO TO ROD-SEM-HORARIO
004580     MOVE WS-QTDE-CHOQUES     TO ROD-CHOQUES
004590     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
004600     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
004610     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
004620     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-4
004630     CLOSE ARQ-RELATORIO
004640     IF WS-QTDE-ESTUDANTES = ZERO AND WS-ESTUDANTE-FILTRO > 0
004650         DISPLAY 'HOR-EST: ESTUDANTE SEM MATRICULA ATIVA NO'
004660                 ' PERIODO - ' WS-ESTUDANTE-FILTRO
004670         MOVE 4 TO RETURN-CODE
004680     END-IF
004690     DISPLAY 'HOR-EST - PERIODO: ' WS-PERIODO
004700             ' ESTUDANTES: ' WS-QTDE-ESTUDANTES
004710             ' ENCONTROS: ' WS-QTDE-ENCONTROS
004720             ' SEM HORARIO: ' WS-QTDE-SEM-HORARIO
004730             ' CHOQUES: ' WS-QTDE-CHOQUES.
004740 9999-EXIT.
004750     EXIT.
004760
004770 COPY ESTCONPR.
004780 COPY ESTERRPR.
004790
004800 COPY ESTLOGPR.
