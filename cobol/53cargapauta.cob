000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CAR-PAU.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. CARREGADOR DAS PAUTAS DE NOTAS
000110*                 E FREQUENCIA DEVOLVIDAS PELOS DOCENTES E
000120*                 DIGITADAS PELA SECRETARIA (COPY ESTPDGSL/
000130*                 ESTPDGFD). CADA PAUTA E CONFERIDA POR INTEIRO
000140*                 CONTRA A TABELA PAUTA: NUMERO DE CONTROLE
000150*                 EMITIDO E NAO SUBSTITUIDO, MESMO CURSO E
000160*                 PERIODO, QUANTIDADE DE ESTUDANTES DO CABECALHO
000170*                 E DE LINHAS DIGITADAS IGUAL A IMPRESSA, E CADA
000180*                 LINHA COM MATRICULA NO CURSO/PERIODO, NOTA E
000190*                 PRESENCAS VALIDAS. QUALQUER DIVERGENCIA
000200*                 REJEITA A PAUTA INTEIRA (RELATORIO, RC 4). A
000210*                 PAUTA ACEITA VIRA TRANSACOES 'L' (OU 'N',
000220*                 QUANDO A NOTA JA EXISTE) E 'B' (LAYOUT ESTTXN)
000230*                 NO ARQUIVO PAUTATXN, QUE O CON-TXN LEVA AO
000240*                 CONSOLIDADO DA JANELA SEGUINTE, E FICA COMO
000250*                 CARREGADA NA TABELA PAUTA.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY ESTPDGSL.
000320     SELECT ARQ-TXN-PAUTA ASSIGN TO PAUTATXN
000330            ORGANIZATION IS SEQUENTIAL.
000340     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000350            ORGANIZATION IS SEQUENTIAL.
000360
000370     COPY ESTLOGSL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 COPY ESTPDGFD.
000420
000430 FD  ARQ-TXN-PAUTA
000440     RECORDING MODE IS F.
000450 01  REG-TXN-PAUTA                 PIC X(193).
000460
000470 FD  ARQ-RELATORIO
000480     RECORDING MODE IS F.
000490 01  REL-REGISTRO                  PIC X(133).
000500
000510 COPY ESTLOGFD.
000520
000530 WORKING-STORAGE SECTION.
000540 COPY ESTLOGWS.
000550
000560 COPY ESTTXN.
000570
000580 EXEC SQL
000590     INCLUDE SQLCA
000600 END-EXEC.
000610 EXEC SQL
000620     INCLUDE ESTUDANTE
000630 END-EXEC.
000640 EXEC SQL
000650     INCLUDE MATRICULA
000660 END-EXEC.
000670 EXEC SQL
000680     INCLUDE NOTA
000690 END-EXEC.
000700 EXEC SQL
000710     INCLUDE PAUTA
000720 END-EXEC.
000730
000740 EXEC SQL BEGIN DECLARE SECTION
000750 END-EXEC.
000760 01  WS-PAUTA-NUMERO               PIC S9(09) COMP.
000770 01  WS-PAU-CURSO-ID               PIC S9(09) COMP.
000780 01  WS-PAU-PERIODO                PIC X(06).
000790 01  WS-PAU-QTDE                   PIC S9(04) COMP.
000800 01  WS-PAU-STATUS                 PIC X(01).
000810 01  WS-ESTUDANTE-ID               PIC 9(07).
000820 01  WS-CURSO-ID                   PIC 9(04).
000830 01  WS-PERIODO                    PIC X(06).
000840 01  WS-MAT-STATUS                 PIC X(01).
000850 01  WS-EST-CAMPUS                 PIC X(02).
000860 01  WS-QTDE-NOTAS                 PIC S9(09) COMP.
000870 01  WS-DATA-CARGA                 PIC X(08).
000880 EXEC SQL END DECLARE SECTION
000890 END-EXEC.
000900
000910 01  WS-FS-PAUTA                   PIC X(02) VALUE '00'.
000920     88  WS-PAUTA-OK                       VALUE '00'.
000930     88  WS-PAUTA-NAO-EXISTE               VALUE '35'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-SW-FIM-PAUTAS          PIC X(01) VALUE 'N'.
000970         88  WS-FIM-PAUTAS                 VALUE 'S'.
000980     05  WS-SW-PAUTA-ABERTA        PIC X(01) VALUE 'N'.
000990         88  WS-PAUTA-ABERTA               VALUE 'S'.
001000     05  WS-SW-PAUTA-VALIDA        PIC X(01) VALUE 'S'.
001010         88  WS-PAUTA-VALIDA               VALUE 'S'.
001020         88  WS-PAUTA-INVALIDA             VALUE 'N'.
001030
001040 77  WS-INDICE                     PIC 9(04) COMP VALUE ZERO.
001050 77  WS-INDICE-2                   PIC 9(04) COMP VALUE ZERO.
001060 77  WS-SEQ-TXN                    PIC 9(06) VALUE ZERO.
001070 77  WS-MOTIVO-REJEICAO            PIC X(30) VALUE SPACES.
001080 77  WS-ID-REJEICAO                PIC X(07) VALUE SPACES.
001090 77  WS-PRESENCAS                  PIC 9(03) VALUE ZERO.
001100
001110 01  WS-NOTA-DIGITADA              PIC X(04) VALUE SPACES.
001120 01  WS-NOTA-VALOR REDEFINES WS-NOTA-DIGITADA
001130                                   PIC 9(02)V9(02).
001140
001150*    CABECALHO DA PAUTA EM CONFERENCIA (O REGISTRO DE ENTRADA E
001160*    SOBREPOSTO PELA LEITURA DOS DETALHES).
001170 01  WS-CABECALHO-PAUTA.
001180     05  WS-CAB-NUMERO             PIC X(07).
001190     05  WS-CAB-NUMERO-N REDEFINES WS-CAB-NUMERO
001200                                   PIC 9(07).
001210     05  WS-CAB-CURSO-ID           PIC X(04).
001220     05  WS-CAB-CURSO-ID-N REDEFINES WS-CAB-CURSO-ID
001230                                   PIC 9(04).
001240     05  WS-CAB-PERIODO            PIC X(06).
001250     05  WS-CAB-QTDE               PIC X(04).
001260     05  WS-CAB-QTDE-N REDEFINES WS-CAB-QTDE
001270                                   PIC 9(04).
001280     05  WS-CAB-AULAS-DADAS        PIC X(03).
001290     05  WS-CAB-AULAS-DADAS-N REDEFINES WS-CAB-AULAS-DADAS
001300                                   PIC 9(03).
001310
001320*    LINHAS DA PAUTA EM CONFERENCIA: NADA E GERADO ANTES DE A
001330*    PAUTA INTEIRA SER CONFERIDA. PTA-TEM-NOTA ('S' = JA HA NOTA
001340*    NO CURSO/PERIODO) DECIDE ENTRE 'L' E 'N'.
001350 01  WS-TABELA-PAUTA.
001360     05  WS-PTA-QTDE               PIC 9(04) COMP VALUE ZERO.
001370     05  WS-PTA-LINHA              OCCURS 999 TIMES.
001380         10  WS-PTA-ESTUDANTE-ID   PIC X(07).
001390         10  WS-PTA-NOTA           PIC X(04).
001400         10  WS-PTA-PRESENCAS      PIC X(03).
001410         10  WS-PTA-CAMPUS         PIC X(02).
001420         10  WS-PTA-TEM-NOTA       PIC X(01).
001430
001440*    NUMEROS DE CONTROLE JA CARREGADOS NESTA EXECUCAO: A MESMA
001450*    FOLHA DIGITADA DUAS VEZES NO ARQUIVO E REJEITADA NA SEGUNDA.
001460 01  WS-TABELA-CARREGADAS.
001470     05  WS-CRG-QTDE               PIC 9(04) COMP VALUE ZERO.
001480     05  WS-CRG-NUMERO             PIC X(07)
001490                                   OCCURS 999 TIMES.
001500
001510 01  WS-CONTADORES.
001520     05  WS-QTDE-PAUTAS            PIC 9(07) COMP-3 VALUE ZERO.
001530     05  WS-QTDE-CARREGADAS        PIC 9(07) COMP-3 VALUE ZERO.
001540     05  WS-QTDE-REJEITADAS        PIC 9(07) COMP-3 VALUE ZERO.
001550     05  WS-QTDE-AVULSOS           PIC 9(07) COMP-3 VALUE ZERO.
001560     05  WS-QTDE-GERADAS           PIC 9(07) COMP-3 VALUE ZERO.
001570     05  WS-QTDE-GERADAS-L         PIC 9(07) COMP-3 VALUE ZERO.
001580     05  WS-QTDE-GERADAS-N         PIC 9(07) COMP-3 VALUE ZERO.
001590     05  WS-QTDE-GERADAS-B         PIC 9(07) COMP-3 VALUE ZERO.
001600     05  WS-PAUTA-L                PIC 9(04) COMP-3 VALUE ZERO.
001610     05  WS-PAUTA-N                PIC 9(04) COMP-3 VALUE ZERO.
001620     05  WS-PAUTA-B                PIC 9(04) COMP-3 VALUE ZERO.
001630
001640 01  WS-DATA-EXECUCAO.
001650     05  WS-DATA-ANO               PIC 9(04).
001660     05  WS-DATA-MES               PIC 9(02).
001670     05  WS-DATA-DIA               PIC 9(02).
001680
001690 01  WS-CONTROLE-RELATORIO.
001700     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001710     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001720     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001730
001740 01  WS-LINHA-CABECALHO-1.
001750     05  FILLER                    PIC X(01) VALUE '1'.
001760     05  FILLER                    PIC X(44) VALUE
001770         'CARGA DAS PAUTAS DE NOTAS E FREQUENCIA'.
001780     05  FILLER                    PIC X(17) VALUE
001790         'DATA DA EXECUCAO'.
001800     05  CAB-DATA-EXECUCAO         PIC X(10).
001810     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001820     05  CAB-PAGINA                PIC ZZ9.
001830     05  FILLER                    PIC X(51) VALUE SPACES.
001840
001850 01  WS-LINHA-CABECALHO-2.
001860     05  FILLER                    PIC X(01) VALUE SPACE.
001870     05  FILLER                    PIC X(10) VALUE 'CONTROLE'.
001880     05  FILLER                    PIC X(07) VALUE 'CURSO'.
001890     05  FILLER                    PIC X(09) VALUE 'PERIODO'.
001900     05  FILLER                    PIC X(08) VALUE 'LINHAS'.
001910     05  FILLER                    PIC X(09) VALUE 'NOTAS L'.
001920     05  FILLER                    PIC X(09) VALUE 'RETIF N'.
001930     05  FILLER                    PIC X(08) VALUE 'FREQ B'.
001940     05  FILLER                    PIC X(11) VALUE 'RESULTADO'.
001950     05  FILLER                    PIC X(32) VALUE 'MOTIVO'.
001960     05  FILLER                    PIC X(29) VALUE 'ESTUDANTE'.
001970
001980 01  WS-LINHA-DETALHE.
001990     05  FILLER                    PIC X(01) VALUE SPACE.
002000     05  DET-NUMERO                PIC X(07).
002010     05  FILLER                    PIC X(03) VALUE SPACES.
002020     05  DET-CURSO-ID              PIC X(04).
002030     05  FILLER                    PIC X(03) VALUE SPACES.
002040     05  DET-PERIODO               PIC X(06).
002050     05  FILLER                    PIC X(03) VALUE SPACES.
002060     05  DET-LINHAS                PIC ZZZ9.
002070     05  FILLER                    PIC X(04) VALUE SPACES.
002080     05  DET-QTDE-L                PIC ZZZ9.
002090     05  FILLER                    PIC X(05) VALUE SPACES.
002100     05  DET-QTDE-N                PIC ZZZ9.
002110     05  FILLER                    PIC X(05) VALUE SPACES.
002120     05  DET-QTDE-B                PIC ZZZ9.
002130     05  FILLER                    PIC X(04) VALUE SPACES.
002140     05  DET-RESULTADO             PIC X(09).
002150     05  FILLER                    PIC X(02) VALUE SPACES.
002160     05  DET-MOTIVO                PIC X(30).
002170     05  FILLER                    PIC X(02) VALUE SPACES.
002180     05  DET-ESTUDANTE-ID          PIC X(07).
002190     05  FILLER                    PIC X(22) VALUE SPACES.
002200
002210 01  WS-LINHA-RODAPE-1.
002220     05  FILLER                    PIC X(01) VALUE '0'.
002230     05  FILLER                    PIC X(33) VALUE
002240         'PAUTAS DIGITADAS................:'.
002250     05  FILLER                    PIC X(01) VALUE SPACE.
002260     05  ROD-PAUTAS                PIC ZZZZZZ9.
002270     05  FILLER                    PIC X(03) VALUE SPACES.
002280     05  FILLER                    PIC X(33) VALUE
002290         'PAUTAS CARREGADAS...............:'.
002300     05  FILLER                    PIC X(01) VALUE SPACE.
002310     05  ROD-CARREGADAS            PIC ZZZZZZ9.
002320     05  FILLER                    PIC X(47) VALUE SPACES.
002330
002340 01  WS-LINHA-RODAPE-2.
002350     05  FILLER                    PIC X(01) VALUE SPACE.
002360     05  FILLER                    PIC X(33) VALUE
002370         'PAUTAS REJEITADAS...............:'.
002380     05  FILLER                    PIC X(01) VALUE SPACE.
002390     05  ROD-REJEITADAS            PIC ZZZZZZ9.
002400     05  FILLER                    PIC X(03) VALUE SPACES.
002410     05  FILLER                    PIC X(33) VALUE
002420         'REGISTROS FORA DE PAUTA.........:'.
002430     05  FILLER                    PIC X(01) VALUE SPACE.
002440     05  ROD-AVULSOS               PIC ZZZZZZ9.
002450     05  FILLER                    PIC X(47) VALUE SPACES.
002460
002470 01  WS-LINHA-RODAPE-3.
002480     05  FILLER                    PIC X(01) VALUE SPACE.
002490     05  FILLER                    PIC X(33) VALUE
002500         'TRANSACOES L GERADAS............:'.
002510     05  FILLER                    PIC X(01) VALUE SPACE.
002520     05  ROD-GERADAS-L             PIC ZZZZZZ9.
002530     05  FILLER                    PIC X(03) VALUE SPACES.
002540     05  FILLER                    PIC X(14) VALUE
002550         'N GERADAS.....'.
002560     05  FILLER                    PIC X(01) VALUE SPACE.
002570     05  ROD-GERADAS-N             PIC ZZZZZZ9.
002580     05  FILLER                    PIC X(03) VALUE SPACES.
002590     05  FILLER                    PIC X(14) VALUE
002600         'B GERADAS.....'.
002610     05  FILLER                    PIC X(01) VALUE SPACE.
002620     05  ROD-GERADAS-B             PIC ZZZZZZ9.
002630     05  FILLER                    PIC X(41) VALUE SPACES.
002640
002650 COPY ESTCONWS.
002660
002670 PROCEDURE DIVISION.
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700     PERFORM 2000-TRATAR-REGISTRO THRU 2000-EXIT
002710         UNTIL WS-FIM-PAUTAS
002720     IF WS-PAUTA-ABERTA
002730         PERFORM 4000-FECHAR-PAUTA THRU 4000-EXIT
002740     END-IF
002750     EXEC SQL
002760         COMMIT
002770     END-EXEC
002780     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002790     MOVE 'CAR-PAU' TO WS-LOG-PROGRAMA
002800     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002810     MOVE WS-QTDE-PAUTAS TO WS-LOG-LIDAS
002820     MOVE WS-QTDE-GERADAS TO WS-LOG-APLICADAS
002830     MOVE WS-QTDE-REJEITADAS TO WS-LOG-REJEITADAS
002840     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002850     STOP RUN.
002860
002870 1000-INITIALIZE.
002880     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002890     EXEC SQL
002900         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002910     END-EXEC
002920     EXEC SQL
002930         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002940     END-EXEC
002950*    O ARQUIVO DE TRANSACOES ACUMULA AS CARGAS ATE A PROXIMA
002960*    JANELA, QUE O CONSOME: CADA EXECUCAO ACRESCENTA AO FIM.
002970     OPEN EXTEND ARQ-TXN-PAUTA
002980     OPEN OUTPUT ARQ-RELATORIO
002990     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
003000     MOVE WS-DATA-EXECUCAO TO WS-DATA-CARGA
003010     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003020     OPEN INPUT ARQ-PAUTA-DIGITADA
003030     IF WS-PAUTA-NAO-EXISTE
003040         DISPLAY 'CAR-PAU: SEM ARQUIVO DE PAUTAS DIGITADAS'
003050         SET WS-FIM-PAUTAS TO TRUE
003060         GO TO 1000-EXIT
003070     END-IF
003080     PERFORM 2100-LER-PAUTA THRU 2100-EXIT.
003090 1000-EXIT.
003100     EXIT.
003110
003120 2000-TRATAR-REGISTRO.
003130*    O CABECALHO FECHA A PAUTA ANTERIOR E ABRE A SEGUINTE. UM
003140*    REGISTRO DE TIPO DESCONHECIDO DENTRO DE UMA PAUTA A
003150*    INVALIDA; ANTES DO PRIMEIRO CABECALHO, SO E RELATADO.
003160     EVALUATE TRUE
003170         WHEN PDG-CABECALHO
003180             IF WS-PAUTA-ABERTA
003190                 PERFORM 4000-FECHAR-PAUTA THRU 4000-EXIT
003200             END-IF
003210             PERFORM 3000-ABRIR-PAUTA THRU 3000-EXIT
003220         WHEN PDG-DETALHE AND WS-PAUTA-ABERTA
003230             PERFORM 3100-GUARDAR-DETALHE THRU 3100-EXIT
003240         WHEN WS-PAUTA-ABERTA
003250             IF WS-PAUTA-VALIDA
003260                 SET WS-PAUTA-INVALIDA TO TRUE
003270                 MOVE 'REGISTRO DE TIPO INVALIDO'
003280                   TO WS-MOTIVO-REJEICAO
003290                 MOVE SPACES TO WS-ID-REJEICAO
003300             END-IF
003310         WHEN OTHER
003320             PERFORM 3500-RELATAR-AVULSO THRU 3500-EXIT
003330     END-EVALUATE
003340     PERFORM 2100-LER-PAUTA THRU 2100-EXIT.
003350 2000-EXIT.
003360     EXIT.
003370
003380 2100-LER-PAUTA.
003390     READ ARQ-PAUTA-DIGITADA
003400         AT END SET WS-FIM-PAUTAS TO TRUE
003410     END-READ.
003420 2100-EXIT.
003430     EXIT.
003440
003450 3000-ABRIR-PAUTA.
003460     ADD 1 TO WS-QTDE-PAUTAS
003470     SET WS-PAUTA-ABERTA TO TRUE
003480     SET WS-PAUTA-VALIDA TO TRUE
003490     MOVE SPACES TO WS-MOTIVO-REJEICAO
003500     MOVE SPACES TO WS-ID-REJEICAO
003510     MOVE ZERO TO WS-PTA-QTDE
003520     MOVE PDG-H-NUMERO      TO WS-CAB-NUMERO
003530     MOVE PDG-H-CURSO-ID    TO WS-CAB-CURSO-ID
003540     MOVE PDG-H-PERIODO     TO WS-CAB-PERIODO
003550     MOVE PDG-H-QTDE        TO WS-CAB-QTDE
003560     MOVE PDG-H-AULAS-DADAS TO WS-CAB-AULAS-DADAS.
003570 3000-EXIT.
003580     EXIT.
003590
003600 3100-GUARDAR-DETALHE.
003610     IF WS-PTA-QTDE >= 999
003620         IF WS-PAUTA-VALIDA
003630             SET WS-PAUTA-INVALIDA TO TRUE
003640             MOVE 'PAUTA COM LINHAS DEMAIS'
003650               TO WS-MOTIVO-REJEICAO
003660             MOVE SPACES TO WS-ID-REJEICAO
003670         END-IF
003680         GO TO 3100-EXIT
003690     END-IF
003700     ADD 1 TO WS-PTA-QTDE
003710     MOVE PDG-D-ESTUDANTE-ID TO WS-PTA-ESTUDANTE-ID (WS-PTA-QTDE)
003720     MOVE PDG-D-NOTA         TO WS-PTA-NOTA (WS-PTA-QTDE)
003730     MOVE PDG-D-PRESENCAS    TO WS-PTA-PRESENCAS (WS-PTA-QTDE)
003740     MOVE SPACES             TO WS-PTA-CAMPUS (WS-PTA-QTDE)
003750     MOVE 'N'                TO WS-PTA-TEM-NOTA (WS-PTA-QTDE).
003760 3100-EXIT.
003770     EXIT.
003780
003790 3500-RELATAR-AVULSO.
003800     ADD 1 TO WS-QTDE-AVULSOS
003810     MOVE SPACES TO WS-LINHA-DETALHE
003820     MOVE ZERO TO DET-LINHAS DET-QTDE-L DET-QTDE-N DET-QTDE-B
003830     MOVE 'IGNORADO' TO DET-RESULTADO
003840     MOVE 'REGISTRO ANTES DO CABECALHO' TO DET-MOTIVO
003850     IF PDG-DETALHE
003860         MOVE PDG-D-ESTUDANTE-ID TO DET-ESTUDANTE-ID
003870     END-IF
003880     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
003890 3500-EXIT.
003900     EXIT.
003910
003920 4000-FECHAR-PAUTA.
003930*    A PAUTA SO E CARREGADA SE O CABECALHO E TODAS AS LINHAS
003940*    CONFEREM; A PRIMEIRA DIVERGENCIA ENCONTRADA E A RELATADA.
003950     MOVE 'N' TO WS-SW-PAUTA-ABERTA
003960     MOVE ZERO TO WS-PAUTA-L WS-PAUTA-N WS-PAUTA-B
003970     IF WS-PAUTA-VALIDA
003980         PERFORM 4100-CONFERIR-CABECALHO THRU 4100-EXIT
003990     END-IF
004000     IF WS-PAUTA-VALIDA
004010         PERFORM 4200-CONFERIR-LINHA THRU 4200-EXIT
004020             VARYING WS-INDICE FROM 1 BY 1
004030             UNTIL WS-INDICE > WS-PTA-QTDE
004040                OR WS-PAUTA-INVALIDA
004050     END-IF
004060     IF WS-PAUTA-VALIDA
004070         PERFORM 4500-GERAR-TRANSACOES THRU 4500-EXIT
004080         MOVE 'CARREGADA' TO DET-RESULTADO
004090     ELSE
004100         ADD 1 TO WS-QTDE-REJEITADAS
004110         MOVE 'REJEITADA' TO DET-RESULTADO
004120         DISPLAY 'CAR-PAU: PAUTA ' WS-CAB-NUMERO
004130                 ' REJEITADA - ' WS-MOTIVO-REJEICAO
004140                 ' ' WS-ID-REJEICAO
004150     END-IF
004160     MOVE WS-CAB-NUMERO      TO DET-NUMERO
004170     MOVE WS-CAB-CURSO-ID    TO DET-CURSO-ID
004180     MOVE WS-CAB-PERIODO     TO DET-PERIODO
004190     MOVE WS-PTA-QTDE        TO DET-LINHAS
004200     MOVE WS-PAUTA-L         TO DET-QTDE-L
004210     MOVE WS-PAUTA-N         TO DET-QTDE-N
004220     MOVE WS-PAUTA-B         TO DET-QTDE-B
004230     MOVE WS-MOTIVO-REJEICAO TO DET-MOTIVO
004240     MOVE WS-ID-REJEICAO     TO DET-ESTUDANTE-ID
004250     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
004260 4000-EXIT.
004270     EXIT.
004280
004290 4100-CONFERIR-CABECALHO.
004300     SET WS-PAUTA-INVALIDA TO TRUE
004310     IF WS-CAB-NUMERO NOT NUMERIC
004320         OR WS-CAB-CURSO-ID NOT NUMERIC
004330         OR WS-CAB-QTDE NOT NUMERIC
004340         MOVE 'CABECALHO NAO NUMERICO' TO WS-MOTIVO-REJEICAO
004350         GO TO 4100-EXIT
004360     END-IF
004370     IF WS-CAB-AULAS-DADAS NOT = SPACES
004380         IF WS-CAB-AULAS-DADAS NOT NUMERIC
004390             OR WS-CAB-AULAS-DADAS-N = ZERO
004400             MOVE 'AULAS DADAS INVALIDAS' TO WS-MOTIVO-REJEICAO
004410             GO TO 4100-EXIT
004420         END-IF
004430     END-IF
004440     PERFORM 4150-PROCURAR-CARREGADA THRU 4150-EXIT
004450         VARYING WS-INDICE FROM 1 BY 1
004460         UNTIL WS-INDICE > WS-CRG-QTDE
004470     IF WS-MOTIVO-REJEICAO NOT = SPACES
004480         GO TO 4100-EXIT
004490     END-IF
004500     MOVE WS-CAB-NUMERO-N TO WS-PAUTA-NUMERO
004510     EXEC SQL
004520         SELECT PAUTA-CURSO-ID, PAUTA-PERIODO,
004530                PAUTA-QTDE-ESTUDANTES, PAUTA-STATUS
004540           INTO :WS-PAU-CURSO-ID, :WS-PAU-PERIODO,
004550                :WS-PAU-QTDE, :WS-PAU-STATUS
004560           FROM PAUTA
004570          WHERE PAUTA-NUMERO = :WS-PAUTA-NUMERO
004580     END-EXEC
004590     IF SQLCODE = 100
004600         MOVE 'CONTROLE NAO EMITIDO' TO WS-MOTIVO-REJEICAO
004610         GO TO 4100-EXIT
004620     END-IF
004630     IF WS-PAU-CURSO-ID NOT = WS-CAB-CURSO-ID-N
004640         OR WS-PAU-PERIODO NOT = WS-CAB-PERIODO
004650         MOVE 'CURSO/PERIODO NAO CONFERE' TO WS-MOTIVO-REJEICAO
004660         GO TO 4100-EXIT
004670     END-IF
004680     IF WS-PAU-STATUS = 'S'
004690         MOVE 'PAUTA SUBSTITUIDA (REIMPRESSA)'
004700           TO WS-MOTIVO-REJEICAO
004710         GO TO 4100-EXIT
004720     END-IF
004730     IF WS-CAB-QTDE-N NOT = WS-PAU-QTDE
004740         MOVE 'QTDE DO CABECALHO NAO CONFERE'
004750           TO WS-MOTIVO-REJEICAO
004760         GO TO 4100-EXIT
004770     END-IF
004780     IF WS-PTA-QTDE NOT = WS-PAU-QTDE
004790         MOVE 'QTDE DE LINHAS NAO CONFERE' TO WS-MOTIVO-REJEICAO
004800         GO TO 4100-EXIT
004810     END-IF
004820     SET WS-PAUTA-VALIDA TO TRUE.
004830 4100-EXIT.
004840     EXIT.
004850
004860 4150-PROCURAR-CARREGADA.
004870     IF WS-CRG-NUMERO (WS-INDICE) = WS-CAB-NUMERO
004880         MOVE 'PAUTA REPETIDA NO ARQUIVO' TO WS-MOTIVO-REJEICAO
004890     END-IF.
004900 4150-EXIT.
004910     EXIT.
004920
004930 4200-CONFERIR-LINHA.
004940*    A LINHA PRECISA DE MATRICULA NO CURSO/PERIODO DA PAUTA. A
004950*    MATRICULA CANCELADA DEPOIS DA EMISSAO CONTINUA NA FOLHA,
004960*    MAS SO E ACEITA COM NOTA E PRESENCAS EM BRANCO.
004970     MOVE WS-PTA-ESTUDANTE-ID (WS-INDICE) TO WS-ID-REJEICAO
004980     SET WS-PAUTA-INVALIDA TO TRUE
004990     IF WS-PTA-ESTUDANTE-ID (WS-INDICE) NOT NUMERIC
005000         MOVE 'ESTUDANTE-ID NAO NUMERICO' TO WS-MOTIVO-REJEICAO
005010         GO TO 4200-EXIT
005020     END-IF
005030     IF WS-PTA-NOTA (WS-INDICE) NOT = SPACES
005040         MOVE WS-PTA-NOTA (WS-INDICE) TO WS-NOTA-DIGITADA
005050         IF WS-NOTA-DIGITADA NOT NUMERIC
005060             MOVE 'NOTA NAO NUMERICA' TO WS-MOTIVO-REJEICAO
005070             GO TO 4200-EXIT
005080         END-IF
005090         IF WS-NOTA-VALOR > 10.00
005100             MOVE 'NOTA FORA DA ESCALA 0-10' TO WS-MOTIVO-REJEICAO
005110             GO TO 4200-EXIT
005120         END-IF
005130     END-IF
005140     IF WS-PTA-PRESENCAS (WS-INDICE) NOT = SPACES
005150         IF WS-CAB-AULAS-DADAS = SPACES
005160             MOVE 'PRESENCAS SEM AULAS DADAS'
005170               TO WS-MOTIVO-REJEICAO
005180             GO TO 4200-EXIT
005190         END-IF
005200         IF WS-PTA-PRESENCAS (WS-INDICE) NOT NUMERIC
005210             MOVE 'PRESENCAS NAO NUMERICAS'
005220               TO WS-MOTIVO-REJEICAO
005230             GO TO 4200-EXIT
005240         END-IF
005250         MOVE WS-PTA-PRESENCAS (WS-INDICE) TO WS-PRESENCAS
005260         IF WS-PRESENCAS > WS-CAB-AULAS-DADAS-N
005270             MOVE 'PRESENCAS ACIMA DAS DADAS'
005280               TO WS-MOTIVO-REJEICAO
005290             GO TO 4200-EXIT
005300         END-IF
005310     END-IF
005320     PERFORM 4250-PROCURAR-REPETIDO THRU 4250-EXIT
005330         VARYING WS-INDICE-2 FROM 1 BY 1
005340         UNTIL WS-INDICE-2 >= WS-INDICE
005350     IF WS-MOTIVO-REJEICAO NOT = SPACES
005360         GO TO 4200-EXIT
005370     END-IF
005380     MOVE WS-PTA-ESTUDANTE-ID (WS-INDICE) TO WS-ESTUDANTE-ID
005390     MOVE WS-CAB-CURSO-ID-N               TO WS-CURSO-ID
005400     MOVE WS-CAB-PERIODO                  TO WS-PERIODO
005410     EXEC SQL
005420         SELECT M.MATRICULA-STATUS, E.ESTUDANTE-CAMPUS
005430           INTO :WS-MAT-STATUS, :WS-EST-CAMPUS
005440           FROM MATRICULA M, ESTUDANTE E
005450          WHERE M.MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005460            AND M.MATRICULA-CURSO-ID = :WS-CURSO-ID
005470            AND M.MATRICULA-PERIODO = :WS-PERIODO
005480            AND E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
005490     END-EXEC
005500     IF SQLCODE = 100
005510         MOVE 'SEM MATRICULA NO CURSO/PERIODO'
005520           TO WS-MOTIVO-REJEICAO
005530         GO TO 4200-EXIT
005540     END-IF
005550     IF WS-MAT-STATUS = 'C'
005560         AND (WS-PTA-NOTA (WS-INDICE) NOT = SPACES
005570              OR WS-PTA-PRESENCAS (WS-INDICE) NOT = SPACES)
005580         MOVE 'MATRICULA CANCELADA PREENCHIDA'
005590           TO WS-MOTIVO-REJEICAO
005600         GO TO 4200-EXIT
005610     END-IF
005620     MOVE WS-EST-CAMPUS TO WS-PTA-CAMPUS (WS-INDICE)
005630     EXEC SQL
005640         SELECT COUNT(*)
005650           INTO :WS-QTDE-NOTAS
005660           FROM NOTA
005670          WHERE NOTA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005680            AND NOTA-CURSO-ID = :WS-CURSO-ID
005690            AND NOTA-PERIODO = :WS-PERIODO
005700     END-EXEC
005710     IF WS-QTDE-NOTAS > 0
005720         MOVE 'S' TO WS-PTA-TEM-NOTA (WS-INDICE)
005730     END-IF
005740     MOVE SPACES TO WS-ID-REJEICAO
005750     SET WS-PAUTA-VALIDA TO TRUE.
005760 4200-EXIT.
005770     EXIT.
005780
005790 4250-PROCURAR-REPETIDO.
005800     IF WS-PTA-ESTUDANTE-ID (WS-INDICE-2)
005810             = WS-PTA-ESTUDANTE-ID (WS-INDICE)
005820         MOVE 'ESTUDANTE REPETIDO NA PAUTA' TO WS-MOTIVO-REJEICAO
005830     END-IF.
005840 4250-EXIT.
005850     EXIT.
005860
005870 4500-GERAR-TRANSACOES.
005880     PERFORM 4550-GERAR-LINHA THRU 4550-EXIT
005890         VARYING WS-INDICE FROM 1 BY 1
005900         UNTIL WS-INDICE > WS-PTA-QTDE
005910     EXEC SQL
005920         UPDATE PAUTA
005930            SET PAUTA-STATUS = 'C',
005940                PAUTA-DATA-CARGA = :WS-DATA-CARGA
005950          WHERE PAUTA-NUMERO = :WS-PAUTA-NUMERO
005960     END-EXEC
005970     IF WS-CRG-QTDE < 999
005980         ADD 1 TO WS-CRG-QTDE
005990         MOVE WS-CAB-NUMERO TO WS-CRG-NUMERO (WS-CRG-QTDE)
006000     END-IF
006010     ADD 1 TO WS-QTDE-CARREGADAS.
006020 4500-EXIT.
006030     EXIT.
006040
006050 4550-GERAR-LINHA.
006060*    AS TRANSACOES LEVAM O CAMPUS-SEDE DO ESTUDANTE (O CON-TXN
006070*    NAO CARIMBA ESTA ENTRADA), O PERIODO DA PAUTA E O
006080*    OPERADOR CAR-PAU NA AUDITORIA.
006090     IF WS-PTA-NOTA (WS-INDICE) NOT = SPACES
006100         MOVE WS-PTA-NOTA (WS-INDICE) TO WS-NOTA-DIGITADA
006110         PERFORM 4600-PREPARAR-TRANSACAO THRU 4600-EXIT
006120         IF WS-PTA-TEM-NOTA (WS-INDICE) = 'S'
006130             SET TXN-RETIFICAR-NOTA TO TRUE
006140             ADD 1 TO WS-PAUTA-N
006150             ADD 1 TO WS-QTDE-GERADAS-N
006160         ELSE
006170             SET TXN-LANCAR-NOTA TO TRUE
006180             ADD 1 TO WS-PAUTA-L
006190             ADD 1 TO WS-QTDE-GERADAS-L
006200         END-IF
006210         MOVE WS-NOTA-VALOR TO TXN-NOTA
006220         WRITE REG-TXN-PAUTA FROM TXN-REGISTRO
006230         ADD 1 TO WS-QTDE-GERADAS
006240     END-IF
006250     IF WS-PTA-PRESENCAS (WS-INDICE) NOT = SPACES
006260         PERFORM 4600-PREPARAR-TRANSACAO THRU 4600-EXIT
006270         SET TXN-LANCAR-FREQUENCIA TO TRUE
006280         MOVE WS-CAB-AULAS-DADAS-N TO TXN-FREQ-AULAS-DADAS
006290         MOVE WS-PTA-PRESENCAS (WS-INDICE)
006300           TO TXN-FREQ-AULAS-PRESENTE
006310         WRITE REG-TXN-PAUTA FROM TXN-REGISTRO
006320         ADD 1 TO WS-PAUTA-B
006330         ADD 1 TO WS-QTDE-GERADAS-B
006340         ADD 1 TO WS-QTDE-GERADAS
006350     END-IF.
006360 4550-EXIT.
006370     EXIT.
006380
006390 4600-PREPARAR-TRANSACAO.
006400     MOVE SPACES TO TXN-REGISTRO
006410     ADD 1 TO WS-SEQ-TXN
006420     MOVE WS-SEQ-TXN                   TO TXN-SEQUENCIA
006430     MOVE WS-PTA-ESTUDANTE-ID (WS-INDICE) TO TXN-ESTUDANTE-ID
006440     MOVE WS-PTA-CAMPUS (WS-INDICE)    TO TXN-CAMPUS
006450     MOVE WS-CAB-CURSO-ID-N            TO TXN-CURSO-ID
006460     MOVE ZERO                         TO TXN-NOTA
006470     MOVE WS-CAB-PERIODO               TO TXN-PERIODO
006480     MOVE ZERO                         TO TXN-RESP-SEQ
006490     MOVE 'CAR-PAU'                    TO TXN-OPERADOR.
006500 4600-EXIT.
006510     EXIT.
006520
006530 7000-IMPRIMIR-CABECALHO.
006540     ADD 1 TO WS-PAGINA-ATUAL
006550     MOVE ZERO TO WS-LINHAS-NA-PAGINA
006560     STRING WS-DATA-DIA    DELIMITED BY SIZE
006570            '/'            DELIMITED BY SIZE
006580            WS-DATA-MES    DELIMITED BY SIZE
006590            '/'            DELIMITED BY SIZE
006600            WS-DATA-ANO    DELIMITED BY SIZE
006610       INTO CAB-DATA-EXECUCAO
006620     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
006630     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
006640     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
006650     ADD 2 TO WS-LINHAS-NA-PAGINA.
006660 7000-EXIT.
006670     EXIT.
006680
006690 7100-IMPRIMIR-DETALHE.
006700     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
006710         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
006720     END-IF
006730     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
006740     ADD 1 TO WS-LINHAS-NA-PAGINA.
006750 7100-EXIT.
006760     EXIT.
006770
006780 9999-ENCERRAR.
006790     IF NOT WS-PAUTA-NAO-EXISTE
006800         CLOSE ARQ-PAUTA-DIGITADA
006810     END-IF
006820     MOVE WS-QTDE-PAUTAS     TO ROD-PAUTAS
006830     MOVE WS-QTDE-CARREGADAS TO ROD-CARREGADAS
006840     MOVE WS-QTDE-REJEITADAS TO ROD-REJEITADAS
006850     MOVE WS-QTDE-AVULSOS    TO ROD-AVULSOS
006860     MOVE WS-QTDE-GERADAS-L  TO ROD-GERADAS-L
006870     MOVE WS-QTDE-GERADAS-N  TO ROD-GERADAS-N
006880     MOVE WS-QTDE-GERADAS-B  TO ROD-GERADAS-B
006890     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
006900     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
006910     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
006920     CLOSE ARQ-TXN-PAUTA
006930     CLOSE ARQ-RELATORIO
006940     DISPLAY 'CAR-PAU - PAUTAS: ' WS-QTDE-PAUTAS
006950             ' CARREGADAS: ' WS-QTDE-CARREGADAS
006960             ' REJEITADAS: ' WS-QTDE-REJEITADAS
006970             ' TRANSACOES GERADAS: ' WS-QTDE-GERADAS
006980     IF WS-QTDE-REJEITADAS > ZERO OR WS-QTDE-AVULSOS > ZERO
006990         OR WS-PAUTA-NAO-EXISTE
007000         MOVE 4 TO RETURN-CODE
007010     END-IF.
007020 9999-EXIT.
007030     EXIT.
007040
007050 COPY ESTCONPR.
007060 COPY ESTERRPR.
007070
007080 COPY ESTLOGPR.
