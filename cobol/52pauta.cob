000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PAU-RPT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. PAUTA DE NOTAS E FREQUENCIA
000110*                 POR CURSO E PERIODO LETIVO (SYSIN: PERIODO,
000120*                 BRANCO = PERIODO ABERTO, E CURSO-ID, BRANCO =
000130*                 TODOS OS CURSOS COM MATRICULA ATIVA). CADA
000140*                 FOLHA LISTA AS MATRICULAS ATIVAS DO CURSO COM
000150*                 CAMPOS EM BRANCO PARA A NOTA E AS PRESENCAS, E
000160*                 LEVA UM NUMERO DE CONTROLE E A QUANTIDADE DE
000170*                 ESTUDANTES, GRAVADOS NA TABELA PAUTA PARA O
000180*                 CARREGADOR CAR-PAU CONFERIR A FOLHA DIGITADA NA
000190*                 VOLTA. A REIMPRESSAO DE UM CURSO/PERIODO
000200*                 SUBSTITUI A PAUTA AINDA NAO CARREGADA. A
000210*                 SECRETARIA DEIXA DE DIGITAR NOTA A NOTA PELO
000220*                 CAP-TXN.
000230*----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000290            ORGANIZATION IS SEQUENTIAL.
000300
000310     COPY ESTLOGSL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ARQ-RELATORIO
000360     RECORDING MODE IS F.
000370 01  REL-REGISTRO                  PIC X(133).
000380
000390 COPY ESTLOGFD.
000400
000410 WORKING-STORAGE SECTION.
000420 COPY ESTLOGWS.
000430
000440 EXEC SQL
000450     INCLUDE SQLCA
000460 END-EXEC.
000470 EXEC SQL
000480     INCLUDE ESTUDANTE
000490 END-EXEC.
000500 EXEC SQL
000510     INCLUDE CURSO
000520 END-EXEC.
000530 EXEC SQL
000540     INCLUDE MATRICULA
000550 END-EXEC.
000560 EXEC SQL
000570     INCLUDE PERIODO
000580 END-EXEC.
000590 EXEC SQL
000600     INCLUDE PAUTA
000610 END-EXEC.
000620
000630 EXEC SQL BEGIN DECLARE SECTION
000640 END-EXEC.
000650 01  WS-PERIODO                    PIC X(06).
000660 01  WS-PERIODO-STATUS             PIC X(01).
000670 01  WS-CURSO-FILTRO               PIC 9(04).
000680 01  WS-CURSO-ID                   PIC 9(04).
000690 01  WS-CURSO-NOME                 PIC X(30).
000700 01  WS-ESTUDANTE-ID               PIC 9(07).
000710 01  WS-ESTUDANTE-NOME             PIC X(25).
000720 01  WS-PAUTA-NUMERO               PIC S9(09) COMP.
000730 01  WS-QTDE-ESTUDANTES            PIC S9(04) COMP.
000740 01  WS-DATA-EXECUCAO              PIC X(08).
000750 EXEC SQL END DECLARE SECTION
000760 END-EXEC.
000770
000780 01  WS-PARM-AREA.
000790     05  WS-PARM-PERIODO           PIC X(06) VALUE SPACES.
000800     05  WS-PARM-CURSO             PIC X(04) VALUE SPACES.
000810
000820 01  WS-SWITCHES.
000830     05  WS-SW-FIM-CURSOS          PIC X(01) VALUE 'N'.
000840         88  WS-FIM-CURSOS                 VALUE 'S'.
000850     05  WS-SW-FIM-ESTUDANTES      PIC X(01) VALUE 'N'.
000860         88  WS-FIM-ESTUDANTES             VALUE 'S'.
000870
000880 01  WS-CONTADORES.
000890     05  WS-QTDE-PAUTAS            PIC 9(05) COMP-3 VALUE ZERO.
000900     05  WS-QTDE-LISTADOS          PIC 9(07) COMP-3 VALUE ZERO.
000910     05  WS-QTDE-SUBSTITUIDAS      PIC 9(05) COMP-3 VALUE ZERO.
000920     05  WS-ROWS-AFFECTED          PIC S9(09) COMP VALUE ZERO.
000930
000940 01  WS-DATA-HOJE.
000950     05  WS-DATA-ANO               PIC 9(04).
000960     05  WS-DATA-MES               PIC 9(02).
000970     05  WS-DATA-DIA               PIC 9(02).
000980
000990*    CADA PAUTA RECOMECA A NUMERACAO DE FOLHAS E DE LINHAS. AS
001000*    LINHAS DE ESTUDANTE SAEM EM ESPACO DUPLO, PARA O DOCENTE
001010*    ESCREVER NOS CAMPOS.
001020 01  WS-CONTROLE-RELATORIO.
001030     05  WS-FOLHA-ATUAL            PIC 9(03) COMP-3 VALUE ZERO.
001040     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001050     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 54.
001060     05  WS-SEQ-LINHA              PIC 9(04) COMP-3 VALUE ZERO.
001070
001080 01  WS-LINHA-CABECALHO-1.
001090     05  FILLER                    PIC X(01) VALUE '1'.
001100     05  FILLER                    PIC X(40) VALUE
001110         'PAUTA DE NOTAS E FREQUENCIA'.
001120     05  FILLER                    PIC X(09) VALUE 'CONTROLE '.
001130     05  CAB-NUMERO                PIC 9(07).
001140     05  FILLER                    PIC X(03) VALUE SPACES.
001150     05  FILLER                    PIC X(06) VALUE 'FOLHA '.
001160     05  CAB-FOLHA                 PIC ZZ9.
001170     05  FILLER                    PIC X(03) VALUE SPACES.
001180     05  FILLER                    PIC X(11) VALUE
001190         'EMITIDA EM '.
001200     05  CAB-DATA-EXECUCAO         PIC X(10).
001210     05  FILLER                    PIC X(40) VALUE SPACES.
001220
001230 01  WS-LINHA-CABECALHO-2.
001240     05  FILLER                    PIC X(01) VALUE SPACE.
001250     05  FILLER                    PIC X(06) VALUE 'CURSO '.
001260     05  CAB-CURSO-ID              PIC 9(04).
001270     05  FILLER                    PIC X(03) VALUE ' - '.
001280     05  CAB-CURSO-NOME            PIC X(30).
001290     05  FILLER                    PIC X(04) VALUE SPACES.
001300     05  FILLER                    PIC X(08) VALUE 'PERIODO '.
001310     05  CAB-PERIODO               PIC X(06).
001320     05  FILLER                    PIC X(04) VALUE SPACES.
001330     05  FILLER                    PIC X(18) VALUE
001340         'AULAS DADAS: [   ]'.
001350     05  FILLER                    PIC X(49) VALUE SPACES.
001360
001370 01  WS-LINHA-COLUNAS.
001380     05  FILLER                    PIC X(01) VALUE '0'.
001390     05  FILLER                    PIC X(05) VALUE 'SEQ'.
001400     05  FILLER                    PIC X(09) VALUE 'ID'.
001410     05  FILLER                    PIC X(27) VALUE 'NOME'.
001420     05  FILLER                    PIC X(14) VALUE
001430         'NOTA (NN,NN)'.
001440     05  FILLER                    PIC X(12) VALUE 'PRESENCAS'.
001450     05  FILLER                    PIC X(65) VALUE SPACES.
001460
001470 01  WS-LINHA-ESTUDANTE.
001480     05  FILLER                    PIC X(01) VALUE '0'.
001490     05  DET-SEQ                   PIC ZZ9.
001500     05  FILLER                    PIC X(02) VALUE SPACES.
001510     05  DET-ESTUDANTE-ID          PIC 9(07).
001520     05  FILLER                    PIC X(02) VALUE SPACES.
001530     05  DET-ESTUDANTE-NOME        PIC X(25).
001540     05  FILLER                    PIC X(02) VALUE SPACES.
001550     05  FILLER                    PIC X(07) VALUE '[  ,  ]'.
001560     05  FILLER                    PIC X(07) VALUE SPACES.
001570     05  FILLER                    PIC X(05) VALUE '[   ]'.
001580     05  FILLER                    PIC X(72) VALUE SPACES.
001590
001600 01  WS-LINHA-RODAPE-1.
001610     05  FILLER                    PIC X(01) VALUE '0'.
001620     05  FILLER                    PIC X(33) VALUE
001630         'ESTUDANTES NESTA PAUTA..........:'.
001640     05  FILLER                    PIC X(01) VALUE SPACE.
001650     05  ROD-QTDE                  PIC ZZZ9.
001660     05  FILLER                    PIC X(05) VALUE SPACES.
001670     05  FILLER                    PIC X(09) VALUE 'CONTROLE '.
001680     05  ROD-NUMERO                PIC 9(07).
001690     05  FILLER                    PIC X(73) VALUE SPACES.
001700
001710 01  WS-LINHA-RODAPE-2.
001720     05  FILLER                    PIC X(01) VALUE '0'.
001730     05  FILLER                    PIC X(40) VALUE
001740         'DOCENTE: ______________________________'.
001750     05  FILLER                    PIC X(05) VALUE SPACES.
001760     05  FILLER                    PIC X(24) VALUE
001770         'DATA: ____/____/________'.
001780     05  FILLER                    PIC X(63) VALUE SPACES.
001790
001800 01  WS-LINHA-RODAPE-3.
001810     05  FILLER                    PIC X(01) VALUE '0'.
001820     05  FILLER                    PIC X(60) VALUE
001830         'DEVOLVER A SECRETARIA SEM ACRESCENTAR OU RISCAR NOMES.'.
001840     05  FILLER                    PIC X(72) VALUE SPACES.
001850
001860 COPY ESTCONWS.
001870
001880 PROCEDURE DIVISION.
001890 0000-MAINLINE.
001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001910     PERFORM 2000-EMITIR-PAUTAS THRU 2000-EXIT
001920     EXEC SQL
001930         COMMIT
001940     END-EXEC
001950     PERFORM 9999-ENCERRAR THRU 9999-EXIT
001960     MOVE 'PAU-RPT' TO WS-LOG-PROGRAMA
001970     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
001980     MOVE WS-QTDE-LISTADOS TO WS-LOG-LIDAS
001990     MOVE WS-QTDE-PAUTAS TO WS-LOG-APLICADAS
002000     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002010     STOP RUN.
002020
002030 1000-INITIALIZE.
002040     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002050     EXEC SQL
002060         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002070     END-EXEC
002080     EXEC SQL
002090         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002100     END-EXEC
002110     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002120     MOVE WS-DATA-HOJE TO WS-DATA-EXECUCAO
002130     DISPLAY 'PAU-RPT - PERIODO LETIVO (AAAAPP,'
002140             ' BRANCO=ABERTO): '
002150     ACCEPT WS-PARM-PERIODO FROM SYSIN
002160     DISPLAY 'PAU-RPT - CURSO-ID (BRANCO=TODOS): '
002170     ACCEPT WS-PARM-CURSO FROM SYSIN
002180     IF WS-PARM-CURSO = SPACES
002190         MOVE ZERO TO WS-CURSO-FILTRO
002200     ELSE
002210         IF WS-PARM-CURSO NOT NUMERIC
002220             DISPLAY 'PAU-RPT: CURSO-ID INVALIDO - '
002230                     WS-PARM-CURSO
002240             MOVE 16 TO RETURN-CODE
002250             STOP RUN
002260         END-IF
002270         MOVE WS-PARM-CURSO TO WS-CURSO-FILTRO
002280     END-IF
002290     EXEC SQL
002300         WHENEVER SQLERROR CONTINUE
002310     END-EXEC
002320     IF WS-PARM-PERIODO = SPACES
002330         EXEC SQL
002340             SELECT PERIODO-ID, PERIODO-STATUS
002350               INTO :WS-PERIODO, :WS-PERIODO-STATUS
002360               FROM PERIODO-LETIVO
002370              WHERE PERIODO-STATUS = 'A'
002380         END-EXEC
002390     ELSE
002400         MOVE WS-PARM-PERIODO TO WS-PERIODO
002410         EXEC SQL
002420             SELECT PERIODO-STATUS
002430               INTO :WS-PERIODO-STATUS
002440               FROM PERIODO-LETIVO
002450              WHERE PERIODO-ID = :WS-PERIODO
002460         END-EXEC
002470     END-IF
002480     EXEC SQL
002490         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002500     END-EXEC
002510     IF SQLCODE NOT = 0
002520         DISPLAY 'PAU-RPT: PERIODO NAO ENCONTRADO - '
002530                 WS-PARM-PERIODO ' SQLCODE=' SQLCODE
002540         MOVE 16 TO RETURN-CODE
002550         STOP RUN
002560     END-IF
002570     OPEN OUTPUT ARQ-RELATORIO
002580     MOVE WS-PERIODO TO CAB-PERIODO
002590     STRING WS-DATA-DIA    DELIMITED BY SIZE
002600            '/'            DELIMITED BY SIZE
002610            WS-DATA-MES    DELIMITED BY SIZE
002620            '/'            DELIMITED BY SIZE
002630            WS-DATA-ANO    DELIMITED BY SIZE
002640       INTO CAB-DATA-EXECUCAO.
002650 1000-EXIT.
002660     EXIT.
002670
002680 2000-EMITIR-PAUTAS.
002690*    UMA PAUTA POR CURSO COM MATRICULA ATIVA NO PERIODO (OU SO
002700*    O CURSO PEDIDO NO SYSIN).
002710     EXEC SQL
002720         DECLARE CUR-CURSOS-PAUTA CURSOR FOR
002730         SELECT DISTINCT M.MATRICULA-CURSO-ID, C.CURSO-NOME
002740           FROM MATRICULA M, CURSO C
002750          WHERE M.MATRICULA-PERIODO = :WS-PERIODO
002760            AND M.MATRICULA-STATUS = 'A'
002770            AND (:WS-CURSO-FILTRO = 0
002780                 OR M.MATRICULA-CURSO-ID = :WS-CURSO-FILTRO)
002790            AND C.CURSO-ID = M.MATRICULA-CURSO-ID
002800          ORDER BY M.MATRICULA-CURSO-ID
002810     END-EXEC
002820     EXEC SQL
002830         OPEN CUR-CURSOS-PAUTA
002840     END-EXEC
002850     PERFORM 2100-FETCH-CURSO THRU 2100-EXIT
002860         UNTIL WS-FIM-CURSOS
002870     EXEC SQL
002880         CLOSE CUR-CURSOS-PAUTA
002890     END-EXEC
002900     IF WS-QTDE-PAUTAS = ZERO
002910         DISPLAY 'PAU-RPT: NENHUMA MATRICULA ATIVA NO PERIODO '
002920                 WS-PERIODO
002930         MOVE 4 TO RETURN-CODE
002940     END-IF.
002950 2000-EXIT.
002960     EXIT.
002970
002980 2100-FETCH-CURSO.
002990     EXEC SQL
003000         FETCH CUR-CURSOS-PAUTA
003010          INTO :WS-CURSO-ID, :WS-CURSO-NOME
003020     END-EXEC
003030     IF SQLCODE = 100
003040         SET WS-FIM-CURSOS TO TRUE
003050         GO TO 2100-EXIT
003060     END-IF
003070     PERFORM 3000-EMITIR-PAUTA-CURSO THRU 3000-EXIT.
003080 2100-EXIT.
003090     EXIT.
003100
003110 3000-EMITIR-PAUTA-CURSO.
003120*    O NUMERO DE CONTROLE E O SEGUINTE AO MAIOR JA EMITIDO; A
003130*    LINHA DA PAUTA SO E GRAVADA DEPOIS DA FOLHA IMPRESSA, COM A
003140*    QUANTIDADE QUE SAIU NELA. UMA PAUTA AINDA NAO CARREGADA DO
003150*    MESMO CURSO/PERIODO PASSA A SUBSTITUIDA: SO A FOLHA NOVA
003160*    SERA ACEITA PELO CAR-PAU.
003170     EXEC SQL
003180         SELECT COALESCE(MAX(PAUTA-NUMERO), 0)
003190           INTO :WS-PAUTA-NUMERO
003200           FROM PAUTA
003210     END-EXEC
003220     ADD 1 TO WS-PAUTA-NUMERO
003230     EXEC SQL
003240         UPDATE PAUTA
003250            SET PAUTA-STATUS = 'S'
003260          WHERE PAUTA-CURSO-ID = :WS-CURSO-ID
003270            AND PAUTA-PERIODO = :WS-PERIODO
003280            AND PAUTA-STATUS = 'E'
003290     END-EXEC
003300     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
003310     IF WS-ROWS-AFFECTED > 0
003320         ADD WS-ROWS-AFFECTED TO WS-QTDE-SUBSTITUIDAS
003330         DISPLAY 'PAU-RPT - CURSO ' WS-CURSO-ID
003340                 ' PAUTA ANTERIOR SUBSTITUIDA'
003350     END-IF
003360     MOVE ZERO TO WS-FOLHA-ATUAL
003370     MOVE ZERO TO WS-SEQ-LINHA
003380     MOVE WS-PAUTA-NUMERO TO CAB-NUMERO
003390     MOVE WS-CURSO-ID     TO CAB-CURSO-ID
003400     MOVE WS-CURSO-NOME   TO CAB-CURSO-NOME
003410     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003420     MOVE 'N' TO WS-SW-FIM-ESTUDANTES
003430     EXEC SQL
003440         DECLARE CUR-ESTUDANTES-PAUTA CURSOR FOR
003450         SELECT M.MATRICULA-ESTUDANTE-ID, E.ESTUDANTE-NOME
003460           FROM MATRICULA M, ESTUDANTE E
003470          WHERE M.MATRICULA-CURSO-ID = :WS-CURSO-ID
003480            AND M.MATRICULA-PERIODO = :WS-PERIODO
003490            AND M.MATRICULA-STATUS = 'A'
003500            AND E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
003510          ORDER BY E.ESTUDANTE-NOME, M.MATRICULA-ESTUDANTE-ID
003520     END-EXEC
003530     EXEC SQL
003540         OPEN CUR-ESTUDANTES-PAUTA
003550     END-EXEC
003560     PERFORM 3100-FETCH-ESTUDANTE THRU 3100-EXIT
003570         UNTIL WS-FIM-ESTUDANTES
003580     EXEC SQL
003590         CLOSE CUR-ESTUDANTES-PAUTA
003600     END-EXEC
003610     MOVE WS-SEQ-LINHA    TO WS-QTDE-ESTUDANTES
003620     MOVE WS-SEQ-LINHA    TO ROD-QTDE
003630     MOVE WS-PAUTA-NUMERO TO ROD-NUMERO
003640     IF WS-LINHAS-NA-PAGINA > WS-LINHAS-POR-PAGINA - 6
003650         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003660     END-IF
003670     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
003680     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
003690     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
003700     EXEC SQL
003710         INSERT INTO PAUTA
003720             (PAUTA-NUMERO, PAUTA-CURSO-ID, PAUTA-PERIODO,
003730              PAUTA-QTDE-ESTUDANTES, PAUTA-DATA-EMISSAO,
003740              PAUTA-STATUS)
003750         VALUES
003760             (:WS-PAUTA-NUMERO, :WS-CURSO-ID, :WS-PERIODO,
003770              :WS-QTDE-ESTUDANTES, :WS-DATA-EXECUCAO, 'E')
003780     END-EXEC
003790     ADD 1 TO WS-QTDE-PAUTAS
003800     DISPLAY 'PAU-RPT - PAUTA ' WS-PAUTA-NUMERO
003810             ' CURSO ' WS-CURSO-ID
003820             ' ESTUDANTES: ' WS-SEQ-LINHA.
003830 3000-EXIT.
003840     EXIT.
003850
003860 3100-FETCH-ESTUDANTE.
003870     EXEC SQL
003880         FETCH CUR-ESTUDANTES-PAUTA
003890          INTO :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME
003900     END-EXEC
003910     IF SQLCODE = 100
003920         SET WS-FIM-ESTUDANTES TO TRUE
003930         GO TO 3100-EXIT
003940     END-IF
003950     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003960         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003970     END-IF
003980     ADD 1 TO WS-SEQ-LINHA
003990     ADD 1 TO WS-QTDE-LISTADOS
004000     MOVE WS-SEQ-LINHA      TO DET-SEQ
004010     MOVE WS-ESTUDANTE-ID   TO DET-ESTUDANTE-ID
004020     MOVE WS-ESTUDANTE-NOME TO DET-ESTUDANTE-NOME
004030     WRITE REL-REGISTRO FROM WS-LINHA-ESTUDANTE
004040     ADD 2 TO WS-LINHAS-NA-PAGINA.
004050 3100-EXIT.
004060     EXIT.
004070
004080 7000-IMPRIMIR-CABECALHO.
004090     ADD 1 TO WS-FOLHA-ATUAL
004100     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004110     MOVE WS-FOLHA-ATUAL TO CAB-FOLHA
004120     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004130     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
004140     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
004150     ADD 4 TO WS-LINHAS-NA-PAGINA.
004160 7000-EXIT.
004170     EXIT.
004180
004190 9999-ENCERRAR.
004200     CLOSE ARQ-RELATORIO
004210     DISPLAY 'PAU-RPT - PERIODO: ' WS-PERIODO
004220             ' PAUTAS EMITIDAS: ' WS-QTDE-PAUTAS
004230             ' ESTUDANTES LISTADOS: ' WS-QTDE-LISTADOS
004240             ' PAUTAS SUBSTITUIDAS: ' WS-QTDE-SUBSTITUIDAS.
004250 9999-EXIT.
004260     EXIT.
004270
004280 COPY ESTCONPR.
004290 COPY ESTERRPR.
004300
004310 COPY ESTLOGPR.
