000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INT-REF.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. VARREDURA SEMANAL DE
000110*                 INTEGRIDADE REFERENCIAL ENTRE AS TABELAS
000120*                 ESTUDANTE, MATRICULA, NOTA, COBRANCA,
000130*                 RESPONSAVEL E CURSO: O EXPURGO (PRG-SQL), A
000140*                 EXCLUSAO FISICA (DEL-SQL) E A UNIFICACAO
000150*                 (MRG-SQL) DEIXAM LINHAS FILHAS SEM PAI E
000160*                 SITUACOES IMPOSSIVEIS. CADA VERIFICACAO SAI
000170*                 NO RELATORIO; AS QUE TEM CORRECAO PELA JANELA
000180*                 NOTURNA GERAM A TRANSACAO CORRETIVA ('C'
000190*                 CANCELA A MATRICULA ATIVA ORFA, 'J' EXCLUI O
000200*                 RESPONSAVEL ORFAO, 'Z' LIMPA O BLOQUEIO
000210*                 FINANCEIRO SEM PENDENCIA) NO ARQUIVO DE
000220*                 PENDENTES DE APROVACAO (COPY ESTPNDSL/
000230*                 ESTPNDFD): SO DEPOIS DE APROVADA PELO
000240*                 SUPERVISOR NO APR-TXN ELA SEGUE PARA O
000250*                 CONSOLIDADO E E APLICADA PELO BAT-SQL. A
000260*                 CORRECAO QUE JA AGUARDA APROVACAO NAO E
000270*                 GERADA DE NOVO.
000280*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000340            ORGANIZATION IS SEQUENTIAL.
000350     COPY ESTPNDSL.
000360
000370     COPY ESTLOGSL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ARQ-RELATORIO
000420     RECORDING MODE IS F.
000430 01  REL-REGISTRO                  PIC X(133).
000440
000450 COPY ESTPNDFD.
000460
000470 COPY ESTLOGFD.
000480
000490 WORKING-STORAGE SECTION.
000500 COPY ESTLOGWS.
000510
000520 COPY ESTTXN.
000530
000540 EXEC SQL
000550     INCLUDE SQLCA
000560 END-EXEC.
000570 EXEC SQL
000580     INCLUDE ESTUDANTE
000590 END-EXEC.
000600 EXEC SQL
000610     INCLUDE MATRICULA
000620 END-EXEC.
000630 EXEC SQL
000640     INCLUDE NOTA
000650 END-EXEC.
000660 EXEC SQL
000670     INCLUDE COBRANCA
000680 END-EXEC.
000690 EXEC SQL
000700     INCLUDE RESPONSAVEL
000710 END-EXEC.
000720 EXEC SQL
000730     INCLUDE CURSO
000740 END-EXEC.
000750 EXEC SQL
000760     INCLUDE ACORDO
000770 END-EXEC.
000780
000790 EXEC SQL BEGIN DECLARE SECTION
000800 END-EXEC.
000810 01  WS-ESTUDANTE-ID               PIC 9(07).
000820 01  WS-CURSO-ID                   PIC 9(04).
000830 01  WS-PERIODO                    PIC X(06).
000840 01  WS-SITUACAO                   PIC X(01).
000850 01  WS-SIT-ESTUDANTE              PIC X(01).
000860 01  WS-CAMPUS                     PIC X(02).
000870 01  WS-RESP-SEQ                   PIC S9(09) COMP.
000880 EXEC SQL END DECLARE SECTION
000890 END-EXEC.
000900
000910 01  WS-FS-PENDENTES               PIC X(02) VALUE '00'.
000920     88  WS-PENDENTES-OK                   VALUE '00'.
000930     88  WS-PENDENTES-NAO-EXISTE           VALUE '35'.
000940
000950 01  WS-SWITCHES.
000960     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000970         88  WS-FIM-CURSOR                 VALUE 'S'.
000980     05  WS-SW-FIM-PENDENTES       PIC X(01) VALUE 'N'.
000990         88  WS-FIM-PENDENTES              VALUE 'S'.
001000     05  WS-SW-CORRECAO            PIC X(01) VALUE 'N'.
001010         88  WS-GERAR-CORRECAO             VALUE 'S'.
001020     05  WS-SW-PEND-ACHADA         PIC X(01) VALUE 'N'.
001030         88  WS-PEND-ACHADA                VALUE 'S'.
001040
001050*    AS CORRECOES GERADAS POR ESTE PROGRAMA SAEM COM ESTE
001060*    OPERADOR, QUE A TRILHA DE AUDITORIA DO BAT-SQL MOSTRA E
001070*    QUE IDENTIFICA, NO ARQUIVO DE PENDENTES, AS QUE AINDA
001080*    AGUARDAM APROVACAO.
001090 01  WS-OPERADOR-INTEGRIDADE       PIC X(08) VALUE 'INT-REF'.
001100
001110*    AS SEQUENCIAS DAS CORRECOES COMECAM EM 900001, LONGE DA
001120*    NUMERACAO DO CONSOLIDADO DIARIO QUE AS EXCLUSOES RETIDAS
001130*    PELO BAT-SQL CARREGAM, PARA O SUPERVISOR APROVAR PELA
001140*    CHAVE SEQUENCIA + ESTUDANTE-ID SEM AMBIGUIDADE. CADA
001150*    EXECUCAO CONTINUA DA MAIOR SEQUENCIA AINDA PENDENTE.
001160 77  WS-SEQ-CORRECAO               PIC 9(06) VALUE 900000.
001170
001180*    CORRECOES DESTE PROGRAMA QUE JA ESTAO NO ARQUIVO DE
001190*    PENDENTES (CARREGADAS NA INICIALIZACAO) E AS GERADAS NA
001200*    EXECUCAO: A MESMA INCONSISTENCIA, ACHADA DE NOVO NA
001210*    SEMANA SEGUINTE, NAO GERA SEGUNDA TRANSACAO.
001220 01  WS-TABELA-PENDENTES.
001230     05  WS-PND-QTDE               PIC 9(03) COMP VALUE ZERO.
001240     05  WS-PND-ENTRADA            OCCURS 500 TIMES.
001250         10  WS-PND-CHAVE          PIC X(20).
001260
001270 77  WS-INDICE-PND                 PIC 9(03) COMP VALUE ZERO.
001280
001290 01  WS-CHAVE-CORRECAO.
001300     05  WS-CHV-CODIGO             PIC X(01).
001310     05  WS-CHV-ESTUDANTE-ID       PIC 9(07).
001320     05  WS-CHV-CURSO-ID           PIC 9(04).
001330     05  WS-CHV-PERIODO            PIC X(06).
001340     05  WS-CHV-RESP-SEQ           PIC 9(02).
001350
001360*    DESCRICAO DE CADA VERIFICACAO, NA ORDEM EM QUE RODAM; O
001370*    NUMERO DA VERIFICACAO E O INDICE NESTA TABELA E NA DE
001380*    CONTAGEM.
001390 01  WS-NOMES-VERIFICACOES.
001400     05  FILLER                    PIC X(36) VALUE
001410         'MATRICULA SEM ESTUDANTE'.
001420     05  FILLER                    PIC X(36) VALUE
001430         'MATRICULA ATIVA DE ESTUDANTE INATIVO'.
001440     05  FILLER                    PIC X(36) VALUE
001450         'MATRICULA SEM CURSO NO CATALOGO'.
001460     05  FILLER                    PIC X(36) VALUE
001470         'NOTA SEM ESTUDANTE'.
001480     05  FILLER                    PIC X(36) VALUE
001490         'NOTA SEM MATRICULA'.
001500     05  FILLER                    PIC X(36) VALUE
001510         'COBRANCA SEM ESTUDANTE'.
001520     05  FILLER                    PIC X(36) VALUE
001530         'COBRANCA SEM CURSO NO CATALOGO'.
001540     05  FILLER                    PIC X(36) VALUE
001550         'RESPONSAVEL SEM ESTUDANTE'.
001560     05  FILLER                    PIC X(36) VALUE
001570         'BLOQUEIO SEM COBRANCA/ACORDO'.
001580 01  WS-TAB-VERIFICACOES REDEFINES WS-NOMES-VERIFICACOES.
001590     05  WS-VRF-DESCRICAO          PIC X(36) OCCURS 9 TIMES.
001600
001610 01  WS-CONTAGEM-VERIFICACOES.
001620     05  WS-VRF-QTDE               PIC 9(07) COMP-3
001630                                   OCCURS 9 TIMES.
001640
001650 77  WS-VERIF                      PIC 9(02) COMP VALUE ZERO.
001660 77  WS-QTDE-VERIFICACOES          PIC 9(02) COMP VALUE 9.
001670
001680 01  WS-CONTADORES.
001690     05  WS-QTDE-PENDENTES-LIDAS   PIC 9(07) COMP-3 VALUE ZERO.
001700     05  WS-QTDE-OCORRENCIAS       PIC 9(07) COMP-3 VALUE ZERO.
001710     05  WS-QTDE-CORRECOES         PIC 9(07) COMP-3 VALUE ZERO.
001720     05  WS-QTDE-JA-PENDENTES      PIC 9(07) COMP-3 VALUE ZERO.
001730
001740 77  WS-RESP-SEQ-ED                PIC 9(02) VALUE ZERO.
001750
001760 01  WS-DATA-HOJE-N                PIC 9(08) VALUE ZERO.
001770 01  WS-DATA-HOJE REDEFINES WS-DATA-HOJE-N.
001780     05  WS-DATA-ANO               PIC 9(04).
001790     05  WS-DATA-MES               PIC 9(02).
001800     05  WS-DATA-DIA               PIC 9(02).
001810
001820 01  WS-CONTROLE-RELATORIO.
001830     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001840     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001850     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001860
001870 01  WS-LINHA-CABECALHO-1.
001880     05  FILLER                    PIC X(01) VALUE '1'.
001890     05  FILLER                    PIC X(43) VALUE
001900         'VARREDURA DE INTEGRIDADE REFERENCIAL'.
001910     05  FILLER                    PIC X(17) VALUE
001920         'DATA DA EXECUCAO'.
001930     05  CAB-DATA-EXECUCAO         PIC X(10).
001940     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001950     05  CAB-PAGINA                PIC ZZ9.
001960     05  FILLER                    PIC X(52) VALUE SPACES.
001970
001980 01  WS-LINHA-COLUNAS.
001990     05  FILLER                    PIC X(01) VALUE '0'.
002000     05  FILLER                    PIC X(04) VALUE 'VF'.
002010     05  FILLER                    PIC X(09) VALUE 'ESTUDANTE'.
002020     05  FILLER                    PIC X(06) VALUE 'CURSO'.
002030     05  FILLER                    PIC X(08) VALUE 'PERIODO'.
002040     05  FILLER                    PIC X(04) VALUE 'SQ'.
002050     05  FILLER                    PIC X(03) VALUE 'S'.
002060     05  FILLER                    PIC X(38) VALUE 'OCORRENCIA'.
002070     05  FILLER                    PIC X(30) VALUE 'CORRECAO'.
002080     05  FILLER                    PIC X(30) VALUE SPACES.
002090
002100*    VF = NUMERO DA VERIFICACAO; PERIODO TRAZ A COMPETENCIA NAS
002110*    VERIFICACOES DE COBRANCA; SQ = SEQUENCIA DO RESPONSAVEL;
002120*    S = SITUACAO DA LINHA FILHA (OU DO ESTUDANTE, NA 09).
002130 01  WS-LINHA-DETALHE.
002140     05  FILLER                    PIC X(01) VALUE SPACE.
002150     05  DET-VERIF                 PIC 9(02).
002160     05  FILLER                    PIC X(02) VALUE SPACES.
002170     05  DET-ESTUDANTE-ID          PIC 9(07).
002180     05  FILLER                    PIC X(02) VALUE SPACES.
002190     05  DET-CURSO-ID              PIC X(04).
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  DET-PERIODO               PIC X(06).
002220     05  FILLER                    PIC X(02) VALUE SPACES.
002230     05  DET-RESP-SEQ              PIC X(02).
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  DET-SITUACAO              PIC X(01).
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  DET-DESCRICAO             PIC X(36).
002280     05  FILLER                    PIC X(02) VALUE SPACES.
002290     05  DET-CORRECAO              PIC X(30).
002300     05  FILLER                    PIC X(30) VALUE SPACES.
002310
002320 01  WS-LINHA-NENHUM.
002330     05  FILLER                    PIC X(01) VALUE SPACE.
002340     05  FILLER                    PIC X(40) VALUE
002350         'NENHUMA INCONSISTENCIA ENCONTRADA'.
002360     05  FILLER                    PIC X(92) VALUE SPACES.
002370
002380 01  WS-LINHA-RODAPE.
002390     05  ROD-CONTROLE              PIC X(01).
002400     05  ROD-ROTULO                PIC X(40).
002410     05  ROD-ROTULO-VERIF REDEFINES ROD-ROTULO.
002420         10  ROD-VERIF             PIC 9(02).
002430         10  FILLER                PIC X(02).
002440         10  ROD-DESCRICAO         PIC X(36).
002450     05  FILLER                    PIC X(01) VALUE SPACE.
002460     05  ROD-VALOR                 PIC ZZZZZZ9.
002470     05  FILLER                    PIC X(84) VALUE SPACES.
002480
002490 COPY ESTCONWS.
002500
002510 PROCEDURE DIVISION.
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002540     PERFORM 2000-MATRICULA-SEM-ESTUDANTE THRU 2000-EXIT
002550     PERFORM 2100-MATRICULA-DE-INATIVO THRU 2100-EXIT
002560     PERFORM 2200-MATRICULA-SEM-CURSO THRU 2200-EXIT
002570     PERFORM 3000-NOTA-SEM-ESTUDANTE THRU 3000-EXIT
002580     PERFORM 3100-NOTA-SEM-MATRICULA THRU 3100-EXIT
002590     PERFORM 4000-COBRANCA-SEM-ESTUDANTE THRU 4000-EXIT
002600     PERFORM 4100-COBRANCA-SEM-CURSO THRU 4100-EXIT
002610     PERFORM 5000-RESPONSAVEL-SEM-ESTUDANTE THRU 5000-EXIT
002620     PERFORM 5100-BLOQUEIO-SEM-PENDENCIA THRU 5100-EXIT
002630     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002640     MOVE 'INT-REF' TO WS-LOG-PROGRAMA
002650     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002660     MOVE WS-QTDE-OCORRENCIAS TO WS-LOG-LIDAS
002670     MOVE WS-QTDE-CORRECOES TO WS-LOG-APLICADAS
002680     MOVE ZERO TO WS-LOG-REJEITADAS
002690     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002700     STOP RUN.
002710
002720 1000-INITIALIZE.
002730     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002740     EXEC SQL
002750         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002760     END-EXEC
002770     EXEC SQL
002780         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002790     END-EXEC
002800     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002810     INITIALIZE WS-CONTAGEM-VERIFICACOES
002820     PERFORM 1100-CARREGAR-PENDENTES THRU 1100-EXIT
002830*    AS CORRECOES SAO ACRESCENTADAS NO FIM DA GERACAO CORRENTE
002840*    DO ARQUIVO DE PENDENTES (DISP=MOD NA JCL), COMO FAZ O
002850*    BAT-SQL COM AS EXCLUSOES RETIDAS.
002860     OPEN EXTEND ARQ-PENDENTES
002870     IF NOT WS-PENDENTES-OK
002880         DISPLAY 'INT-REF: ARQUIVO DE PENDENTES NAO ABRIU'
002890                 ' PARA ACRESCIMO - STATUS ' WS-FS-PENDENTES
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF
002930     STRING WS-DATA-DIA    DELIMITED BY SIZE
002940            '/'            DELIMITED BY SIZE
002950            WS-DATA-MES    DELIMITED BY SIZE
002960            '/'            DELIMITED BY SIZE
002970            WS-DATA-ANO    DELIMITED BY SIZE
002980       INTO CAB-DATA-EXECUCAO
002990     OPEN OUTPUT ARQ-RELATORIO
003000     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
003010 1000-EXIT.
003020     EXIT.
003030
003040 1100-CARREGAR-PENDENTES.
003050*    ARQUIVO AUSENTE OU VAZIO = NADA AGUARDANDO APROVACAO. SO
003060*    AS PENDENCIAS GERADAS POR ESTE PROGRAMA ENTRAM NA TABELA;
003070*    AS EXCLUSOES RETIDAS PELO BAT-SQL SAO IGNORADAS.
003080     OPEN INPUT ARQ-PENDENTES
003090     IF WS-PENDENTES-NAO-EXISTE
003100         GO TO 1100-EXIT
003110     END-IF
003120     PERFORM 1150-LER-PENDENTE THRU 1150-EXIT
003130         UNTIL WS-FIM-PENDENTES
003140     CLOSE ARQ-PENDENTES.
003150 1100-EXIT.
003160     EXIT.
003170
003180 1150-LER-PENDENTE.
003190     READ ARQ-PENDENTES
003200         AT END
003210             SET WS-FIM-PENDENTES TO TRUE
003220             GO TO 1150-EXIT
003230     END-READ
003240     ADD 1 TO WS-QTDE-PENDENTES-LIDAS
003250     MOVE PEN-TRANSACAO TO TXN-REGISTRO
003260     IF TXN-OPERADOR NOT = WS-OPERADOR-INTEGRIDADE
003270         GO TO 1150-EXIT
003280     END-IF
003290     IF TXN-SEQUENCIA > WS-SEQ-CORRECAO
003300         MOVE TXN-SEQUENCIA TO WS-SEQ-CORRECAO
003310     END-IF
003320     PERFORM 6200-MONTAR-CHAVE THRU 6200-EXIT
003330     PERFORM 6400-GUARDAR-CHAVE THRU 6400-EXIT.
003340 1150-EXIT.
003350     EXIT.
003360
003370 2000-MATRICULA-SEM-ESTUDANTE.
003380*    VERIFICACAO 01. A MATRICULA ATIVA DE UM ID QUE NAO EXISTE
003390*    MAIS SEGURA VAGA DO CURSO: CORRECAO 'C'. A JA CANCELADA OU
003400*    ENCERRADA SO VAI AO RELATORIO.
003410     MOVE 1 TO WS-VERIF
003420     MOVE 'N' TO WS-SW-FIM-CURSOR
003430     EXEC SQL
003440         DECLARE CUR-MAT-ORFA CURSOR FOR
003450         SELECT M.MATRICULA-ESTUDANTE-ID, M.MATRICULA-CURSO-ID,
003460                M.MATRICULA-PERIODO, M.MATRICULA-STATUS
003470           FROM MATRICULA M
003480          WHERE NOT EXISTS
003490                (SELECT 1
003500                   FROM ESTUDANTE E
003510                  WHERE E.ESTUDANTE-ID =
003520                        M.MATRICULA-ESTUDANTE-ID)
003530          ORDER BY 1, 2, 3
003540     END-EXEC
003550     EXEC SQL
003560         OPEN CUR-MAT-ORFA
003570     END-EXEC
003580     PERFORM 2050-FETCH-MAT-ORFA THRU 2050-EXIT
003590         UNTIL WS-FIM-CURSOR
003600     EXEC SQL
003610         CLOSE CUR-MAT-ORFA
003620     END-EXEC.
003630 2000-EXIT.
003640     EXIT.
003650
003660 2050-FETCH-MAT-ORFA.
003670     EXEC SQL
003680         FETCH CUR-MAT-ORFA
003690          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID,
003700               :WS-PERIODO, :WS-SITUACAO
003710     END-EXEC
003720     IF SQLCODE = 100
003730         SET WS-FIM-CURSOR TO TRUE
003740         GO TO 2050-EXIT
003750     END-IF
003760     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
003770     MOVE WS-CURSO-ID     TO DET-CURSO-ID
003780     MOVE WS-PERIODO      TO DET-PERIODO
003790     MOVE WS-SITUACAO     TO DET-SITUACAO
003800     IF WS-SITUACAO = 'A'
003810         PERFORM 6060-PREPARAR-CANCELAMENTO THRU 6060-EXIT
003820     END-IF
003830     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
003840 2050-EXIT.
003850     EXIT.
003860
003870 2100-MATRICULA-DE-INATIVO.
003880*    VERIFICACAO 02. O DESLIGAMENTO CANCELA AS MATRICULAS
003890*    ATIVAS; A QUE SOBROU ATIVA PARA ESTUDANTE INATIVO (DESLIGADO
003900*    ANTES DISSO OU UNIFICADO SEM O MRG-SQL LEVA-LA) E CANCELADA.
003910     MOVE 2 TO WS-VERIF
003920     MOVE 'N' TO WS-SW-FIM-CURSOR
003930     EXEC SQL
003940         DECLARE CUR-MAT-INATIVO CURSOR FOR
003950         SELECT M.MATRICULA-ESTUDANTE-ID, M.MATRICULA-CURSO-ID,
003960                M.MATRICULA-PERIODO, E.ESTUDANTE-STATUS,
003970                E.ESTUDANTE-CAMPUS
003980           FROM MATRICULA M
003990          INNER JOIN ESTUDANTE E
004000             ON E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
004010          WHERE M.MATRICULA-STATUS = 'A'
004020            AND E.ESTUDANTE-STATUS <> 'A'
004030          ORDER BY 1, 2, 3
004040     END-EXEC
004050     EXEC SQL
004060         OPEN CUR-MAT-INATIVO
004070     END-EXEC
004080     PERFORM 2150-FETCH-MAT-INATIVO THRU 2150-EXIT
004090         UNTIL WS-FIM-CURSOR
004100     EXEC SQL
004110         CLOSE CUR-MAT-INATIVO
004120     END-EXEC.
004130 2100-EXIT.
004140     EXIT.
004150
004160 2150-FETCH-MAT-INATIVO.
004170     EXEC SQL
004180         FETCH CUR-MAT-INATIVO
004190          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID,
004200               :WS-PERIODO, :WS-SIT-ESTUDANTE, :WS-CAMPUS
004210     END-EXEC
004220     IF SQLCODE = 100
004230         SET WS-FIM-CURSOR TO TRUE
004240         GO TO 2150-EXIT
004250     END-IF
004260     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
004270     MOVE WS-CURSO-ID      TO DET-CURSO-ID
004280     MOVE WS-PERIODO       TO DET-PERIODO
004290     MOVE WS-SIT-ESTUDANTE TO DET-SITUACAO
004300     PERFORM 6060-PREPARAR-CANCELAMENTO THRU 6060-EXIT
004310     MOVE WS-CAMPUS        TO TXN-CAMPUS
004320     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
004330 2150-EXIT.
004340     EXIT.
004350
004360 2200-MATRICULA-SEM-CURSO.
004370*    VERIFICACAO 03. CURSO REMOVIDO DO CATALOGO POR FORA DA
004380*    TRANSACAO 'D' (QUE SO RETIRA, SEM APAGAR). A MATRICULA
004390*    ATIVA E CANCELADA; SE O ESTUDANTE TAMBEM FALTA OU ESTA
004400*    INATIVO, A 01/02 JA GEROU A MESMA CORRECAO.
004410     MOVE 3 TO WS-VERIF
004420     MOVE 'N' TO WS-SW-FIM-CURSOR
004430     EXEC SQL
004440         DECLARE CUR-MAT-CURSO CURSOR FOR
004450         SELECT M.MATRICULA-ESTUDANTE-ID, M.MATRICULA-CURSO-ID,
004460                M.MATRICULA-PERIODO, M.MATRICULA-STATUS,
004470                VALUE(E.ESTUDANTE-CAMPUS, ' ')
004480           FROM MATRICULA M
004490           LEFT OUTER JOIN ESTUDANTE E
004500             ON E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
004510          WHERE NOT EXISTS
004520                (SELECT 1
004530                   FROM CURSO C
004540                  WHERE C.CURSO-ID = M.MATRICULA-CURSO-ID)
004550          ORDER BY 1, 2, 3
004560     END-EXEC
004570     EXEC SQL
004580         OPEN CUR-MAT-CURSO
004590     END-EXEC
004600     PERFORM 2250-FETCH-MAT-CURSO THRU 2250-EXIT
004610         UNTIL WS-FIM-CURSOR
004620     EXEC SQL
004630         CLOSE CUR-MAT-CURSO
004640     END-EXEC.
004650 2200-EXIT.
004660     EXIT.
004670
004680 2250-FETCH-MAT-CURSO.
004690     EXEC SQL
004700         FETCH CUR-MAT-CURSO
004710          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID,
004720               :WS-PERIODO, :WS-SITUACAO, :WS-CAMPUS
004730     END-EXEC
004740     IF SQLCODE = 100
004750         SET WS-FIM-CURSOR TO TRUE
004760         GO TO 2250-EXIT
004770     END-IF
004780     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
004790     MOVE WS-CURSO-ID     TO DET-CURSO-ID
004800     MOVE WS-PERIODO      TO DET-PERIODO
004810     MOVE WS-SITUACAO     TO DET-SITUACAO
004820     IF WS-SITUACAO = 'A'
004830         PERFORM 6060-PREPARAR-CANCELAMENTO THRU 6060-EXIT
004840         MOVE WS-CAMPUS   TO TXN-CAMPUS
004850     END-IF
004860     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
004870 2250-EXIT.
004880     EXIT.
004890
004900 3000-NOTA-SEM-ESTUDANTE.
004910*    VERIFICACAO 04. NOTA QUE O EXPURGO DEIXOU PARA TRAS. NAO HA
004920*    TRANSACAO QUE APAGUE NOTA: SO RELATORIO, PARA A SECRETARIA
004930*    DECIDIR COM O HISTORICO ESCOLAR NA MAO.
004940     MOVE 4 TO WS-VERIF
004950     MOVE 'N' TO WS-SW-FIM-CURSOR
004960     EXEC SQL
004970         DECLARE CUR-NOTA-ORFA CURSOR FOR
004980         SELECT N.NOTA-ESTUDANTE-ID, N.NOTA-CURSO-ID,
004990                N.NOTA-PERIODO
005000           FROM NOTA N
005010          WHERE NOT EXISTS
005020                (SELECT 1
005030                   FROM ESTUDANTE E
005040                  WHERE E.ESTUDANTE-ID = N.NOTA-ESTUDANTE-ID)
005050          ORDER BY 1, 2, 3
005060     END-EXEC
005070     EXEC SQL
005080         OPEN CUR-NOTA-ORFA
005090     END-EXEC
005100     PERFORM 3050-FETCH-NOTA-ORFA THRU 3050-EXIT
005110         UNTIL WS-FIM-CURSOR
005120     EXEC SQL
005130         CLOSE CUR-NOTA-ORFA
005140     END-EXEC.
005150 3000-EXIT.
005160     EXIT.
005170
005180 3050-FETCH-NOTA-ORFA.
005190     EXEC SQL
005200         FETCH CUR-NOTA-ORFA
005210          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID, :WS-PERIODO
005220     END-EXEC
005230     IF SQLCODE = 100
005240         SET WS-FIM-CURSOR TO TRUE
005250         GO TO 3050-EXIT
005260     END-IF
005270     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
005280     MOVE WS-CURSO-ID     TO DET-CURSO-ID
005290     MOVE WS-PERIODO      TO DET-PERIODO
005300     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
005310 3050-EXIT.
005320     EXIT.
005330
005340 3100-NOTA-SEM-MATRICULA.
005350*    VERIFICACAO 05. NOTA DE ESTUDANTE CADASTRADO SEM MATRICULA
005360*    (EM QUALQUER SITUACAO) NO MESMO CURSO E PERIODO -- EM
005370*    GERAL, A UNIFICACAO QUE LEVOU A NOTA E NAO A MATRICULA.
005380*    O ESTUDANTE INEXISTENTE JA SAIU NA 04. SO RELATORIO.
005390     MOVE 5 TO WS-VERIF
005400     MOVE 'N' TO WS-SW-FIM-CURSOR
005410     EXEC SQL
005420         DECLARE CUR-NOTA-MAT CURSOR FOR
005430         SELECT N.NOTA-ESTUDANTE-ID, N.NOTA-CURSO-ID,
005440                N.NOTA-PERIODO
005450           FROM NOTA N
005460          WHERE EXISTS
005470                (SELECT 1
005480                   FROM ESTUDANTE E
005490                  WHERE E.ESTUDANTE-ID = N.NOTA-ESTUDANTE-ID)
005500            AND NOT EXISTS
005510                (SELECT 1
005520                   FROM MATRICULA M
005530                  WHERE M.MATRICULA-ESTUDANTE-ID =
005540                        N.NOTA-ESTUDANTE-ID
005550                    AND M.MATRICULA-CURSO-ID = N.NOTA-CURSO-ID
005560                    AND M.MATRICULA-PERIODO = N.NOTA-PERIODO)
005570          ORDER BY 1, 2, 3
005580     END-EXEC
005590     EXEC SQL
005600         OPEN CUR-NOTA-MAT
005610     END-EXEC
005620     PERFORM 3150-FETCH-NOTA-MAT THRU 3150-EXIT
005630         UNTIL WS-FIM-CURSOR
005640     EXEC SQL
005650         CLOSE CUR-NOTA-MAT
005660     END-EXEC.
005670 3100-EXIT.
005680     EXIT.
005690
005700 3150-FETCH-NOTA-MAT.
005710     EXEC SQL
005720         FETCH CUR-NOTA-MAT
005730          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID, :WS-PERIODO
005740     END-EXEC
005750     IF SQLCODE = 100
005760         SET WS-FIM-CURSOR TO TRUE
005770         GO TO 3150-EXIT
005780     END-IF
005790     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
005800     MOVE WS-CURSO-ID     TO DET-CURSO-ID
005810     MOVE WS-PERIODO      TO DET-PERIODO
005820     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
005830 3150-EXIT.
005840     EXIT.
005850
005860 4000-COBRANCA-SEM-ESTUDANTE.
005870*    VERIFICACAO 06. COBRANCA DE ID EXPURGADO OU EXCLUIDO. O
005880*    FINANCEIRO DECIDE ENTRE BAIXA E COBRANCA EXTERNA: SO
005890*    RELATORIO.
005900     MOVE 6 TO WS-VERIF
005910     MOVE 'N' TO WS-SW-FIM-CURSOR
005920     EXEC SQL
005930         DECLARE CUR-COB-ORFA CURSOR FOR
005940         SELECT C.COBRANCA-ESTUDANTE-ID, C.COBRANCA-CURSO-ID,
005950                C.COBRANCA-COMPETENCIA, C.COBRANCA-STATUS
005960           FROM COBRANCA C
005970          WHERE NOT EXISTS
005980                (SELECT 1
005990                   FROM ESTUDANTE E
006000                  WHERE E.ESTUDANTE-ID =
006010                        C.COBRANCA-ESTUDANTE-ID)
006020          ORDER BY 1, 2, 3
006030     END-EXEC
006040     EXEC SQL
006050         OPEN CUR-COB-ORFA
006060     END-EXEC
006070     PERFORM 4050-FETCH-COB-ORFA THRU 4050-EXIT
006080         UNTIL WS-FIM-CURSOR
006090     EXEC SQL
006100         CLOSE CUR-COB-ORFA
006110     END-EXEC.
006120 4000-EXIT.
006130     EXIT.
006140
006150 4050-FETCH-COB-ORFA.
006160     EXEC SQL
006170         FETCH CUR-COB-ORFA
006180          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID,
006190               :WS-PERIODO, :WS-SITUACAO
006200     END-EXEC
006210     IF SQLCODE = 100
006220         SET WS-FIM-CURSOR TO TRUE
006230         GO TO 4050-EXIT
006240     END-IF
006250     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
006260     MOVE WS-CURSO-ID     TO DET-CURSO-ID
006270     MOVE WS-PERIODO      TO DET-PERIODO
006280     MOVE WS-SITUACAO     TO DET-SITUACAO
006290     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
006300 4050-EXIT.
006310     EXIT.
006320
006330 4100-COBRANCA-SEM-CURSO.
006340*    VERIFICACAO 07. COBRANCA DE CURSO QUE NAO ESTA NO
006350*    CATALOGO. SO RELATORIO.
006360     MOVE 7 TO WS-VERIF
006370     MOVE 'N' TO WS-SW-FIM-CURSOR
006380     EXEC SQL
006390         DECLARE CUR-COB-CURSO CURSOR FOR
006400         SELECT C.COBRANCA-ESTUDANTE-ID, C.COBRANCA-CURSO-ID,
006410                C.COBRANCA-COMPETENCIA, C.COBRANCA-STATUS
006420           FROM COBRANCA C
006430          WHERE NOT EXISTS
006440                (SELECT 1
006450                   FROM CURSO K
006460                  WHERE K.CURSO-ID = C.COBRANCA-CURSO-ID)
006470          ORDER BY 1, 2, 3
006480     END-EXEC
006490     EXEC SQL
006500         OPEN CUR-COB-CURSO
006510     END-EXEC
006520     PERFORM 4150-FETCH-COB-CURSO THRU 4150-EXIT
006530         UNTIL WS-FIM-CURSOR
006540     EXEC SQL
006550         CLOSE CUR-COB-CURSO
006560     END-EXEC.
006570 4100-EXIT.
006580     EXIT.
006590
006600 4150-FETCH-COB-CURSO.
006610     EXEC SQL
006620         FETCH CUR-COB-CURSO
006630          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID,
006640               :WS-PERIODO, :WS-SITUACAO
006650     END-EXEC
006660     IF SQLCODE = 100
006670         SET WS-FIM-CURSOR TO TRUE
006680         GO TO 4150-EXIT
006690     END-IF
006700     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
006710     MOVE WS-CURSO-ID     TO DET-CURSO-ID
006720     MOVE WS-PERIODO      TO DET-PERIODO
006730     MOVE WS-SITUACAO     TO DET-SITUACAO
006740     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
006750 4150-EXIT.
006760     EXIT.
006770
006780 5000-RESPONSAVEL-SEM-ESTUDANTE.
006790*    VERIFICACAO 08. CONTATO QUE A EXCLUSAO FISICA DEIXOU PARA
006800*    TRAS: CORRECAO 'J' (EXCLUIR RESPONSAVEL).
006810     MOVE 8 TO WS-VERIF
006820     MOVE 'N' TO WS-SW-FIM-CURSOR
006830     EXEC SQL
006840         DECLARE CUR-RESP-ORFAO CURSOR FOR
006850         SELECT R.RESP-ESTUDANTE-ID, R.RESP-SEQ
006860           FROM RESPONSAVEL R
006870          WHERE NOT EXISTS
006880                (SELECT 1
006890                   FROM ESTUDANTE E
006900                  WHERE E.ESTUDANTE-ID = R.RESP-ESTUDANTE-ID)
006910          ORDER BY 1, 2
006920     END-EXEC
006930     EXEC SQL
006940         OPEN CUR-RESP-ORFAO
006950     END-EXEC
006960     PERFORM 5050-FETCH-RESP-ORFAO THRU 5050-EXIT
006970         UNTIL WS-FIM-CURSOR
006980     EXEC SQL
006990         CLOSE CUR-RESP-ORFAO
007000     END-EXEC.
007010 5000-EXIT.
007020     EXIT.
007030
007040 5050-FETCH-RESP-ORFAO.
007050     EXEC SQL
007060         FETCH CUR-RESP-ORFAO
007070          INTO :WS-ESTUDANTE-ID, :WS-RESP-SEQ
007080     END-EXEC
007090     IF SQLCODE = 100
007100         SET WS-FIM-CURSOR TO TRUE
007110         GO TO 5050-EXIT
007120     END-IF
007130     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
007140     MOVE WS-RESP-SEQ     TO WS-RESP-SEQ-ED
007150     MOVE WS-RESP-SEQ-ED  TO DET-RESP-SEQ
007160     MOVE 'J'             TO TXN-CODIGO
007170     MOVE WS-ESTUDANTE-ID TO TXN-ESTUDANTE-ID
007180     MOVE WS-RESP-SEQ-ED  TO TXN-RESP-SEQ
007190     SET WS-GERAR-CORRECAO TO TRUE
007200     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
007210 5050-EXIT.
007220     EXIT.
007230
007240 5100-BLOQUEIO-SEM-PENDENCIA.
007250*    VERIFICACAO 09. BLOQUEIO FINANCEIRO ('B') DE QUEM NAO TEM
007260*    COBRANCA PENDENTE NEM ACORDO ROMPIDO -- A MESMA REGRA COM
007270*    QUE O PAGAMENTO LIMPA O BLOQUEIO NO BAT-SQL. CORRECAO 'Z'.
007280     MOVE 9 TO WS-VERIF
007290     MOVE 'N' TO WS-SW-FIM-CURSOR
007300     EXEC SQL
007310         DECLARE CUR-BLOQUEIO CURSOR FOR
007320         SELECT E.ESTUDANTE-ID, E.ESTUDANTE-STATUS,
007330                E.ESTUDANTE-CAMPUS
007340           FROM ESTUDANTE E
007350          WHERE E.ESTUDANTE-SIT-FINANCEIRA = 'B'
007360            AND NOT EXISTS
007370                (SELECT 1
007380                   FROM COBRANCA C
007390                  WHERE C.COBRANCA-ESTUDANTE-ID = E.ESTUDANTE-ID
007400                    AND C.COBRANCA-STATUS = 'P')
007410            AND NOT EXISTS
007420                (SELECT 1
007430                   FROM ACORDO A
007440                  WHERE A.ACORDO-ESTUDANTE-ID = E.ESTUDANTE-ID
007450                    AND A.ACORDO-STATUS = 'R')
007460          ORDER BY 1
007470     END-EXEC
007480     EXEC SQL
007490         OPEN CUR-BLOQUEIO
007500     END-EXEC
007510     PERFORM 5150-FETCH-BLOQUEIO THRU 5150-EXIT
007520         UNTIL WS-FIM-CURSOR
007530     EXEC SQL
007540         CLOSE CUR-BLOQUEIO
007550     END-EXEC.
007560 5100-EXIT.
007570     EXIT.
007580
007590 5150-FETCH-BLOQUEIO.
007600     EXEC SQL
007610         FETCH CUR-BLOQUEIO
007620          INTO :WS-ESTUDANTE-ID, :WS-SIT-ESTUDANTE, :WS-CAMPUS
007630     END-EXEC
007640     IF SQLCODE = 100
007650         SET WS-FIM-CURSOR TO TRUE
007660         GO TO 5150-EXIT
007670     END-IF
007680     PERFORM 6050-INICIAR-OCORRENCIA THRU 6050-EXIT
007690     MOVE WS-SIT-ESTUDANTE TO DET-SITUACAO
007700     MOVE 'Z'              TO TXN-CODIGO
007710     MOVE WS-ESTUDANTE-ID  TO TXN-ESTUDANTE-ID
007720     MOVE WS-CAMPUS        TO TXN-CAMPUS
007730     SET WS-GERAR-CORRECAO TO TRUE
007740     PERFORM 6000-REGISTRAR-OCORRENCIA THRU 6000-EXIT.
007750 5150-EXIT.
007760     EXIT.
007770
007780 6000-REGISTRAR-OCORRENCIA.
007790*    CONTA E IMPRIME A OCORRENCIA DA VERIFICACAO CORRENTE; A QUE
007800*    TEM CORRECAO (WS-GERAR-CORRECAO, TXN-REGISTRO JA MONTADO
007810*    PELO CHAMADOR) PASSA PELO 6100 ANTES DA IMPRESSAO.
007820     ADD 1 TO WS-QTDE-OCORRENCIAS
007830     ADD 1 TO WS-VRF-QTDE (WS-VERIF)
007840     MOVE WS-VERIF TO DET-VERIF
007850     MOVE WS-ESTUDANTE-ID TO DET-ESTUDANTE-ID
007860     MOVE WS-VRF-DESCRICAO (WS-VERIF) TO DET-DESCRICAO
007870     IF WS-GERAR-CORRECAO
007880         PERFORM 6100-GERAR-CORRECAO THRU 6100-EXIT
007890     ELSE
007900         MOVE 'SEM CORRECAO AUTOMATICA' TO DET-CORRECAO
007910     END-IF
007920     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
007930 6000-EXIT.
007940     EXIT.
007950
007960 6050-INICIAR-OCORRENCIA.
007970     MOVE SPACES TO DET-CURSO-ID
007980     MOVE SPACES TO DET-PERIODO
007990     MOVE SPACES TO DET-RESP-SEQ
008000     MOVE SPACES TO DET-SITUACAO
008010     MOVE SPACES TO DET-CORRECAO
008020     MOVE 'N' TO WS-SW-CORRECAO
008030     INITIALIZE TXN-REGISTRO.
008040 6050-EXIT.
008050     EXIT.
008060
008070 6060-PREPARAR-CANCELAMENTO.
008080     MOVE 'C'             TO TXN-CODIGO
008090     MOVE WS-ESTUDANTE-ID TO TXN-ESTUDANTE-ID
008100     MOVE WS-CURSO-ID     TO TXN-CURSO-ID
008110     MOVE WS-PERIODO      TO TXN-PERIODO
008120     SET WS-GERAR-CORRECAO TO TRUE.
008130 6060-EXIT.
008140     EXIT.
008150
008160 6100-GERAR-CORRECAO.
008170*    A TRANSACAO VAI PARA O ARQUIVO DE PENDENTES SEM A MARCA DE
008180*    APROVACAO, COM O OPERADOR INT-REF E A DATA DA VARREDURA
008190*    COMO DATA DA PENDENCIA (A MESMA EXPIRACAO DAS EXCLUSOES
008200*    RETIDAS VALE PARA ELA NO APR-TXN).
008210     PERFORM 6200-MONTAR-CHAVE THRU 6200-EXIT
008220     PERFORM 6300-PROCURAR-PENDENTE THRU 6300-EXIT
008230     IF WS-PEND-ACHADA
008240         ADD 1 TO WS-QTDE-JA-PENDENTES
008250         MOVE 'JA AGUARDA APROVACAO' TO DET-CORRECAO
008260         GO TO 6100-EXIT
008270     END-IF
008280     ADD 1 TO WS-SEQ-CORRECAO
008290     MOVE WS-SEQ-CORRECAO         TO TXN-SEQUENCIA
008300     MOVE WS-OPERADOR-INTEGRIDADE TO TXN-OPERADOR
008310     MOVE SPACE                   TO TXN-APROVACAO
008320     MOVE TXN-REGISTRO            TO PEN-TRANSACAO
008330     MOVE WS-DATA-HOJE-N          TO PEN-DATA-PENDENCIA
008340     WRITE REG-PENDENTE
008350     ADD 1 TO WS-QTDE-CORRECOES
008360     PERFORM 6400-GUARDAR-CHAVE THRU 6400-EXIT
008370     STRING 'TXN '          DELIMITED BY SIZE
008380            TXN-CODIGO      DELIMITED BY SIZE
008390            ' SEQUENCIA '   DELIMITED BY SIZE
008400            TXN-SEQUENCIA   DELIMITED BY SIZE
008410       INTO DET-CORRECAO.
008420 6100-EXIT.
008430     EXIT.
008440
008450 6200-MONTAR-CHAVE.
008460     MOVE TXN-CODIGO       TO WS-CHV-CODIGO
008470     MOVE TXN-ESTUDANTE-ID TO WS-CHV-ESTUDANTE-ID
008480     MOVE TXN-CURSO-ID     TO WS-CHV-CURSO-ID
008490     MOVE TXN-PERIODO      TO WS-CHV-PERIODO
008500     MOVE TXN-RESP-SEQ     TO WS-CHV-RESP-SEQ.
008510 6200-EXIT.
008520     EXIT.
008530
008540 6300-PROCURAR-PENDENTE.
008550     MOVE 'N' TO WS-SW-PEND-ACHADA
008560     PERFORM 6350-COMPARAR-PENDENTE THRU 6350-EXIT
008570         VARYING WS-INDICE-PND FROM 1 BY 1
008580         UNTIL WS-INDICE-PND > WS-PND-QTDE
008590            OR WS-PEND-ACHADA.
008600 6300-EXIT.
008610     EXIT.
008620
008630 6350-COMPARAR-PENDENTE.
008640     IF WS-PND-CHAVE (WS-INDICE-PND) = WS-CHAVE-CORRECAO
008650         SET WS-PEND-ACHADA TO TRUE
008660     END-IF.
008670 6350-EXIT.
008680     EXIT.
008690
008700 6400-GUARDAR-CHAVE.
008710*    TABELA CHEIA: A CORRECAO SAI MESMO ASSIM, MAS UMA
008720*    REPETICAO DELA NAO SERA RECONHECIDA NESTA EXECUCAO.
008730     IF WS-PND-QTDE >= 500
008740         DISPLAY 'INT-REF: TABELA DE CORRECOES PENDENTES CHEIA'
008750         MOVE 4 TO RETURN-CODE
008760         GO TO 6400-EXIT
008770     END-IF
008780     ADD 1 TO WS-PND-QTDE
008790     MOVE WS-CHAVE-CORRECAO TO WS-PND-CHAVE (WS-PND-QTDE).
008800 6400-EXIT.
008810     EXIT.
008820
008830 7000-IMPRIMIR-CABECALHO.
008840     ADD 1 TO WS-PAGINA-ATUAL
008850     MOVE ZERO TO WS-LINHAS-NA-PAGINA
008860     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
008870     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
008880     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
008890     ADD 3 TO WS-LINHAS-NA-PAGINA.
008900 7000-EXIT.
008910     EXIT.
008920
008930 7100-IMPRIMIR-DETALHE.
008940     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
008950         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008960     END-IF
008970     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
008980     ADD 1 TO WS-LINHAS-NA-PAGINA.
008990 7100-EXIT.
009000     EXIT.
009010
009020 9100-IMPRIMIR-RODAPE.
009030     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
009040     MOVE SPACE TO ROD-CONTROLE.
009050 9100-EXIT.
009060     EXIT.
009070
009080 9200-RODAPE-VERIFICACAO.
009090     MOVE SPACES TO ROD-ROTULO
009100     MOVE WS-VERIF TO ROD-VERIF
009110     MOVE WS-VRF-DESCRICAO (WS-VERIF) TO ROD-DESCRICAO
009120     MOVE WS-VRF-QTDE (WS-VERIF) TO ROD-VALOR
009130     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT.
009140 9200-EXIT.
009150     EXIT.
009160
009170 9999-ENCERRAR.
009180     IF WS-QTDE-OCORRENCIAS = ZERO
009190         WRITE REL-REGISTRO FROM WS-LINHA-NENHUM
009200     END-IF
009210     MOVE '-' TO ROD-CONTROLE
009220     PERFORM 9200-RODAPE-VERIFICACAO THRU 9200-EXIT
009230         VARYING WS-VERIF FROM 1 BY 1
009240         UNTIL WS-VERIF > WS-QTDE-VERIFICACOES
009250     MOVE '0' TO ROD-CONTROLE
009260     MOVE 'OCORRENCIAS.....................:' TO ROD-ROTULO
009270     MOVE WS-QTDE-OCORRENCIAS TO ROD-VALOR
009280     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
009290     MOVE 'CORRECOES ENVIADAS A APROVACAO..:' TO ROD-ROTULO
009300     MOVE WS-QTDE-CORRECOES TO ROD-VALOR
009310     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
009320     MOVE 'CORRECOES JA AGUARDANDO.........:' TO ROD-ROTULO
009330     MOVE WS-QTDE-JA-PENDENTES TO ROD-VALOR
009340     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
009350     CLOSE ARQ-PENDENTES
009360     CLOSE ARQ-RELATORIO
009370     DISPLAY 'INT-REF - OCORRENCIAS: ' WS-QTDE-OCORRENCIAS
009380             ' CORRECOES: ' WS-QTDE-CORRECOES
009390             ' JA PENDENTES: ' WS-QTDE-JA-PENDENTES
009400             ' PENDENTES LIDAS: ' WS-QTDE-PENDENTES-LIDAS
009410*    INCONSISTENCIA ENCONTRADA SINALIZA A OPERACAO (RC 4), COMO
009420*    NOS DEMAIS RELATORIOS DE EXCECAO DA CASA.
009430     IF WS-QTDE-OCORRENCIAS > ZERO
009440         AND RETURN-CODE < 4
009450         MOVE 4 TO RETURN-CODE
009460     END-IF.
009470 9999-EXIT.
009480     EXIT.
009490
009500 COPY ESTCONPR.
009510 COPY ESTERRPR.
009520
009530 COPY ESTLOGPR.
