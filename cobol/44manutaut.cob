000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MNT-AUT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. MANUTENCAO DA TABELA
000110*                 OPERADOR-AUT, ATE AQUI ALTERADA PELO DBA SEM
000120*                 REGISTRO DE QUEM AUTORIZOU. LE O ARQUIVO DE
000130*                 SOLICITACOES (UMA LINHA POR CONCESSAO 'G' OU
000140*                 REVOGACAO 'R' DE UM FLAG -- 'E' EXCLUSAO, 'V'
000150*                 REATIVACAO, 'C' CATALOGO -- DE UM OPERADOR).
000160*                 TODA CONCESSAO EXIGE UM SEGUNDO APROVADOR,
000170*                 DIFERENTE DO SOLICITANTE E DO PROPRIO
000180*                 OPERADOR; A REVOGACAO SO EXIGE O SOLICITANTE.
000190*                 A CONCESSAO GRAVA A DATA NA COLUNA AUT-DATA-*
000200*                 DO FLAG (LIDA PELA RECERTIFICACAO DO REC-AUT)
000210*                 E A REVOGACAO A LIMPA. CADA SOLICITACAO,
000220*                 APLICADA OU RECUSADA, GERA UM REGISTRO DE
000230*                 AUDITORIA ANTES/DEPOIS NO NOVO ARQUIVO
000240*                 ARQ-AUD-AUTORIZ (COPY ESTAUTSL/ESTAUTFD) E UMA
000250*                 LINHA NO RELATORIO DE CONTROLE. CADA
000260*                 SOLICITACAO APLICADA E UMA UNIDADE DE TRABALHO.
000270*----------------------------------------------------------------
000275
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARQ-SOLICITACOES ASSIGN TO SOLICITA
000320            ORGANIZATION IS SEQUENTIAL
000330            FILE STATUS IS WS-FS-SOLICITACOES.
000340     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000350            ORGANIZATION IS SEQUENTIAL.
000360 COPY ESTAUTSL.
000365
000370     COPY ESTLOGSL.
000375
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ARQ-SOLICITACOES
000410     RECORDING MODE IS F.
000420 01  REG-SOLICITACAO               PIC X(40).
000425
000430 FD  ARQ-RELATORIO
000440     RECORDING MODE IS F.
000450 01  REL-REGISTRO                  PIC X(133).
000455
000460 COPY ESTAUTFD.
000465
000470 COPY ESTLOGFD.
000475
000480 WORKING-STORAGE SECTION.
000490 COPY ESTLOGWS.
000495
000500 EXEC SQL
000510     INCLUDE SQLCA
000520 END-EXEC.
000530 EXEC SQL
000540     INCLUDE OPERAUT
000550 END-EXEC.
000555
000560 EXEC SQL BEGIN DECLARE SECTION
000570 END-EXEC.
000580 01  WS-OPERADOR-ID                PIC X(08).
000590 01  WS-AUT-EXCLUSAO               PIC X(01).
000600 01  WS-AUT-REATIVACAO             PIC X(01).
000610 01  WS-AUT-CATALOGO               PIC X(01).
000620 01  WS-AUT-DATA-EXCLUSAO          PIC X(08).
000630 01  WS-AUT-DATA-REATIVACAO        PIC X(08).
000640 01  WS-AUT-DATA-CATALOGO          PIC X(08).
000650 EXEC SQL END DECLARE SECTION
000660 END-EXEC.
000665
000670*    SOLICITACAO DE MANUTENCAO: QUEM PEDE (SOLICITANTE) E, NA
000680*    CONCESSAO, QUEM CONFIRMA (APROVADOR). O FLAG USA O CODIGO
000690*    DA TRANSACAO QUE ELE LIBERA ('E', 'V'; 'C' PARA O CATALOGO
000700*    K/Q/F/D).
000710 01  WS-REG-SOLICITACAO.
000720     05  SOL-SEQUENCIA             PIC 9(06).
000730     05  SOL-ACAO                  PIC X(01).
000740         88  SOL-CONCEDER                  VALUE 'G'.
000750         88  SOL-REVOGAR                   VALUE 'R'.
000760     05  SOL-OPERADOR-ID           PIC X(08).
000770     05  SOL-FLAG                  PIC X(01).
000780         88  SOL-FLAG-EXCLUSAO             VALUE 'E'.
000790         88  SOL-FLAG-REATIVACAO           VALUE 'V'.
000800         88  SOL-FLAG-CATALOGO             VALUE 'C'.
000810         88  SOL-FLAG-VALIDO               VALUE 'E' 'V' 'C'.
000820     05  SOL-SOLICITANTE           PIC X(08).
000830     05  SOL-APROVADOR             PIC X(08).
000840     05  FILLER                    PIC X(08).
000845
000850 01  WS-FS-SOLICITACOES            PIC X(02) VALUE '00'.
000860     88  WS-SOLICITACOES-OK                VALUE '00'.
000870     88  WS-SOLICITACOES-NAO-EXISTE        VALUE '35'.
000875
000880 01  WS-SWITCHES.
000890     05  WS-SW-FIM-SOLICITACOES    PIC X(01) VALUE 'N'.
000900         88  WS-FIM-SOLICITACOES           VALUE 'S'.
000905
000910 77  WS-SW-OPERADOR-ACHADO         PIC X(01) VALUE 'N'.
000920     88  WS-OPERADOR-ACHADO                VALUE 'S'.
000930 77  WS-SW-SOLICITACAO             PIC X(01) VALUE 'S'.
000940     88  WS-SOLICITACAO-VALIDA             VALUE 'S'.
000950     88  WS-SOLICITACAO-RECUSADA           VALUE 'N'.
000960 77  WS-FLAG-ATUAL                 PIC X(01) VALUE SPACE.
000970 77  WS-FLAG-NOVO                  PIC X(01) VALUE SPACE.
000980 77  WS-DATA-FLAG-NOVA             PIC X(08) VALUE SPACES.
000990 77  WS-MOTIVO                     PIC X(30) VALUE SPACES.
000995
001000 01  WS-CONTADORES.
001010     05  WS-QTDE-LIDAS             PIC 9(05) COMP-3 VALUE ZERO.
001020     05  WS-QTDE-CONCEDIDAS        PIC 9(05) COMP-3 VALUE ZERO.
001030     05  WS-QTDE-REVOGADAS         PIC 9(05) COMP-3 VALUE ZERO.
001040     05  WS-QTDE-RECUSADAS         PIC 9(05) COMP-3 VALUE ZERO.
001045
001050 01  WS-DATA-EXECUCAO.
001060     05  WS-DATA-ANO               PIC 9(04).
001070     05  WS-DATA-MES               PIC 9(02).
001080     05  WS-DATA-DIA               PIC 9(02).
001085
001090 01  WS-LINHA-CABECALHO-1.
001100     05  FILLER                    PIC X(01) VALUE '1'.
001110     05  FILLER                    PIC X(43) VALUE
001120         'MANUTENCAO DE AUTORIZACOES DE OPERADOR'.
001130     05  FILLER                    PIC X(17) VALUE
001140         'DATA DA EXECUCAO'.
001150     05  CAB-DATA-EXECUCAO         PIC X(10).
001160     05  FILLER                    PIC X(62) VALUE SPACES.
001165
001170 01  WS-LINHA-CABECALHO-2.
001180     05  FILLER                    PIC X(01) VALUE SPACE.
001190     05  FILLER                    PIC X(08) VALUE 'SEQ'.
001200     05  FILLER                    PIC X(06) VALUE 'ACAO'.
001210     05  FILLER                    PIC X(10) VALUE 'OPERADOR'.
001220     05  FILLER                    PIC X(06) VALUE 'FLAG'.
001230     05  FILLER                    PIC X(10) VALUE 'SOLICIT.'.
001240     05  FILLER                    PIC X(10) VALUE 'APROVADOR'.
001250     05  FILLER                    PIC X(10) VALUE 'ANTES'.
001260     05  FILLER                    PIC X(10) VALUE 'DEPOIS'.
001270     05  FILLER                    PIC X(30) VALUE 'SITUACAO'.
001280     05  FILLER                    PIC X(32) VALUE SPACES.
001285
001290 01  WS-LINHA-DETALHE.
001300     05  FILLER                    PIC X(01) VALUE SPACE.
001310     05  DET-SEQUENCIA             PIC 9(06).
001320     05  FILLER                    PIC X(02) VALUE SPACES.
001330     05  DET-ACAO                  PIC X(01).
001340     05  FILLER                    PIC X(05) VALUE SPACES.
001350     05  DET-OPERADOR-ID           PIC X(08).
001360     05  FILLER                    PIC X(02) VALUE SPACES.
001370     05  DET-FLAG                  PIC X(01).
001380     05  FILLER                    PIC X(05) VALUE SPACES.
001390     05  DET-SOLICITANTE           PIC X(08).
001400     05  FILLER                    PIC X(02) VALUE SPACES.
001410     05  DET-APROVADOR             PIC X(08).
001420     05  FILLER                    PIC X(02) VALUE SPACES.
001430     05  DET-ANTES                 PIC X(03).
001440     05  FILLER                    PIC X(07) VALUE SPACES.
001450     05  DET-DEPOIS                PIC X(03).
001460     05  FILLER                    PIC X(07) VALUE SPACES.
001470     05  DET-SITUACAO              PIC X(30).
001480     05  FILLER                    PIC X(32) VALUE SPACES.
001485
001490 01  WS-LINHA-RODAPE.
001500     05  FILLER                    PIC X(01) VALUE SPACE.
001510     05  FILLER                    PIC X(14) VALUE
001520         'SOLICITACOES: '.
001530     05  ROD-LIDAS                 PIC ZZZZ9.
001540     05  FILLER                    PIC X(14) VALUE
001550         '  CONCEDIDAS: '.
001560     05  ROD-CONCEDIDAS            PIC ZZZZ9.
001570     05  FILLER                    PIC X(13) VALUE
001580         '  REVOGADAS: '.
001590     05  ROD-REVOGADAS             PIC ZZZZ9.
001600     05  FILLER                    PIC X(13) VALUE
001610         '  RECUSADAS: '.
001620     05  ROD-RECUSADAS             PIC ZZZZ9.
001630     05  FILLER                    PIC X(58) VALUE SPACES.
001635
001640 COPY ESTCONWS.
001645
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001680     PERFORM 2000-TRATAR-SOLICITACAO THRU 2000-EXIT
001690         UNTIL WS-FIM-SOLICITACOES
001700     PERFORM 9999-ENCERRAR THRU 9999-EXIT
001710     MOVE 'MNT-AUT' TO WS-LOG-PROGRAMA
001720     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
001730     MOVE WS-QTDE-LIDAS TO WS-LOG-LIDAS
001740     COMPUTE WS-LOG-APLICADAS = WS-QTDE-CONCEDIDAS
001750         + WS-QTDE-REVOGADAS
001760     MOVE WS-QTDE-RECUSADAS TO WS-LOG-REJEITADAS
001770     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
001780     STOP RUN.
001785
001790 1000-INITIALIZE.
001800     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
001810     EXEC SQL
001820         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001830     END-EXEC
001840     EXEC SQL
001850         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
001860     END-EXEC
001870     OPEN EXTEND ARQ-AUD-AUTORIZ
001880     OPEN OUTPUT ARQ-RELATORIO
001890     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
001900     STRING WS-DATA-DIA    DELIMITED BY SIZE
001910            '/'            DELIMITED BY SIZE
001920            WS-DATA-MES    DELIMITED BY SIZE
001930            '/'            DELIMITED BY SIZE
001940            WS-DATA-ANO    DELIMITED BY SIZE
001950       INTO CAB-DATA-EXECUCAO
001960     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
001970     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
001980*    ARQUIVO DE SOLICITACOES AUSENTE = NADA A MANTER NO DIA.
001990     OPEN INPUT ARQ-SOLICITACOES
002000     IF WS-SOLICITACOES-NAO-EXISTE
002010         DISPLAY 'MNT-AUT: SEM ARQUIVO DE SOLICITACOES'
002020         SET WS-FIM-SOLICITACOES TO TRUE
002030         GO TO 1000-EXIT
002040     END-IF
002050     PERFORM 2100-LER-SOLICITACAO THRU 2100-EXIT.
002060 1000-EXIT.
002070     EXIT.
002075
002080 2000-TRATAR-SOLICITACAO.
002090     SET WS-SOLICITACAO-VALIDA TO TRUE
002100     MOVE SPACES TO WS-MOTIVO
002110     MOVE SOL-OPERADOR-ID TO WS-OPERADOR-ID
002120     PERFORM 2300-LER-OPERADOR THRU 2300-EXIT
002130     PERFORM 2400-IMAGEM-ANTES THRU 2400-EXIT
002140     PERFORM 2200-VALIDAR-SOLICITACAO THRU 2200-EXIT
002150     IF WS-SOLICITACAO-VALIDA
002160         PERFORM 2700-CONFERIR-SITUACAO THRU 2700-EXIT
002170     END-IF
002180     IF WS-SOLICITACAO-VALIDA
002190         PERFORM 3000-APLICAR-SOLICITACAO THRU 3000-EXIT
002200     END-IF
002210     IF WS-SOLICITACAO-RECUSADA
002220         ADD 1 TO WS-QTDE-RECUSADAS
002230         SET AAU-FALHA TO TRUE
002240         DISPLAY 'MNT-AUT: SOLICITACAO RECUSADA - SEQ='
002250                 SOL-SEQUENCIA ' OPERADOR=' SOL-OPERADOR-ID
002260                 ' ' WS-MOTIVO
002270     ELSE
002280         SET AAU-SUCESSO TO TRUE
002290     END-IF
002300     PERFORM 2600-GRAVAR-AUDITORIA THRU 2600-EXIT
002310     PERFORM 2100-LER-SOLICITACAO THRU 2100-EXIT.
002320 2000-EXIT.
002330     EXIT.
002335
002340 2100-LER-SOLICITACAO.
002350     READ ARQ-SOLICITACOES INTO WS-REG-SOLICITACAO
002360         AT END
002370             SET WS-FIM-SOLICITACOES TO TRUE
002380         NOT AT END
002390             ADD 1 TO WS-QTDE-LIDAS
002400     END-READ.
002410 2100-EXIT.
002420     EXIT.
002425
002430 2200-VALIDAR-SOLICITACAO.
002440*    A CONCESSAO PRECISA DE DUAS PESSOAS DIFERENTES DO OPERADOR
002450*    BENEFICIADO: QUEM PEDE E QUEM APROVA. A REVOGACAO SO REDUZ
002460*    ACESSO E DISPENSA O APROVADOR.
002470     IF NOT SOL-CONCEDER AND NOT SOL-REVOGAR
002480         SET WS-SOLICITACAO-RECUSADA TO TRUE
002490         MOVE 'ACAO INVALIDA' TO WS-MOTIVO
002500         GO TO 2200-EXIT
002510     END-IF
002520     IF SOL-OPERADOR-ID = SPACES
002530         SET WS-SOLICITACAO-RECUSADA TO TRUE
002540         MOVE 'OPERADOR AUSENTE' TO WS-MOTIVO
002550         GO TO 2200-EXIT
002560     END-IF
002570     IF NOT SOL-FLAG-VALIDO
002580         SET WS-SOLICITACAO-RECUSADA TO TRUE
002590         MOVE 'FLAG INVALIDO' TO WS-MOTIVO
002600         GO TO 2200-EXIT
002610     END-IF
002620     IF SOL-SOLICITANTE = SPACES
002630         SET WS-SOLICITACAO-RECUSADA TO TRUE
002640         MOVE 'SOLICITANTE AUSENTE' TO WS-MOTIVO
002650         GO TO 2200-EXIT
002660     END-IF
002670     IF SOL-REVOGAR
002680         GO TO 2200-EXIT
002690     END-IF
002700     IF SOL-APROVADOR = SPACES
002710         SET WS-SOLICITACAO-RECUSADA TO TRUE
002720         MOVE 'CONCESSAO SEM SEGUNDO APROVADOR' TO WS-MOTIVO
002730         GO TO 2200-EXIT
002740     END-IF
002750     IF SOL-APROVADOR = SOL-SOLICITANTE
002760         SET WS-SOLICITACAO-RECUSADA TO TRUE
002770         MOVE 'APROVADOR IGUAL AO SOLICITANTE' TO WS-MOTIVO
002780         GO TO 2200-EXIT
002790     END-IF
002800     IF SOL-APROVADOR = SOL-OPERADOR-ID
002810         OR SOL-SOLICITANTE = SOL-OPERADOR-ID
002820         SET WS-SOLICITACAO-RECUSADA TO TRUE
002830         MOVE 'AUTOCONCESSAO NAO PERMITIDA' TO WS-MOTIVO
002840     END-IF.
002850 2200-EXIT.
002860     EXIT.
002865
002870 2300-LER-OPERADOR.
002880*    LE A LINHA ATUAL DO OPERADOR; AUSENTE DA TABELA FICA COM
002890*    OS FLAGS EM BRANCO (IMAGEM ANTES DE UMA PRIMEIRA CONCESSAO).
002900     MOVE 'N' TO WS-SW-OPERADOR-ACHADO
002910     IF WS-OPERADOR-ID = SPACES
002920         PERFORM 2350-LIMPAR-OPERADOR THRU 2350-EXIT
002930         GO TO 2300-EXIT
002940     END-IF
002950     EXEC SQL
002960         WHENEVER SQLERROR CONTINUE
002970     END-EXEC
002980     EXEC SQL
002990         SELECT AUT-EXCLUSAO, AUT-REATIVACAO, AUT-CATALOGO,
003000                AUT-DATA-EXCLUSAO, AUT-DATA-REATIVACAO,
003010                AUT-DATA-CATALOGO
003020           INTO :WS-AUT-EXCLUSAO, :WS-AUT-REATIVACAO,
003030                :WS-AUT-CATALOGO, :WS-AUT-DATA-EXCLUSAO,
003040                :WS-AUT-DATA-REATIVACAO, :WS-AUT-DATA-CATALOGO
003050           FROM OPERADOR-AUT
003060          WHERE AUT-OPERADOR-ID = :WS-OPERADOR-ID
003070     END-EXEC
003080     EXEC SQL
003090         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003100     END-EXEC
003110     EVALUATE SQLCODE
003120         WHEN 0
003130             SET WS-OPERADOR-ACHADO TO TRUE
003140         WHEN 100
003150             PERFORM 2350-LIMPAR-OPERADOR THRU 2350-EXIT
003160         WHEN OTHER
003170             PERFORM 9000-ERRO-INESPERADO
003180     END-EVALUATE.
003190 2300-EXIT.
003200     EXIT.
003205
003210 2350-LIMPAR-OPERADOR.
003220     MOVE SPACE  TO WS-AUT-EXCLUSAO
003230     MOVE SPACE  TO WS-AUT-REATIVACAO
003240     MOVE SPACE  TO WS-AUT-CATALOGO
003250     MOVE SPACES TO WS-AUT-DATA-EXCLUSAO
003260     MOVE SPACES TO WS-AUT-DATA-REATIVACAO
003270     MOVE SPACES TO WS-AUT-DATA-CATALOGO.
003280 2350-EXIT.
003290     EXIT.
003295
003300 2400-IMAGEM-ANTES.
003310     ACCEPT AAU-DATA FROM DATE YYYYMMDD
003320     ACCEPT AAU-HORA FROM TIME
003330     MOVE SOL-ACAO           TO AAU-ACAO
003340     MOVE SOL-OPERADOR-ID    TO AAU-OPERADOR-ID
003350     MOVE SOL-FLAG           TO AAU-FLAG
003360     MOVE WS-AUT-EXCLUSAO    TO AAU-EXCLUSAO-ANTES
003370     MOVE WS-AUT-REATIVACAO  TO AAU-REATIVACAO-ANTES
003380     MOVE WS-AUT-CATALOGO    TO AAU-CATALOGO-ANTES
003390     MOVE SOL-SOLICITANTE    TO AAU-SOLICITANTE
003400     MOVE SOL-APROVADOR      TO AAU-APROVADOR.
003410 2400-EXIT.
003420     EXIT.
003425
003430 2600-GRAVAR-AUDITORIA.
003440*    A IMAGEM DEPOIS E RELIDA DA TABELA, JA COM O COMMIT OU O
003450*    ROLLBACK FEITO; NA RECUSA ELA REPETE A IMAGEM ANTES.
003460     PERFORM 2300-LER-OPERADOR THRU 2300-EXIT
003470     MOVE WS-AUT-EXCLUSAO    TO AAU-EXCLUSAO-DEPOIS
003480     MOVE WS-AUT-REATIVACAO  TO AAU-REATIVACAO-DEPOIS
003490     MOVE WS-AUT-CATALOGO    TO AAU-CATALOGO-DEPOIS
003500     MOVE WS-MOTIVO          TO AAU-MOTIVO
003510     WRITE REG-AUD-AUTORIZ
003520     MOVE SOL-SEQUENCIA      TO DET-SEQUENCIA
003530     MOVE SOL-ACAO           TO DET-ACAO
003540     MOVE SOL-OPERADOR-ID    TO DET-OPERADOR-ID
003550     MOVE SOL-FLAG           TO DET-FLAG
003560     MOVE SOL-SOLICITANTE    TO DET-SOLICITANTE
003570     MOVE SOL-APROVADOR      TO DET-APROVADOR
003580     MOVE AAU-ANTES          TO DET-ANTES
003590     MOVE AAU-DEPOIS         TO DET-DEPOIS
003600     MOVE WS-MOTIVO          TO DET-SITUACAO
003610     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE.
003620 2600-EXIT.
003630     EXIT.
003635
003640 2700-CONFERIR-SITUACAO.
003650*    CONCEDER O QUE JA ESTA CONCEDIDO OU REVOGAR O QUE NAO ESTA
003660*    E RECUSADO: A DATA DA CONCESSAO ORIGINAL NAO E REESCRITA E
003670*    A AUDITORIA NAO REGISTRA MUDANCA QUE NAO HOUVE.
003680     EVALUATE TRUE
003690         WHEN SOL-FLAG-EXCLUSAO
003700             MOVE WS-AUT-EXCLUSAO   TO WS-FLAG-ATUAL
003710         WHEN SOL-FLAG-REATIVACAO
003720             MOVE WS-AUT-REATIVACAO TO WS-FLAG-ATUAL
003730         WHEN SOL-FLAG-CATALOGO
003740             MOVE WS-AUT-CATALOGO   TO WS-FLAG-ATUAL
003750     END-EVALUATE
003760     IF SOL-CONCEDER AND WS-FLAG-ATUAL = 'S'
003770         SET WS-SOLICITACAO-RECUSADA TO TRUE
003780         MOVE 'FLAG JA CONCEDIDO' TO WS-MOTIVO
003790         GO TO 2700-EXIT
003800     END-IF
003810     IF SOL-REVOGAR AND NOT WS-OPERADOR-ACHADO
003820         SET WS-SOLICITACAO-RECUSADA TO TRUE
003830         MOVE 'OPERADOR SEM AUTORIZACOES' TO WS-MOTIVO
003840         GO TO 2700-EXIT
003850     END-IF
003860     IF SOL-REVOGAR AND WS-FLAG-ATUAL NOT = 'S'
003870         SET WS-SOLICITACAO-RECUSADA TO TRUE
003880         MOVE 'FLAG NAO CONCEDIDO' TO WS-MOTIVO
003890     END-IF.
003900 2700-EXIT.
003910     EXIT.
003915
003920 3000-APLICAR-SOLICITACAO.
003930*    OPERADOR SEM LINHA NA TABELA RECEBE A LINHA NA PRIMEIRA
003940*    CONCESSAO, COM OS DEMAIS FLAGS EM 'N'.
003950     IF SOL-CONCEDER
003960         MOVE 'S' TO WS-FLAG-NOVO
003970         MOVE WS-DATA-EXECUCAO TO WS-DATA-FLAG-NOVA
003980     ELSE
003990         MOVE 'N' TO WS-FLAG-NOVO
004000         MOVE SPACES TO WS-DATA-FLAG-NOVA
004010     END-IF
004020     IF NOT WS-OPERADOR-ACHADO
004030         MOVE 'N' TO WS-AUT-EXCLUSAO
004040         MOVE 'N' TO WS-AUT-REATIVACAO
004050         MOVE 'N' TO WS-AUT-CATALOGO
004060     END-IF
004070     EVALUATE TRUE
004080         WHEN SOL-FLAG-EXCLUSAO
004090             MOVE WS-FLAG-NOVO      TO WS-AUT-EXCLUSAO
004100             MOVE WS-DATA-FLAG-NOVA TO WS-AUT-DATA-EXCLUSAO
004110         WHEN SOL-FLAG-REATIVACAO
004120             MOVE WS-FLAG-NOVO      TO WS-AUT-REATIVACAO
004130             MOVE WS-DATA-FLAG-NOVA TO WS-AUT-DATA-REATIVACAO
004140         WHEN SOL-FLAG-CATALOGO
004150             MOVE WS-FLAG-NOVO      TO WS-AUT-CATALOGO
004160             MOVE WS-DATA-FLAG-NOVA TO WS-AUT-DATA-CATALOGO
004170     END-EVALUATE
004180     EXEC SQL
004190         WHENEVER SQLERROR CONTINUE
004200     END-EXEC
004210     IF WS-OPERADOR-ACHADO
004220         EXEC SQL
004230             UPDATE OPERADOR-AUT
004240                SET AUT-EXCLUSAO = :WS-AUT-EXCLUSAO,
004250                    AUT-REATIVACAO = :WS-AUT-REATIVACAO,
004260                    AUT-CATALOGO = :WS-AUT-CATALOGO,
004270                    AUT-DATA-EXCLUSAO = :WS-AUT-DATA-EXCLUSAO,
004280                    AUT-DATA-REATIVACAO =
004290                        :WS-AUT-DATA-REATIVACAO,
004300                    AUT-DATA-CATALOGO = :WS-AUT-DATA-CATALOGO
004310              WHERE AUT-OPERADOR-ID = :WS-OPERADOR-ID
004320         END-EXEC
004330     ELSE
004340         EXEC SQL
004350             INSERT INTO OPERADOR-AUT
004360                 (AUT-OPERADOR-ID, AUT-EXCLUSAO, AUT-REATIVACAO,
004370                  AUT-CATALOGO, AUT-DATA-EXCLUSAO,
004380                  AUT-DATA-REATIVACAO, AUT-DATA-CATALOGO)
004390             VALUES
004400                 (:WS-OPERADOR-ID, :WS-AUT-EXCLUSAO,
004410                  :WS-AUT-REATIVACAO, :WS-AUT-CATALOGO,
004420                  :WS-AUT-DATA-EXCLUSAO, :WS-AUT-DATA-REATIVACAO,
004430                  :WS-AUT-DATA-CATALOGO)
004440         END-EXEC
004450     END-IF
004460     EXEC SQL
004470         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004480     END-EXEC
004490     IF SQLCODE = 0
004500         EXEC SQL
004510             COMMIT
004520         END-EXEC
004530         IF SOL-CONCEDER
004540             ADD 1 TO WS-QTDE-CONCEDIDAS
004550             MOVE 'CONCEDIDO' TO WS-MOTIVO
004560         ELSE
004570             ADD 1 TO WS-QTDE-REVOGADAS
004580             MOVE 'REVOGADO' TO WS-MOTIVO
004590         END-IF
004600     ELSE
004610         DISPLAY 'MNT-AUT: FALHA DE DB2 - SEQ=' SOL-SEQUENCIA
004620                 ' SQLCODE=' SQLCODE
004630         SET WS-SOLICITACAO-RECUSADA TO TRUE
004640         MOVE 'FALHA DE DB2 - VER SYSOUT' TO WS-MOTIVO
004650         EXEC SQL
004660             ROLLBACK
004670         END-EXEC
004680     END-IF.
004690 3000-EXIT.
004700     EXIT.
004705
004710 9999-ENCERRAR.
004720     MOVE WS-QTDE-LIDAS      TO ROD-LIDAS
004730     MOVE WS-QTDE-CONCEDIDAS TO ROD-CONCEDIDAS
004740     MOVE WS-QTDE-REVOGADAS  TO ROD-REVOGADAS
004750     MOVE WS-QTDE-RECUSADAS  TO ROD-RECUSADAS
004760     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
004770     IF NOT WS-SOLICITACOES-NAO-EXISTE
004780         CLOSE ARQ-SOLICITACOES
004790     END-IF
004800     CLOSE ARQ-AUD-AUTORIZ
004810     CLOSE ARQ-RELATORIO
004820     DISPLAY 'MNT-AUT - SOLICITACOES: ' WS-QTDE-LIDAS
004830             ' CONCEDIDAS: ' WS-QTDE-CONCEDIDAS
004840             ' REVOGADAS: ' WS-QTDE-REVOGADAS
004850             ' RECUSADAS: ' WS-QTDE-RECUSADAS
004860     IF WS-QTDE-RECUSADAS > ZERO
004870         MOVE 4 TO RETURN-CODE
004880     END-IF.
004890 9999-EXIT.
004900     EXIT.
004905
004910 COPY ESTCONPR.
004920 COPY ESTERRPR.
004925
004930 COPY ESTLOGPR.
