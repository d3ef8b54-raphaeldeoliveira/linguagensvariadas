000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REC-AUT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. RECERTIFICACAO TRIMESTRAL DE
000110*                 ACESSOS PEDIDA PELA AUDITORIA EXTERNA: UMA
000120*                 LINHA POR OPERADOR DA TABELA OPERADOR-AUT COM
000130*                 OS FLAGS (EXCLUSAO, REATIVACAO, CATALOGO), A
000140*                 DATA DE CONCESSAO DE CADA UM (AUT-DATA-*,
000150*                 GRAVADA PELO MNT-AUT) E A ULTIMA OPERACAO
000160*                 DESTRUTIVA ('E' OU 'R') DO OPERADOR NA TRILHA
000170*                 ARQ-AUDITORIA (AUD-OPERADOR). OPERADOR COM FLAG
000180*                 ATIVO E SEM OPERACAO NA TRILHA SAI MARCADO
000190*                 PARA REVISAO, E OPERADOR QUE APARECE NA TRILHA
000200*                 SEM LINHA NA TABELA SAI NUMA SECAO PROPRIA.
000210*----------------------------------------------------------------
000215
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000260            ORGANIZATION IS SEQUENTIAL.
000270 COPY ESTAUDSL.
000275
000280     COPY ESTLOGSL.
000285
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  ARQ-RELATORIO
000320     RECORDING MODE IS F.
000330 01  REL-REGISTRO                  PIC X(133).
000335
000340 COPY ESTAUDFD.
000345
000350 COPY ESTLOGFD.
000355
000360 WORKING-STORAGE SECTION.
000370 COPY ESTLOGWS.
000375
000380 EXEC SQL
000390     INCLUDE SQLCA
000400 END-EXEC.
000410 EXEC SQL
000420     INCLUDE OPERAUT
000430 END-EXEC.
000435
000440 EXEC SQL BEGIN DECLARE SECTION
000450 END-EXEC.
000460 01  WS-OPERADOR-ID                PIC X(08).
000470 01  WS-AUT-EXCLUSAO               PIC X(01).
000480 01  WS-AUT-REATIVACAO             PIC X(01).
000490 01  WS-AUT-CATALOGO               PIC X(01).
000500 01  WS-AUT-DATA-EXCLUSAO          PIC X(08).
000510 01  WS-AUT-DATA-REATIVACAO        PIC X(08).
000520 01  WS-AUT-DATA-CATALOGO          PIC X(08).
000530 EXEC SQL END DECLARE SECTION
000540 END-EXEC.
000545
000550 01  WS-SWITCHES.
000560     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000570         88  WS-FIM-CURSOR                 VALUE 'S'.
000580     05  WS-SW-FIM-AUDITORIA       PIC X(01) VALUE 'N'.
000590         88  WS-FIM-AUDITORIA              VALUE 'S'.
000595
000600*    ULTIMA OPERACAO DESTRUTIVA DE CADA OPERADOR NA TRILHA,
000610*    CARREGADA ANTES DO CURSOR. A ENTRADA CASADA COM UMA LINHA
000620*    DA TABELA E MARCADA; AS QUE SOBRAM VAO PARA A SECAO DE
000630*    OPERADORES SEM AUTORIZACAO CADASTRADA.
000640 01  WS-TABELA-OPERADORES.
000650     05  WS-OPR-QTDE               PIC 9(03) COMP VALUE ZERO.
000660     05  WS-OPR-ENTRADA            OCCURS 500 TIMES.
000670         10  WS-OPR-ID             PIC X(08).
000680         10  WS-OPR-DATA           PIC 9(08).
000690         10  WS-OPR-HORA           PIC 9(08).
000700         10  WS-OPR-OPERACAO       PIC X(01).
000710         10  WS-OPR-ESTUDANTE-ID   PIC 9(07).
000720         10  WS-OPR-RESULTADO      PIC X(01).
000730         10  WS-OPR-SITUACAO       PIC X(01).
000740             88  WS-OPR-PENDENTE           VALUE 'P'.
000750             88  WS-OPR-LISTADO            VALUE 'L'.
000755
000760 77  WS-INDICE-OPR                 PIC 9(03) COMP VALUE ZERO.
000770 77  WS-INDICE-PROCURA             PIC 9(03) COMP VALUE ZERO.
000780 77  WS-SW-OPR-ACHADO              PIC X(01) VALUE 'N'.
000790     88  WS-OPR-ACHADO                     VALUE 'S'.
000795
000800 01  WS-CONTADORES.
000810     05  WS-QTDE-AUDITORIA         PIC 9(07) COMP-3 VALUE ZERO.
000820     05  WS-QTDE-DESTRUTIVAS       PIC 9(07) COMP-3 VALUE ZERO.
000830     05  WS-QTDE-OPERADORES        PIC 9(05) COMP-3 VALUE ZERO.
000840     05  WS-QTDE-COM-FLAG          PIC 9(05) COMP-3 VALUE ZERO.
000850     05  WS-QTDE-SEM-USO           PIC 9(05) COMP-3 VALUE ZERO.
000860     05  WS-QTDE-FORA-TABELA       PIC 9(05) COMP-3 VALUE ZERO.
000865
000870 01  WS-DATA-EXECUCAO.
000880     05  WS-DATA-ANO               PIC 9(04).
000890     05  WS-DATA-MES               PIC 9(02).
000900     05  WS-DATA-DIA               PIC 9(02).
000905
000910 01  WS-CONTROLE-RELATORIO.
000920     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
000930     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
000940     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
000945
000950 01  WS-LINHA-CABECALHO-1.
000960     05  FILLER                    PIC X(01) VALUE '1'.
000970     05  FILLER                    PIC X(43) VALUE
000980         'RECERTIFICACAO TRIMESTRAL DE ACESSOS'.
000990     05  FILLER                    PIC X(17) VALUE
001000         'DATA DA EXECUCAO'.
001010     05  CAB-DATA-EXECUCAO         PIC X(10).
001020     05  FILLER                    PIC X(08) VALUE '  PAGINA'.
001030     05  CAB-PAGINA                PIC ZZ9.
001040     05  FILLER                    PIC X(51) VALUE SPACES.
001045
001050 01  WS-LINHA-CABECALHO-2.
001060     05  FILLER                    PIC X(01) VALUE SPACE.
001070     05  FILLER                    PIC X(10) VALUE 'OPERADOR'.
001080     05  FILLER                    PIC X(12) VALUE 'EXCLUSAO'.
001090     05  FILLER                    PIC X(12) VALUE 'REATIVACAO'.
001100     05  FILLER                    PIC X(12) VALUE 'CATALOGO'.
001110     05  FILLER                    PIC X(22) VALUE
001120         'ULTIMA DESTRUTIVA'.
001130     05  FILLER                    PIC X(30) VALUE 'OBSERVACAO'.
001140     05  FILLER                    PIC X(34) VALUE SPACES.
001145
001150 01  WS-LINHA-CABECALHO-3.
001160     05  FILLER                    PIC X(01) VALUE SPACE.
001170     05  FILLER                    PIC X(10) VALUE SPACES.
001180     05  FILLER                    PIC X(12) VALUE 'F CONCEDIDO'.
001190     05  FILLER                    PIC X(12) VALUE 'F CONCEDIDO'.
001200     05  FILLER                    PIC X(12) VALUE 'F CONCEDIDO'.
001210     05  FILLER                    PIC X(22) VALUE
001220         'DATA     O ID      R'.
001230     05  FILLER                    PIC X(64) VALUE SPACES.
001235
001240 01  WS-LINHA-DETALHE.
001250     05  FILLER                    PIC X(01) VALUE SPACE.
001260     05  DET-OPERADOR-ID           PIC X(08).
001270     05  FILLER                    PIC X(02) VALUE SPACES.
001280     05  DET-EXCLUSAO              PIC X(01).
001290     05  FILLER                    PIC X(01) VALUE SPACE.
001300     05  DET-DATA-EXCLUSAO         PIC X(08).
001310     05  FILLER                    PIC X(02) VALUE SPACES.
001320     05  DET-REATIVACAO            PIC X(01).
001330     05  FILLER                    PIC X(01) VALUE SPACE.
001340     05  DET-DATA-REATIVACAO       PIC X(08).
001350     05  FILLER                    PIC X(02) VALUE SPACES.
001360     05  DET-CATALOGO              PIC X(01).
001370     05  FILLER                    PIC X(01) VALUE SPACE.
001380     05  DET-DATA-CATALOGO         PIC X(08).
001390     05  FILLER                    PIC X(02) VALUE SPACES.
001400     05  DET-ULT-DATA              PIC X(08).
001410     05  FILLER                    PIC X(01) VALUE SPACE.
001420     05  DET-ULT-OPERACAO          PIC X(01).
001430     05  FILLER                    PIC X(01) VALUE SPACE.
001440     05  DET-ULT-ESTUDANTE-ID      PIC X(07).
001450     05  FILLER                    PIC X(01) VALUE SPACE.
001460     05  DET-ULT-RESULTADO         PIC X(01).
001470     05  FILLER                    PIC X(02) VALUE SPACES.
001480     05  DET-OBSERVACAO            PIC X(30).
001490     05  FILLER                    PIC X(34) VALUE SPACES.
001495
001500 01  WS-LINHA-SECAO.
001510     05  FILLER                    PIC X(01) VALUE '0'.
001520     05  FILLER                    PIC X(45) VALUE
001530         'OPERADORES COM OPERACAO DESTRUTIVA NA TRILHA'.
001540     05  FILLER                    PIC X(30) VALUE
001550         'E SEM LINHA EM OPERADOR-AUT'.
001560     05  FILLER                    PIC X(57) VALUE SPACES.
001565
001570 01  WS-LINHA-RODAPE-1.
001580     05  FILLER                    PIC X(01) VALUE '0'.
001590     05  FILLER                    PIC X(12) VALUE 'OPERADORES: '.
001600     05  ROD-OPERADORES            PIC ZZZZ9.
001610     05  FILLER                    PIC X(15) VALUE
001620         '  COM FLAG: '.
001630     05  ROD-COM-FLAG              PIC ZZZZ9.
001640     05  FILLER                    PIC X(30) VALUE
001650         '  COM FLAG E SEM USO: '.
001660     05  ROD-SEM-USO               PIC ZZZZ9.
001670     05  FILLER                    PIC X(20) VALUE
001680         '  FORA DA TABELA: '.
001690     05  ROD-FORA-TABELA           PIC ZZZZ9.
001700     05  FILLER                    PIC X(35) VALUE SPACES.
001705
001710 01  WS-LINHA-RODAPE-2.
001720     05  FILLER                    PIC X(01) VALUE SPACE.
001730     05  FILLER                    PIC X(30) VALUE
001740         'REGISTROS DE AUDITORIA LIDOS: '.
001750     05  ROD-AUDITORIA             PIC Z(06)9.
001760     05  FILLER                    PIC X(18) VALUE
001770         '  DESTRUTIVAS: '.
001780     05  ROD-DESTRUTIVAS           PIC Z(06)9.
001790     05  FILLER                    PIC X(70) VALUE SPACES.
001795
001800 COPY ESTCONWS.
001805
001810 PROCEDURE DIVISION.
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001840     PERFORM 2000-PROCESSAR-CURSOR THRU 2000-EXIT
001850     PERFORM 3000-LISTAR-FORA-TABELA THRU 3000-EXIT
001860     PERFORM 9999-ENCERRAR THRU 9999-EXIT
001870     MOVE 'REC-AUT' TO WS-LOG-PROGRAMA
001880     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
001890     MOVE WS-QTDE-OPERADORES TO WS-LOG-LIDAS
001900     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
001910     STOP RUN.
001915
001920 1000-INITIALIZE.
001930     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
001940     EXEC SQL
001950         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001960     END-EXEC
001970     EXEC SQL
001980         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
001990     END-EXEC
002000     PERFORM 1100-CARREGAR-TRILHA THRU 1100-EXIT
002010     OPEN OUTPUT ARQ-RELATORIO
002020     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
002030     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
002040 1000-EXIT.
002050     EXIT.
002055
002060 1100-CARREGAR-TRILHA.
002070*    A TRILHA E GRAVADA EM ORDEM CRONOLOGICA, MAS A DATA/HORA E
002080*    COMPARADA MESMO ASSIM, PARA O CASO DE A JCL CONCATENAR A
002090*    GUARDA ANUAL DO ARC-AUD DEPOIS DO ARQUIVO VIVO.
002100     OPEN INPUT ARQ-AUDITORIA
002110     PERFORM 1150-LER-AUDITORIA THRU 1150-EXIT
002120         UNTIL WS-FIM-AUDITORIA
002130     CLOSE ARQ-AUDITORIA.
002140 1100-EXIT.
002150     EXIT.
002155
002160 1150-LER-AUDITORIA.
002170     READ ARQ-AUDITORIA
002180         AT END
002190             SET WS-FIM-AUDITORIA TO TRUE
002200             GO TO 1150-EXIT
002210     END-READ
002220     ADD 1 TO WS-QTDE-AUDITORIA
002230     IF NOT AUD-OP-EXCLUSAO AND NOT AUD-OP-REATIVACAO
002240         GO TO 1150-EXIT
002250     END-IF
002260     IF AUD-OPERADOR = SPACES
002270         GO TO 1150-EXIT
002280     END-IF
002290     ADD 1 TO WS-QTDE-DESTRUTIVAS
002300     MOVE AUD-OPERADOR TO WS-OPERADOR-ID
002310     PERFORM 1200-PROCURAR-OPERADOR THRU 1200-EXIT
002320     IF NOT WS-OPR-ACHADO
002330         IF WS-OPR-QTDE >= 500
002340             DISPLAY 'REC-AUT: TABELA DE OPERADORES CHEIA'
002350             MOVE 8 TO RETURN-CODE
002360             GO TO 1150-EXIT
002370         END-IF
002380         ADD 1 TO WS-OPR-QTDE
002390         MOVE WS-OPR-QTDE TO WS-INDICE-PROCURA
002400         MOVE AUD-OPERADOR TO WS-OPR-ID (WS-INDICE-PROCURA)
002410         MOVE ZEROS TO WS-OPR-DATA (WS-INDICE-PROCURA)
002420         MOVE ZEROS TO WS-OPR-HORA (WS-INDICE-PROCURA)
002430         SET WS-OPR-PENDENTE (WS-INDICE-PROCURA) TO TRUE
002440     END-IF
002450     IF AUD-DATA < WS-OPR-DATA (WS-INDICE-PROCURA)
002460         GO TO 1150-EXIT
002470     END-IF
002480     IF AUD-DATA = WS-OPR-DATA (WS-INDICE-PROCURA)
002490         AND AUD-HORA < WS-OPR-HORA (WS-INDICE-PROCURA)
002500         GO TO 1150-EXIT
002510     END-IF
002520     MOVE AUD-DATA         TO WS-OPR-DATA (WS-INDICE-PROCURA)
002530     MOVE AUD-HORA         TO WS-OPR-HORA (WS-INDICE-PROCURA)
002540     MOVE AUD-OPERACAO     TO WS-OPR-OPERACAO (WS-INDICE-PROCURA)
002550     MOVE AUD-ESTUDANTE-ID
002560       TO WS-OPR-ESTUDANTE-ID (WS-INDICE-PROCURA)
002570     MOVE AUD-RESULTADO
002580       TO WS-OPR-RESULTADO (WS-INDICE-PROCURA).
002590 1150-EXIT.
002600     EXIT.
002605
002610 1200-PROCURAR-OPERADOR.
002620*    DEVOLVE WS-INDICE-PROCURA APONTANDO PARA A ENTRADA DE
002630*    WS-OPERADOR-ID QUANDO WS-OPR-ACHADO.
002640     MOVE 'N' TO WS-SW-OPR-ACHADO
002650     PERFORM 1250-COMPARAR-OPERADOR THRU 1250-EXIT
002660         VARYING WS-INDICE-PROCURA FROM 1 BY 1
002670         UNTIL WS-INDICE-PROCURA > WS-OPR-QTDE
002680            OR WS-OPR-ACHADO
002690     IF WS-OPR-ACHADO
002700         SUBTRACT 1 FROM WS-INDICE-PROCURA
002710     END-IF.
002720 1200-EXIT.
002730     EXIT.
002735
002740 1250-COMPARAR-OPERADOR.
002750     IF WS-OPR-ID (WS-INDICE-PROCURA) = WS-OPERADOR-ID
002760         SET WS-OPR-ACHADO TO TRUE
002770     END-IF.
002780 1250-EXIT.
002790     EXIT.
002795
002800 2000-PROCESSAR-CURSOR.
002810     EXEC SQL
002820         DECLARE CUR-OPERADOR CURSOR FOR
002830         SELECT AUT-OPERADOR-ID, AUT-EXCLUSAO, AUT-REATIVACAO,
002840                AUT-CATALOGO, AUT-DATA-EXCLUSAO,
002850                AUT-DATA-REATIVACAO, AUT-DATA-CATALOGO
002860           FROM OPERADOR-AUT
002870          ORDER BY AUT-OPERADOR-ID
002880     END-EXEC
002885
002890     EXEC SQL
002900         WHENEVER SQLERROR CONTINUE
002910     END-EXEC
002920     EXEC SQL
002930         OPEN CUR-OPERADOR
002940     END-EXEC
002950     EXEC SQL
002960         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002970     END-EXEC
002975
002980     IF SQLCODE NOT = 0
002990         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
003000         MOVE 8 TO RETURN-CODE
003010         GO TO 2000-EXIT
003020     END-IF
003025
003030     PERFORM 2100-FETCH-PROXIMO THRU 2100-EXIT
003040         UNTIL WS-FIM-CURSOR
003045
003050     EXEC SQL
003060         CLOSE CUR-OPERADOR
003070     END-EXEC.
003080 2000-EXIT.
003090     EXIT.
003095
003100 2100-FETCH-PROXIMO.
003110     EXEC SQL
003120         WHENEVER SQLERROR CONTINUE
003130     END-EXEC
003140     EXEC SQL
003150         FETCH CUR-OPERADOR
003160          INTO :WS-OPERADOR-ID, :WS-AUT-EXCLUSAO,
003170               :WS-AUT-REATIVACAO, :WS-AUT-CATALOGO,
003180               :WS-AUT-DATA-EXCLUSAO, :WS-AUT-DATA-REATIVACAO,
003190               :WS-AUT-DATA-CATALOGO
003200     END-EXEC
003210     EXEC SQL
003220         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003230     END-EXEC
003235
003240     EVALUATE SQLCODE
003250         WHEN 0
003260             ADD 1 TO WS-QTDE-OPERADORES
003270             PERFORM 2200-IMPRIMIR-OPERADOR THRU 2200-EXIT
003280         WHEN 100
003290             SET WS-FIM-CURSOR TO TRUE
003300         WHEN OTHER
003310             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
003320             MOVE 8 TO RETURN-CODE
003330             SET WS-FIM-CURSOR TO TRUE
003340     END-EVALUATE.
003350 2100-EXIT.
003360     EXIT.
003365
003370 2200-IMPRIMIR-OPERADOR.
003380     MOVE WS-OPERADOR-ID         TO DET-OPERADOR-ID
003390     MOVE WS-AUT-EXCLUSAO        TO DET-EXCLUSAO
003400     MOVE WS-AUT-DATA-EXCLUSAO   TO DET-DATA-EXCLUSAO
003410     MOVE WS-AUT-REATIVACAO      TO DET-REATIVACAO
003420     MOVE WS-AUT-DATA-REATIVACAO TO DET-DATA-REATIVACAO
003430     MOVE WS-AUT-CATALOGO        TO DET-CATALOGO
003440     MOVE WS-AUT-DATA-CATALOGO   TO DET-DATA-CATALOGO
003450     MOVE SPACES                 TO DET-OBSERVACAO
003460     PERFORM 1200-PROCURAR-OPERADOR THRU 1200-EXIT
003470     IF WS-OPR-ACHADO
003480         PERFORM 2300-MOVER-ULTIMA THRU 2300-EXIT
003490         SET WS-OPR-LISTADO (WS-INDICE-PROCURA) TO TRUE
003500     ELSE
003510         MOVE SPACES TO DET-ULT-DATA
003520         MOVE SPACE  TO DET-ULT-OPERACAO
003530         MOVE SPACES TO DET-ULT-ESTUDANTE-ID
003540         MOVE SPACE  TO DET-ULT-RESULTADO
003550     END-IF
003560*    FLAG CONCEDIDO SEM NENHUMA OPERACAO NA TRILHA E O CANDIDATO
003570*    NATURAL A REVOGACAO NA RECERTIFICACAO.
003580     IF WS-AUT-EXCLUSAO = 'S'
003590         OR WS-AUT-REATIVACAO = 'S'
003600         OR WS-AUT-CATALOGO = 'S'
003610         ADD 1 TO WS-QTDE-COM-FLAG
003620         IF NOT WS-OPR-ACHADO
003630             ADD 1 TO WS-QTDE-SEM-USO
003640             MOVE 'FLAG ATIVO SEM USO - REVISAR'
003650               TO DET-OBSERVACAO
003660         END-IF
003670     ELSE
003680         MOVE 'NENHUM FLAG ATIVO' TO DET-OBSERVACAO
003690     END-IF
003700     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
003710 2200-EXIT.
003720     EXIT.
003725
003730 2300-MOVER-ULTIMA.
003740     MOVE WS-OPR-DATA (WS-INDICE-PROCURA)
003750       TO DET-ULT-DATA
003760     MOVE WS-OPR-OPERACAO (WS-INDICE-PROCURA)
003770       TO DET-ULT-OPERACAO
003780     MOVE WS-OPR-ESTUDANTE-ID (WS-INDICE-PROCURA)
003790       TO DET-ULT-ESTUDANTE-ID
003800     MOVE WS-OPR-RESULTADO (WS-INDICE-PROCURA)
003810       TO DET-ULT-RESULTADO.
003820 2300-EXIT.
003830     EXIT.
003835
003840 3000-LISTAR-FORA-TABELA.
003850*    OPERADOR QUE FEZ 'E' OU 'R' E NAO TEM LINHA NA TABELA: EM
003860*    GERAL REVOGADO POR EXCLUSAO DA LINHA PELO DBA, OU OPERACAO
003870*    FEITA PELOS PROGRAMAS AVULSOS (DEL-SQL, REA-SQL).
003880     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA - 2
003890         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003900     END-IF
003910     WRITE REL-REGISTRO FROM WS-LINHA-SECAO
003920     ADD 1 TO WS-LINHAS-NA-PAGINA
003930     PERFORM 3100-LISTAR-OPERADOR THRU 3100-EXIT
003940         VARYING WS-INDICE-OPR FROM 1 BY 1
003950         UNTIL WS-INDICE-OPR > WS-OPR-QTDE.
003960 3000-EXIT.
003970     EXIT.
003975
003980 3100-LISTAR-OPERADOR.
003990     IF WS-OPR-LISTADO (WS-INDICE-OPR)
004000         GO TO 3100-EXIT
004010     END-IF
004020     ADD 1 TO WS-QTDE-FORA-TABELA
004030     MOVE WS-INDICE-OPR          TO WS-INDICE-PROCURA
004040     MOVE WS-OPR-ID (WS-INDICE-OPR) TO DET-OPERADOR-ID
004050     MOVE SPACE                  TO DET-EXCLUSAO
004060     MOVE SPACES                 TO DET-DATA-EXCLUSAO
004070     MOVE SPACE                  TO DET-REATIVACAO
004080     MOVE SPACES                 TO DET-DATA-REATIVACAO
004090     MOVE SPACE                  TO DET-CATALOGO
004100     MOVE SPACES                 TO DET-DATA-CATALOGO
004110     PERFORM 2300-MOVER-ULTIMA THRU 2300-EXIT
004120     MOVE 'SEM LINHA EM OPERADOR-AUT' TO DET-OBSERVACAO
004130     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
004140 3100-EXIT.
004150     EXIT.
004155
004160 7000-IMPRIMIR-CABECALHO.
004170     ADD 1 TO WS-PAGINA-ATUAL
004180     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004190     STRING WS-DATA-DIA    DELIMITED BY SIZE
004200            '/'            DELIMITED BY SIZE
004210            WS-DATA-MES    DELIMITED BY SIZE
004220            '/'            DELIMITED BY SIZE
004230            WS-DATA-ANO    DELIMITED BY SIZE
004240       INTO CAB-DATA-EXECUCAO
004250     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
004260     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004270     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
004280     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-3
004290     ADD 3 TO WS-LINHAS-NA-PAGINA.
004300 7000-EXIT.
004310     EXIT.
004315
004320 7100-IMPRIMIR-DETALHE.
004330     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
004340         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004350     END-IF
004360     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
004370     ADD 1 TO WS-LINHAS-NA-PAGINA.
004380 7100-EXIT.
004390     EXIT.
004395
004400 9999-ENCERRAR.
004410     MOVE WS-QTDE-OPERADORES  TO ROD-OPERADORES
004420     MOVE WS-QTDE-COM-FLAG    TO ROD-COM-FLAG
004430     MOVE WS-QTDE-SEM-USO     TO ROD-SEM-USO
004440     MOVE WS-QTDE-FORA-TABELA TO ROD-FORA-TABELA
004450     MOVE WS-QTDE-AUDITORIA   TO ROD-AUDITORIA
004460     MOVE WS-QTDE-DESTRUTIVAS TO ROD-DESTRUTIVAS
004470     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
004480     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
004490     CLOSE ARQ-RELATORIO
004500     DISPLAY 'REC-AUT - OPERADORES: ' WS-QTDE-OPERADORES
004510             ' COM FLAG: ' WS-QTDE-COM-FLAG
004520             ' SEM USO: ' WS-QTDE-SEM-USO
004530             ' FORA DA TABELA: ' WS-QTDE-FORA-TABELA
004540     IF RETURN-CODE = ZERO
004550         AND (WS-QTDE-SEM-USO > ZERO
004560              OR WS-QTDE-FORA-TABELA > ZERO)
004570         MOVE 4 TO RETURN-CODE
004580     END-IF.
004590 9999-EXIT.
004600     EXIT.
004605
004610 COPY ESTCONPR.
004620 COPY ESTERRPR.
004625
004630 COPY ESTLOGPR.
