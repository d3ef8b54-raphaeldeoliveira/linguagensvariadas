000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. QUI-ANO.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. GERADOR DA DECLARACAO ANUAL DE
000110*                 QUITACAO DE DEBITOS (LEI 12.007/2009), NOS
000120*                 MOLDES DO DEC-MAT: PARA O ANO-BASE INFORMADO
000130*                 (SYSIN, BRANCO = ANO ANTERIOR), CADA ESTUDANTE
000140*                 COM COBRANCA QUITADA ('Q') PAGA NO ANO RECEBE
000150*                 UMA PAGINA ENDERECADA COM O ENDERECO
000160*                 ESTRUTURADO DE ESTUDANTE E O TOTAL PAGO POR
000170*                 CURSO E MES DE COBRANCA-DATA-PAGAMENTO. SEM
000180*                 DEBITO EM ABERTO ('P' OU 'A') DE COMPETENCIA
000190*                 ATE DEZEMBRO DO ANO-BASE, A PAGINA TRAZ A
000200*                 DECLARACAO DE QUITACAO; COM DEBITO, SAI EXTRATO
000210*                 DOS VALORES PAGOS COM AS MENSALIDADES EM ABERTO
000220*                 LISTADAS, SEM A DECLARACAO. NUMERACAO
000230*                 SEQUENCIAL CONTINUADA DO ARQUIVO DE CONTROLE
000240*                 CERTIN/CERTOUT (COMO NO DEC-MAT) E CADA
000250*                 DOCUMENTO EMITIDO GRAVADO NO REGISTRO DE
000260*                 EMISSOES (EMISSOES, ACUMULADO ANO A ANO). UM
000270*                 ESTUDANTE-ID NO SYSIN EMITE SO O DELE, COMO
000280*                 SEGUNDA VIA, COM NUMERO NOVO E REGISTRADA COMO
000290*                 TAL, PARA RASTREAR A REIMPRESSAO. SUBSTITUI AS
000300*                 DECLARACOES MONTADAS A MAO PELA TESOURARIA.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ARQ-CERT-ANT ASSIGN TO CERTIN
000370            ORGANIZATION IS SEQUENTIAL
000380            FILE STATUS IS WS-FS-CERT.
000390     SELECT ARQ-CERT-NOVO ASSIGN TO CERTOUT
000400            ORGANIZATION IS SEQUENTIAL.
000410     SELECT ARQ-DECLARACOES ASSIGN TO DECLARA
000420            ORGANIZATION IS SEQUENTIAL.
000430     SELECT ARQ-EMISSOES ASSIGN TO EMISSOES
000440            ORGANIZATION IS SEQUENTIAL.
000450
000460     COPY ESTLOGSL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ARQ-CERT-ANT
000510     RECORDING MODE IS F.
000520 01  REG-CERT-ANT                  PIC 9(07).
000530
000540 FD  ARQ-CERT-NOVO
000550     RECORDING MODE IS F.
000560 01  REG-CERT-NOVO                 PIC 9(07).
000570
000580 FD  ARQ-DECLARACOES
000590     RECORDING MODE IS F.
000600 01  REL-REGISTRO                  PIC X(133).
000610
000620*    REGISTRO DE EMISSOES: UMA LINHA POR DOCUMENTO IMPRESSO,
000630*    ACRESCENTADA AO DATASET ACUMULADO (DISP=MOD). E POR ELE QUE
000640*    A TESOURARIA RASTREIA QUAL NUMERO FOI ENTREGUE A QUEM, E
000650*    QUAIS FORAM SEGUNDAS VIAS.
000660 FD  ARQ-EMISSOES
000670     RECORDING MODE IS F.
000680 01  REG-EMISSAO.
000690     05  EMI-NUMERO                PIC 9(07).
000700     05  EMI-ANO-BASE              PIC X(04).
000710     05  EMI-ESTUDANTE-ID          PIC 9(07).
000720     05  EMI-TIPO                  PIC X(01).
000730         88  EMI-TIPO-QUITACAO             VALUE 'Q'.
000740         88  EMI-TIPO-EXTRATO              VALUE 'E'.
000750     05  EMI-VIA                   PIC X(01).
000760         88  EMI-PRIMEIRA-VIA              VALUE '1'.
000770         88  EMI-SEGUNDA-VIA               VALUE '2'.
000780     05  EMI-DATA-EMISSAO          PIC 9(08).
000790     05  EMI-VALOR-PAGO            PIC 9(09)V9(02).
000800     05  EMI-QTDE-ABERTO           PIC 9(03).
000810     05  EMI-VALOR-ABERTO          PIC 9(09)V9(02).
000820     05  FILLER                    PIC X(27).
000830
000840 COPY ESTLOGFD.
000850
000860 WORKING-STORAGE SECTION.
000870 COPY ESTLOGWS.
000880
000890 EXEC SQL
000900     INCLUDE SQLCA
000910 END-EXEC.
000920 EXEC SQL
000930     INCLUDE ESTUDANTE
000940 END-EXEC.
000950 EXEC SQL
000960     INCLUDE CURSO
000970 END-EXEC.
000980 EXEC SQL
000990     INCLUDE COBRANCA
001000 END-EXEC.
001010
001020 EXEC SQL BEGIN DECLARE SECTION
001030 END-EXEC.
001040 01  WS-ANO-BASE                   PIC X(04).
001050 01  WS-COMPETENCIA-LIMITE         PIC X(06).
001060 01  WS-ESTUDANTE-FILTRO           PIC 9(07).
001070 01  WS-ESTUDANTE-REC.
001080     05  WS-ESTUDANTE-ID           PIC 9(07).
001090     05  WS-ESTUDANTE-NOME         PIC X(25).
001100     05  WS-ESTUDANTE-ENDERECO.
001110         10  WS-ESTUDANTE-LOGRADOURO  PIC X(25).
001120         10  WS-ESTUDANTE-NUMERO      PIC X(05).
001130         10  WS-ESTUDANTE-CIDADE      PIC X(20).
001140         10  WS-ESTUDANTE-UF          PIC X(02).
001150         10  WS-ESTUDANTE-CEP         PIC X(08).
001160 01  WS-CURSO-ID                   PIC 9(04).
001170 01  WS-CURSO-NOME                 PIC X(30).
001180 01  WS-MES-PAGAMENTO              PIC X(02).
001190 01  WS-COMPETENCIA                PIC X(06).
001200 01  WS-COBRANCA-STATUS            PIC X(01).
001210 01  WS-QTDE-COBRANCAS             PIC S9(04) COMP.
001220 01  WS-QTDE-ABERTO                PIC S9(04) COMP.
001230 01  WS-VALOR                      PIC S9(07)V9(02) COMP-3.
001240 EXEC SQL END DECLARE SECTION
001250 END-EXEC.
001260
001270 01  WS-PARM-AREA.
001280     05  WS-PARM-ANO               PIC X(04) VALUE SPACES.
001290     05  WS-PARM-ESTUDANTE         PIC X(07) VALUE SPACES.
001300
001310 01  WS-SWITCHES.
001320     05  WS-SW-FIM-ESTUDANTES      PIC X(01) VALUE 'N'.
001330         88  WS-FIM-ESTUDANTES             VALUE 'S'.
001340     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
001350         88  WS-FIM-CURSOR                 VALUE 'S'.
001360     05  WS-SW-FIM-CERT            PIC X(01) VALUE 'N'.
001370         88  WS-FIM-CERT                   VALUE 'S'.
001380     05  WS-SW-VIA                 PIC X(01) VALUE '1'.
001390         88  WS-PRIMEIRA-VIA               VALUE '1'.
001400         88  WS-SEGUNDA-VIA                VALUE '2'.
001410
001420 01  WS-FS-CERT                    PIC X(02) VALUE '00'.
001430     88  WS-CERT-OK                        VALUE '00'.
001440     88  WS-CERT-NAO-EXISTE                VALUE '35'.
001450
001460 01  WS-CONTADORES.
001470     05  WS-QTDE-ESTUDANTES        PIC 9(05) COMP-3 VALUE ZERO.
001480     05  WS-QTDE-QUITACOES         PIC 9(05) COMP-3 VALUE ZERO.
001490     05  WS-QTDE-EXTRATOS          PIC 9(05) COMP-3 VALUE ZERO.
001500     05  WS-QTDE-RECUSADOS         PIC 9(05) COMP-3 VALUE ZERO.
001510
001520 01  WS-TOTAIS-DOCUMENTO.
001530     05  WS-CURSO-ANTERIOR         PIC 9(04) VALUE ZERO.
001540     05  WS-TOT-CURSO-QTDE         PIC 9(05) COMP-3 VALUE ZERO.
001550     05  WS-TOT-CURSO-VALOR        PIC 9(09)V9(02) COMP-3
001560                                   VALUE ZERO.
001570     05  WS-TOT-PAGO-QTDE          PIC 9(05) COMP-3 VALUE ZERO.
001580     05  WS-TOT-PAGO-VALOR         PIC 9(09)V9(02) COMP-3
001590                                   VALUE ZERO.
001600     05  WS-TOT-ABERTO-QTDE        PIC 9(05) COMP-3 VALUE ZERO.
001610     05  WS-TOT-ABERTO-VALOR       PIC 9(09)V9(02) COMP-3
001620                                   VALUE ZERO.
001630
001640 77  WS-NUMERO-DECLARACAO          PIC 9(07) VALUE ZERO.
001650
001660 01  WS-DATA-EXECUCAO.
001670     05  WS-DATA-ANO               PIC 9(04).
001680     05  WS-DATA-MES               PIC 9(02).
001690     05  WS-DATA-DIA               PIC 9(02).
001700 01  WS-DATA-EXECUCAO-N REDEFINES WS-DATA-EXECUCAO
001710                                   PIC 9(08).
001720 01  WS-DATA-EDITADA               PIC X(10) VALUE SPACES.
001730
001740*    ANO ANTERIOR AO DA EXECUCAO, DEFAULT DO PARAMETRO (A
001750*    DECLARACAO E EMITIDA EM FEVEREIRO SOBRE O ANO QUE FECHOU).
001760 01  WS-ANO-ANTERIOR               PIC 9(04).
001770
001780*    COMPETENCIA AAAAMM EDITADA COMO MM/AAAA NO DOCUMENTO.
001790 01  WS-COMPETENCIA-ENTRADA.
001800     05  WS-CPT-ANO                PIC X(04).
001810     05  WS-CPT-MES                PIC X(02).
001820 01  WS-COMPETENCIA-EDITADA        PIC X(07).
001830
001840 01  WS-CEP-TRABALHO               PIC X(08).
001850 01  WS-CEP-TRABALHO-R REDEFINES WS-CEP-TRABALHO.
001860     05  WS-CEP-PREFIXO            PIC X(05).
001870     05  WS-CEP-SUFIXO             PIC X(03).
001880
001890 01  WS-LINHA-TITULO.
001900     05  FILLER                    PIC X(01) VALUE '1'.
001910     05  FILLER                    PIC X(20) VALUE SPACES.
001920     05  FILLER                    PIC X(40) VALUE
001930         'CENTRO DE PROCESSAMENTO DE DADOS'.
001940     05  FILLER                    PIC X(72) VALUE SPACES.
001950
001960 01  WS-LINHA-SUBTITULO.
001970     05  FILLER                    PIC X(01) VALUE SPACE.
001980     05  FILLER                    PIC X(20) VALUE SPACES.
001990     05  DCL-DOCUMENTO             PIC X(40).
002000     05  FILLER                    PIC X(08) VALUE 'NUMERO '.
002010     05  DCL-NUMERO                PIC 9(07).
002020     05  FILLER                    PIC X(57) VALUE SPACES.
002030
002040 01  WS-LINHA-ANO-BASE.
002050     05  FILLER                    PIC X(01) VALUE SPACE.
002060     05  FILLER                    PIC X(20) VALUE SPACES.
002070     05  FILLER                    PIC X(09) VALUE 'ANO-BASE '.
002080     05  DCL-ANO-BASE              PIC X(04).
002090     05  FILLER                    PIC X(03) VALUE SPACES.
002100     05  DCL-VIA                   PIC X(20).
002110     05  FILLER                    PIC X(76) VALUE SPACES.
002120
002130 01  WS-LINHA-BRANCO.
002140     05  FILLER                    PIC X(01) VALUE SPACE.
002150     05  FILLER                    PIC X(132) VALUE SPACES.
002160
002170 01  WS-LINHA-DESTINATARIO.
002180     05  FILLER                    PIC X(01) VALUE SPACE.
002190     05  FILLER                    PIC X(04) VALUE SPACES.
002200     05  END-NOME                  PIC X(25).
002210     05  FILLER                    PIC X(03) VALUE SPACES.
002220     05  FILLER                    PIC X(10) VALUE 'ESTUDANTE '.
002230     05  END-ESTUDANTE-ID          PIC 9(07).
002240     05  FILLER                    PIC X(83) VALUE SPACES.
002250
002260 01  WS-LINHA-LOGRADOURO.
002270     05  FILLER                    PIC X(01) VALUE SPACE.
002280     05  FILLER                    PIC X(04) VALUE SPACES.
002290     05  END-LOGRADOURO            PIC X(25).
002300     05  FILLER                    PIC X(02) VALUE ', '.
002310     05  END-NUMERO                PIC X(05).
002320     05  FILLER                    PIC X(96) VALUE SPACES.
002330
002340 01  WS-LINHA-CIDADE.
002350     05  FILLER                    PIC X(01) VALUE SPACE.
002360     05  FILLER                    PIC X(04) VALUE SPACES.
002370     05  END-CEP-PREFIXO           PIC X(05).
002380     05  FILLER                    PIC X(01) VALUE '-'.
002390     05  END-CEP-SUFIXO            PIC X(03).
002400     05  FILLER                    PIC X(02) VALUE SPACES.
002410     05  END-CIDADE                PIC X(20).
002420     05  FILLER                    PIC X(03) VALUE ' - '.
002430     05  END-UF                    PIC X(02).
002440     05  FILLER                    PIC X(92) VALUE SPACES.
002450
002460 01  WS-LINHA-TEXTO-PAGOS.
002470     05  FILLER                    PIC X(01) VALUE SPACE.
002480     05  FILLER                    PIC X(34) VALUE
002490         'MENSALIDADES PAGAS NO ANO-BASE DE '.
002500     05  TXP-ANO-BASE              PIC X(04).
002510     05  FILLER                    PIC X(31) VALUE
002520         ', POR CURSO E MES DO PAGAMENTO:'.
002530     05  FILLER                    PIC X(63) VALUE SPACES.
002540
002550 01  WS-LINHA-COLUNAS-PAGOS.
002560     05  FILLER                    PIC X(01) VALUE SPACE.
002570     05  FILLER                    PIC X(04) VALUE SPACES.
002580     05  FILLER                    PIC X(07) VALUE 'CURSO'.
002590     05  FILLER                    PIC X(32) VALUE
002600         'NOME DO CURSO'.
002610     05  FILLER                    PIC X(10) VALUE 'MES'.
002620     05  FILLER                    PIC X(10) VALUE 'PARCELAS'.
002630     05  FILLER                    PIC X(16) VALUE
002640         '      VALOR PAGO'.
002650     05  FILLER                    PIC X(53) VALUE SPACES.
002660
002670 01  WS-LINHA-PAGO.
002680     05  FILLER                    PIC X(01) VALUE SPACE.
002690     05  FILLER                    PIC X(04) VALUE SPACES.
002700     05  PAG-CURSO-ID              PIC X(04).
002710     05  FILLER                    PIC X(03) VALUE SPACES.
002720     05  PAG-CURSO-NOME            PIC X(30).
002730     05  FILLER                    PIC X(02) VALUE SPACES.
002740     05  PAG-MES                   PIC X(07).
002750     05  FILLER                    PIC X(03) VALUE SPACES.
002760     05  FILLER                    PIC X(04) VALUE SPACES.
002770     05  PAG-QTDE                  PIC ZZZ9.
002780     05  FILLER                    PIC X(02) VALUE SPACES.
002790     05  PAG-VALOR                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002800     05  FILLER                    PIC X(53) VALUE SPACES.
002810
002820*    SUBTOTAL DO CURSO, TOTAL PAGO NO ANO E TOTAL EM ABERTO.
002830 01  WS-LINHA-TOTAL.
002840     05  FILLER                    PIC X(01) VALUE SPACE.
002850     05  FILLER                    PIC X(11) VALUE SPACES.
002860     05  TOT-ROTULO                PIC X(42).
002870     05  FILLER                    PIC X(04) VALUE SPACES.
002880     05  TOT-QTDE                  PIC ZZZ9.
002890     05  FILLER                    PIC X(02) VALUE SPACES.
002900     05  TOT-VALOR                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002910     05  FILLER                    PIC X(53) VALUE SPACES.
002920
002930 01  WS-LINHA-QUITACAO-1.
002940     05  FILLER                    PIC X(01) VALUE SPACE.
002950     05  FILLER                    PIC X(45) VALUE
002960         'DECLARAMOS, PARA OS FINS DA LEI 12.007/2009, '.
002970     05  FILLER                    PIC X(24) VALUE
002980         'QUE O(A) ESTUDANTE ACIMA'.
002990     05  FILLER                    PIC X(63) VALUE SPACES.
003000
003010 01  WS-LINHA-QUITACAO-2.
003020     05  FILLER                    PIC X(01) VALUE SPACE.
003030     05  FILLER                    PIC X(39) VALUE
003040         'NAO POSSUI DEBITOS DE MENSALIDADES COM '.
003050     05  FILLER                    PIC X(33) VALUE
003060         'ESTA INSTITUICAO ATE DEZEMBRO DE '.
003070     05  QT2-ANO-BASE              PIC X(04).
003080     05  FILLER                    PIC X(01) VALUE '.'.
003090     05  FILLER                    PIC X(55) VALUE SPACES.
003100
003110 01  WS-LINHA-TEXTO-ABERTO.
003120     05  FILLER                    PIC X(01) VALUE SPACE.
003130     05  FILLER                    PIC X(42) VALUE
003140         'CONSTAM EM ABERTO AS MENSALIDADES ABAIXO, '.
003150     05  FILLER                    PIC X(32) VALUE
003160         'COM COMPETENCIA ATE DEZEMBRO DE '.
003170     05  TXA-ANO-BASE              PIC X(04).
003180     05  FILLER                    PIC X(01) VALUE ':'.
003190     05  FILLER                    PIC X(53) VALUE SPACES.
003200
003210 01  WS-LINHA-COLUNAS-ABERTO.
003220     05  FILLER                    PIC X(01) VALUE SPACE.
003230     05  FILLER                    PIC X(04) VALUE SPACES.
003240     05  FILLER                    PIC X(07) VALUE 'CURSO'.
003250     05  FILLER                    PIC X(32) VALUE
003260         'NOME DO CURSO'.
003270     05  FILLER                    PIC X(10) VALUE 'COMPETENC.'.
003280     05  FILLER                    PIC X(10) VALUE 'SITUACAO'.
003290     05  FILLER                    PIC X(16) VALUE
003300         ' VALOR EM ABERTO'.
003310     05  FILLER                    PIC X(53) VALUE SPACES.
003320
003330 01  WS-LINHA-ABERTO.
003340     05  FILLER                    PIC X(01) VALUE SPACE.
003350     05  FILLER                    PIC X(04) VALUE SPACES.
003360     05  ABE-CURSO-ID              PIC 9(04).
003370     05  FILLER                    PIC X(03) VALUE SPACES.
003380     05  ABE-CURSO-NOME            PIC X(30).
003390     05  FILLER                    PIC X(02) VALUE SPACES.
003400     05  ABE-COMPETENCIA           PIC X(07).
003410     05  FILLER                    PIC X(03) VALUE SPACES.
003420     05  ABE-SITUACAO              PIC X(10).
003430     05  ABE-VALOR                 PIC Z,ZZZ,ZZZ,ZZ9.99.
003440     05  FILLER                    PIC X(53) VALUE SPACES.
003450
003460 01  WS-LINHA-AVISO-1.
003470     05  FILLER                    PIC X(01) VALUE SPACE.
003480     05  FILLER                    PIC X(44) VALUE
003490         'ESTE DOCUMENTO E UM EXTRATO DE PAGAMENTOS E '.
003500     05  FILLER                    PIC X(24) VALUE
003510         'NAO VALE COMO DECLARACAO'.
003520     05  FILLER                    PIC X(64) VALUE SPACES.
003530
003540 01  WS-LINHA-AVISO-2.
003550     05  FILLER                    PIC X(01) VALUE SPACE.
003560     05  FILLER                    PIC X(43) VALUE
003570         'DE QUITACAO. REGULARIZE OS DEBITOS JUNTO A '.
003580     05  FILLER                    PIC X(11) VALUE
003590         'TESOURARIA.'.
003600     05  FILLER                    PIC X(78) VALUE SPACES.
003610
003620 01  WS-LINHA-EMISSAO.
003630     05  FILLER                    PIC X(01) VALUE SPACE.
003640     05  FILLER                    PIC X(12) VALUE
003650         'EMITIDA EM '.
003660     05  DCL-DATA-EMISSAO          PIC X(10).
003670     05  FILLER                    PIC X(110) VALUE SPACES.
003680
003690 01  WS-LINHA-RECUSA.
003700     05  FILLER                    PIC X(01) VALUE SPACE.
003710     05  FILLER                    PIC X(08) VALUE 'PEDIDO '.
003720     05  RCS-ESTUDANTE-ID          PIC X(07).
003730     05  FILLER                    PIC X(03) VALUE ' - '.
003740     05  RCS-MOTIVO                PIC X(40).
003750     05  FILLER                    PIC X(74) VALUE SPACES.
003760
003770 COPY ESTCONWS.
003780
003790 PROCEDURE DIVISION.
003800 0000-MAINLINE.
003810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003820     PERFORM 2000-LISTAR-ESTUDANTES THRU 2000-EXIT
003830     PERFORM 9999-ENCERRAR THRU 9999-EXIT
003840     MOVE 'QUI-ANO' TO WS-LOG-PROGRAMA
003850     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
003860     MOVE WS-QTDE-ESTUDANTES TO WS-LOG-LIDAS
003870     COMPUTE WS-LOG-APLICADAS = WS-QTDE-QUITACOES
003880         + WS-QTDE-EXTRATOS
003890     MOVE WS-QTDE-RECUSADOS TO WS-LOG-REJEITADAS
003900     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
003910     STOP RUN.
003920
003930 1000-INITIALIZE.
003940     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
003950     EXEC SQL
003960         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003970     END-EXEC
003980     EXEC SQL
003990         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
004000     END-EXEC
004010     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
004020     DISPLAY 'QUI-ANO - ANO-BASE (AAAA, BRANCO=ANO ANTERIOR): '
004030     ACCEPT WS-PARM-ANO FROM SYSIN
004040     IF WS-PARM-ANO = SPACES
004050         COMPUTE WS-ANO-ANTERIOR = WS-DATA-ANO - 1
004060         MOVE WS-ANO-ANTERIOR TO WS-ANO-BASE
004070     ELSE
004080         IF WS-PARM-ANO NOT NUMERIC
004090             DISPLAY 'QUI-ANO: ANO-BASE INVALIDO - ' WS-PARM-ANO
004100             MOVE 16 TO RETURN-CODE
004110             STOP RUN
004120         END-IF
004130         MOVE WS-PARM-ANO TO WS-ANO-BASE
004140     END-IF
004150*    SEGUNDA LINHA DO SYSIN: ESTUDANTE-ID PARA A SEGUNDA VIA DE
004160*    UM SO ESTUDANTE; EM BRANCO, EMISSAO ANUAL DE TODOS.
004170     DISPLAY 'QUI-ANO - ESTUDANTE-ID DA SEGUNDA VIA'
004180             ' (BRANCO=TODOS): '
004190     ACCEPT WS-PARM-ESTUDANTE FROM SYSIN
004200     IF WS-PARM-ESTUDANTE = SPACES
004210         MOVE ZERO TO WS-ESTUDANTE-FILTRO
004220         SET WS-PRIMEIRA-VIA TO TRUE
004230     ELSE
004240         IF WS-PARM-ESTUDANTE NOT NUMERIC
004250             DISPLAY 'QUI-ANO: ESTUDANTE-ID INVALIDO - '
004260                     WS-PARM-ESTUDANTE
004270             MOVE 16 TO RETURN-CODE
004280             STOP RUN
004290         END-IF
004300         MOVE WS-PARM-ESTUDANTE TO WS-ESTUDANTE-FILTRO
004310         SET WS-SEGUNDA-VIA TO TRUE
004320     END-IF
004330     STRING WS-ANO-BASE    DELIMITED BY SIZE
004340            '12'           DELIMITED BY SIZE
004350       INTO WS-COMPETENCIA-LIMITE
004360     PERFORM 1100-LER-ULTIMO-NUMERO THRU 1100-EXIT
004370     OPEN OUTPUT ARQ-DECLARACOES
004380     OPEN EXTEND ARQ-EMISSOES
004390     STRING WS-DATA-DIA    DELIMITED BY SIZE
004400            '/'            DELIMITED BY SIZE
004410            WS-DATA-MES    DELIMITED BY SIZE
004420            '/'            DELIMITED BY SIZE
004430            WS-DATA-ANO    DELIMITED BY SIZE
004440       INTO WS-DATA-EDITADA.
004450 1000-EXIT.
004460     EXIT.
004470
004480 1100-LER-ULTIMO-NUMERO.
004490*    A NUMERACAO CONTINUA A DO ARQUIVO DE CONTROLE DA EMISSAO
004500*    ANTERIOR; ARQUIVO AUSENTE COMECA DO ZERO (PRIMEIRA
004510*    EMISSAO).
004520     OPEN INPUT ARQ-CERT-ANT
004530     IF WS-CERT-NAO-EXISTE
004540         MOVE ZERO TO WS-NUMERO-DECLARACAO
004550         GO TO 1100-EXIT
004560     END-IF
004570     PERFORM 1150-LER-REG-CERT THRU 1150-EXIT
004580         UNTIL WS-FIM-CERT
004590     CLOSE ARQ-CERT-ANT.
004600 1100-EXIT.
004610     EXIT.
004620
004630 1150-LER-REG-CERT.
004640     READ ARQ-CERT-ANT
004650         AT END
004660             SET WS-FIM-CERT TO TRUE
004670         NOT AT END
004680             MOVE REG-CERT-ANT TO WS-NUMERO-DECLARACAO
004690     END-READ.
004700 1150-EXIT.
004710     EXIT.
004720
004730 2000-LISTAR-ESTUDANTES.
004740*    TODO ESTUDANTE COM MENSALIDADE PAGA NO ANO-BASE, ATIVO OU
004750*    NAO: O DESLIGADO TAMBEM TEM DIREITO A DECLARACAO DO QUE
004760*    PAGOU. A BOLSA INTEGRAL (LINHA 'Q' DE VALOR ZERO) ENTRA
004770*    COMO PAGA NA EMISSAO DA COBRANCA.
004780     MOVE 'N' TO WS-SW-FIM-ESTUDANTES
004790     EXEC SQL
004800         DECLARE CUR-QUI-ESTUDANTE CURSOR FOR
004810         SELECT DISTINCT COBRANCA-ESTUDANTE-ID
004820           FROM COBRANCA
004830          WHERE COBRANCA-STATUS = 'Q'
004840            AND SUBSTR(COBRANCA-DATA-PAGAMENTO, 1, 4) =
004850                :WS-ANO-BASE
004860            AND (:WS-ESTUDANTE-FILTRO = 0
004870                 OR COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-FILTRO)
004880          ORDER BY COBRANCA-ESTUDANTE-ID
004890     END-EXEC
004900     EXEC SQL
004910         WHENEVER SQLERROR CONTINUE
004920     END-EXEC
004930     EXEC SQL
004940         OPEN CUR-QUI-ESTUDANTE
004950     END-EXEC
004960     EXEC SQL
004970         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004980     END-EXEC
004990     IF SQLCODE NOT = 0
005000         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
005010         MOVE 8 TO RETURN-CODE
005020         GO TO 2000-EXIT
005030     END-IF
005040     PERFORM 2100-FETCH-ESTUDANTE THRU 2100-EXIT
005050         UNTIL WS-FIM-ESTUDANTES
005060     EXEC SQL
005070         CLOSE CUR-QUI-ESTUDANTE
005080     END-EXEC
005090*    SEGUNDA VIA PEDIDA PARA QUEM NAO PAGOU NADA NO ANO: NAO HA
005100*    O QUE DECLARAR, E O PEDIDO SAI RECUSADO COM O MOTIVO.
005110     IF WS-SEGUNDA-VIA AND WS-QTDE-ESTUDANTES = ZERO
005120         ADD 1 TO WS-QTDE-RECUSADOS
005130         MOVE WS-PARM-ESTUDANTE TO RCS-ESTUDANTE-ID
005140         MOVE 'SEM MENSALIDADE PAGA NO ANO-BASE'
005150           TO RCS-MOTIVO
005160         WRITE REL-REGISTRO FROM WS-LINHA-RECUSA
005170     END-IF.
005180 2000-EXIT.
005190     EXIT.
005200
005210 2100-FETCH-ESTUDANTE.
005220     EXEC SQL
005230         WHENEVER SQLERROR CONTINUE
005240     END-EXEC
005250     EXEC SQL
005260         FETCH CUR-QUI-ESTUDANTE
005270          INTO :WS-ESTUDANTE-ID
005280     END-EXEC
005290     EXEC SQL
005300         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
005310     END-EXEC
005320     EVALUATE SQLCODE
005330         WHEN 0
005340             ADD 1 TO WS-QTDE-ESTUDANTES
005350             PERFORM 3000-TRATAR-ESTUDANTE THRU 3000-EXIT
005360         WHEN 100
005370             SET WS-FIM-ESTUDANTES TO TRUE
005380         WHEN OTHER
005390             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
005400             MOVE 8 TO RETURN-CODE
005410             SET WS-FIM-ESTUDANTES TO TRUE
005420     END-EVALUATE.
005430 2100-EXIT.
005440     EXIT.
005450
005460 3000-TRATAR-ESTUDANTE.
005470     PERFORM 3100-BUSCAR-ESTUDANTE THRU 3100-EXIT
005480     IF WS-ESTUDANTE-NOME = SPACES
005490         GO TO 3000-EXIT
005500     END-IF
005510     PERFORM 3200-CONTAR-ABERTO THRU 3200-EXIT
005520     PERFORM 4000-EMITIR-DOCUMENTO THRU 4000-EXIT.
005530 3000-EXIT.
005540     EXIT.
005550
005560 3100-BUSCAR-ESTUDANTE.
005570*    COBRANCA SEM LINHA EM ESTUDANTE (EXCLUSAO FISICA) NAO TEM
005580*    PARA ONDE SER ENDERECADA: SAI COM LINHA DE MOTIVO.
005590     MOVE SPACES TO WS-ESTUDANTE-NOME
005600     EXEC SQL
005610         WHENEVER SQLERROR CONTINUE
005620     END-EXEC
005630     EXEC SQL
005640         SELECT ESTUDANTE-NOME, ESTUDANTE-LOGRADOURO,
005650                ESTUDANTE-NUMERO, ESTUDANTE-CIDADE,
005660                ESTUDANTE-UF, ESTUDANTE-CEP
005670           INTO :WS-ESTUDANTE-NOME, :WS-ESTUDANTE-LOGRADOURO,
005680                :WS-ESTUDANTE-NUMERO, :WS-ESTUDANTE-CIDADE,
005690                :WS-ESTUDANTE-UF, :WS-ESTUDANTE-CEP
005700           FROM ESTUDANTE
005710          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
005720     END-EXEC
005730     EXEC SQL
005740         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
005750     END-EXEC
005760     IF SQLCODE NOT = 0
005770         ADD 1 TO WS-QTDE-RECUSADOS
005780         MOVE WS-ESTUDANTE-ID TO RCS-ESTUDANTE-ID
005790         IF SQLCODE = 100
005800             MOVE 'ESTUDANTE NAO CADASTRADO' TO RCS-MOTIVO
005810         ELSE
005820             MOVE 'ERRO NA LEITURA DO ESTUDANTE' TO RCS-MOTIVO
005830             DISPLAY 'ERRO NO SELECT DE ESTUDANTE '
005840                     WS-ESTUDANTE-ID ' - SQLCODE = ' SQLCODE
005850             MOVE 8 TO RETURN-CODE
005860         END-IF
005870         WRITE REL-REGISTRO FROM WS-LINHA-RECUSA
005880         MOVE SPACES TO WS-ESTUDANTE-NOME
005890     END-IF.
005900 3100-EXIT.
005910     EXIT.
005920
005930 3200-CONTAR-ABERTO.
005940*    DEBITO QUE IMPEDE A QUITACAO: MENSALIDADE PENDENTE OU EM
005950*    ACORDO DE PARCELAMENTO COM COMPETENCIA ATE DEZEMBRO DO
005960*    ANO-BASE. COMPETENCIA POSTERIOR NAO E DO ANO DECLARADO.
005970     MOVE ZERO TO WS-QTDE-ABERTO
005980     EXEC SQL
005990         SELECT COUNT(*)
006000           INTO :WS-QTDE-ABERTO
006010           FROM COBRANCA
006020          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
006030            AND COBRANCA-STATUS IN ('P', 'A')
006040            AND COBRANCA-COMPETENCIA <= :WS-COMPETENCIA-LIMITE
006050     END-EXEC.
006060 3200-EXIT.
006070     EXIT.
006080
006090 4000-EMITIR-DOCUMENTO.
006100     ADD 1 TO WS-NUMERO-DECLARACAO
006110     MOVE WS-NUMERO-DECLARACAO TO DCL-NUMERO
006120     IF WS-QTDE-ABERTO = ZERO
006130         ADD 1 TO WS-QTDE-QUITACOES
006140         MOVE 'DECLARACAO ANUAL DE QUITACAO DE DEBITOS'
006150           TO DCL-DOCUMENTO
006160     ELSE
006170         ADD 1 TO WS-QTDE-EXTRATOS
006180         MOVE 'EXTRATO ANUAL DE PAGAMENTOS' TO DCL-DOCUMENTO
006190     END-IF
006200     MOVE WS-ANO-BASE TO DCL-ANO-BASE
006210     IF WS-SEGUNDA-VIA
006220         MOVE '*** SEGUNDA VIA ***' TO DCL-VIA
006230     ELSE
006240         MOVE SPACES TO DCL-VIA
006250     END-IF
006260     WRITE REL-REGISTRO FROM WS-LINHA-TITULO
006270     WRITE REL-REGISTRO FROM WS-LINHA-SUBTITULO
006280     WRITE REL-REGISTRO FROM WS-LINHA-ANO-BASE
006290     WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006300     MOVE WS-ESTUDANTE-NOME       TO END-NOME
006310     MOVE WS-ESTUDANTE-ID         TO END-ESTUDANTE-ID
006320     WRITE REL-REGISTRO FROM WS-LINHA-DESTINATARIO
006330     MOVE WS-ESTUDANTE-LOGRADOURO TO END-LOGRADOURO
006340     MOVE WS-ESTUDANTE-NUMERO     TO END-NUMERO
006350     WRITE REL-REGISTRO FROM WS-LINHA-LOGRADOURO
006360     MOVE WS-ESTUDANTE-CEP        TO WS-CEP-TRABALHO
006370     MOVE WS-CEP-PREFIXO          TO END-CEP-PREFIXO
006380     MOVE WS-CEP-SUFIXO           TO END-CEP-SUFIXO
006390     MOVE WS-ESTUDANTE-CIDADE     TO END-CIDADE
006400     MOVE WS-ESTUDANTE-UF         TO END-UF
006410     WRITE REL-REGISTRO FROM WS-LINHA-CIDADE
006420     WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006430     MOVE WS-ANO-BASE TO TXP-ANO-BASE
006440     WRITE REL-REGISTRO FROM WS-LINHA-TEXTO-PAGOS
006450     WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006460     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-PAGOS
006470     PERFORM 5000-LISTAR-PAGAMENTOS THRU 5000-EXIT
006480     WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006490     MOVE ZERO TO WS-TOT-ABERTO-QTDE
006500     MOVE ZERO TO WS-TOT-ABERTO-VALOR
006510     IF WS-QTDE-ABERTO = ZERO
006520         WRITE REL-REGISTRO FROM WS-LINHA-QUITACAO-1
006530         MOVE WS-ANO-BASE TO QT2-ANO-BASE
006540         WRITE REL-REGISTRO FROM WS-LINHA-QUITACAO-2
006550     ELSE
006560         MOVE WS-ANO-BASE TO TXA-ANO-BASE
006570         WRITE REL-REGISTRO FROM WS-LINHA-TEXTO-ABERTO
006580         WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006590         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-ABERTO
006600         PERFORM 6000-LISTAR-ABERTO THRU 6000-EXIT
006610         WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006620         WRITE REL-REGISTRO FROM WS-LINHA-AVISO-1
006630         WRITE REL-REGISTRO FROM WS-LINHA-AVISO-2
006640     END-IF
006650     WRITE REL-REGISTRO FROM WS-LINHA-BRANCO
006660     MOVE WS-DATA-EDITADA TO DCL-DATA-EMISSAO
006670     WRITE REL-REGISTRO FROM WS-LINHA-EMISSAO
006680     PERFORM 4500-GRAVAR-EMISSAO THRU 4500-EXIT.
006690 4000-EXIT.
006700     EXIT.
006710
006720 4500-GRAVAR-EMISSAO.
006730     MOVE SPACES                  TO REG-EMISSAO
006740     MOVE WS-NUMERO-DECLARACAO    TO EMI-NUMERO
006750     MOVE WS-ANO-BASE             TO EMI-ANO-BASE
006760     MOVE WS-ESTUDANTE-ID         TO EMI-ESTUDANTE-ID
006770     IF WS-QTDE-ABERTO = ZERO
006780         SET EMI-TIPO-QUITACAO TO TRUE
006790     ELSE
006800         SET EMI-TIPO-EXTRATO TO TRUE
006810     END-IF
006820     MOVE WS-SW-VIA               TO EMI-VIA
006830     MOVE WS-DATA-EXECUCAO-N      TO EMI-DATA-EMISSAO
006840     MOVE WS-TOT-PAGO-VALOR       TO EMI-VALOR-PAGO
006850     MOVE WS-TOT-ABERTO-QTDE      TO EMI-QTDE-ABERTO
006860     MOVE WS-TOT-ABERTO-VALOR     TO EMI-VALOR-ABERTO
006870     WRITE REG-EMISSAO.
006880 4500-EXIT.
006890     EXIT.
006900
006910 5000-LISTAR-PAGAMENTOS.
006920*    TOTAL PAGO POR CURSO E MES DO PAGAMENTO (NAO DA
006930*    COMPETENCIA): E O QUE A FAMILIA DESEMBOLSOU EM CADA MES DO
006940*    ANO-BASE. O NOME DO CURSO SAI SO NA PRIMEIRA LINHA DELE.
006950     MOVE 'N' TO WS-SW-FIM-CURSOR
006960     MOVE ZERO TO WS-CURSO-ANTERIOR
006970     MOVE ZERO TO WS-TOT-CURSO-QTDE
006980     MOVE ZERO TO WS-TOT-CURSO-VALOR
006990     MOVE ZERO TO WS-TOT-PAGO-QTDE
007000     MOVE ZERO TO WS-TOT-PAGO-VALOR
007010     EXEC SQL
007020         DECLARE CUR-QUI-PAGO CURSOR FOR
007030         SELECT C.COBRANCA-CURSO-ID, U.CURSO-NOME,
007040                SUBSTR(C.COBRANCA-DATA-PAGAMENTO, 5, 2),
007050                COUNT(*), SUM(C.COBRANCA-VALOR)
007060           FROM COBRANCA C, CURSO U
007070          WHERE C.COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
007080            AND C.COBRANCA-STATUS = 'Q'
007090            AND SUBSTR(C.COBRANCA-DATA-PAGAMENTO, 1, 4) =
007100                :WS-ANO-BASE
007110            AND U.CURSO-ID = C.COBRANCA-CURSO-ID
007120          GROUP BY C.COBRANCA-CURSO-ID, U.CURSO-NOME,
007130                   SUBSTR(C.COBRANCA-DATA-PAGAMENTO, 5, 2)
007140          ORDER BY 1, 3
007150     END-EXEC
007160     EXEC SQL
007170         WHENEVER SQLERROR CONTINUE
007180     END-EXEC
007190     EXEC SQL
007200         OPEN CUR-QUI-PAGO
007210     END-EXEC
007220     EXEC SQL
007230         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
007240     END-EXEC
007250     IF SQLCODE NOT = 0
007260         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
007270         MOVE 8 TO RETURN-CODE
007280         GO TO 5000-EXIT
007290     END-IF
007300     PERFORM 5100-FETCH-PAGAMENTO THRU 5100-EXIT
007310         UNTIL WS-FIM-CURSOR
007320     EXEC SQL
007330         CLOSE CUR-QUI-PAGO
007340     END-EXEC
007350     IF WS-CURSO-ANTERIOR NOT = ZERO
007360         PERFORM 5200-TOTAL-CURSO THRU 5200-EXIT
007370     END-IF
007380     MOVE 'TOTAL PAGO NO ANO-BASE' TO TOT-ROTULO
007390     MOVE WS-TOT-PAGO-QTDE  TO TOT-QTDE
007400     MOVE WS-TOT-PAGO-VALOR TO TOT-VALOR
007410     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL.
007420 5000-EXIT.
007430     EXIT.
007440
007450 5100-FETCH-PAGAMENTO.
007460     EXEC SQL
007470         WHENEVER SQLERROR CONTINUE
007480     END-EXEC
007490     EXEC SQL
007500         FETCH CUR-QUI-PAGO
007510          INTO :WS-CURSO-ID, :WS-CURSO-NOME,
007520               :WS-MES-PAGAMENTO, :WS-QTDE-COBRANCAS,
007530               :WS-VALOR
007540     END-EXEC
007550     EXEC SQL
007560         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
007570     END-EXEC
007580     EVALUATE SQLCODE
007590         WHEN 0
007600             IF WS-CURSO-ID NOT = WS-CURSO-ANTERIOR
007610                 IF WS-CURSO-ANTERIOR NOT = ZERO
007620                     PERFORM 5200-TOTAL-CURSO THRU 5200-EXIT
007630                 END-IF
007640                 MOVE WS-CURSO-ID   TO WS-CURSO-ANTERIOR
007650                 MOVE WS-CURSO-ID   TO PAG-CURSO-ID
007660                 MOVE WS-CURSO-NOME TO PAG-CURSO-NOME
007670             ELSE
007680                 MOVE SPACES TO PAG-CURSO-ID
007690                 MOVE SPACES TO PAG-CURSO-NOME
007700             END-IF
007710             MOVE WS-MES-PAGAMENTO TO WS-CPT-MES
007720             MOVE WS-ANO-BASE      TO WS-CPT-ANO
007730             PERFORM 8100-EDITAR-COMPETENCIA THRU 8100-EXIT
007740             MOVE WS-COMPETENCIA-EDITADA TO PAG-MES
007750             MOVE WS-QTDE-COBRANCAS TO PAG-QTDE
007760             MOVE WS-VALOR          TO PAG-VALOR
007770             WRITE REL-REGISTRO FROM WS-LINHA-PAGO
007780             ADD WS-QTDE-COBRANCAS TO WS-TOT-CURSO-QTDE
007790             ADD WS-VALOR          TO WS-TOT-CURSO-VALOR
007800             ADD WS-QTDE-COBRANCAS TO WS-TOT-PAGO-QTDE
007810             ADD WS-VALOR          TO WS-TOT-PAGO-VALOR
007820         WHEN 100
007830             SET WS-FIM-CURSOR TO TRUE
007840         WHEN OTHER
007850             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
007860             MOVE 8 TO RETURN-CODE
007870             SET WS-FIM-CURSOR TO TRUE
007880     END-EVALUATE.
007890 5100-EXIT.
007900     EXIT.
007910
007920 5200-TOTAL-CURSO.
007930     MOVE 'TOTAL DO CURSO' TO TOT-ROTULO
007940     MOVE WS-TOT-CURSO-QTDE  TO TOT-QTDE
007950     MOVE WS-TOT-CURSO-VALOR TO TOT-VALOR
007960     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL
007970     MOVE ZERO TO WS-TOT-CURSO-QTDE
007980     MOVE ZERO TO WS-TOT-CURSO-VALOR.
007990 5200-EXIT.
008000     EXIT.
008010
008020 6000-LISTAR-ABERTO.
008030     MOVE 'N' TO WS-SW-FIM-CURSOR
008040     EXEC SQL
008050         DECLARE CUR-QUI-ABERTO CURSOR FOR
008060         SELECT C.COBRANCA-CURSO-ID, U.CURSO-NOME,
008070                C.COBRANCA-COMPETENCIA, C.COBRANCA-STATUS,
008080                C.COBRANCA-VALOR
008090           FROM COBRANCA C, CURSO U
008100          WHERE C.COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
008110            AND C.COBRANCA-STATUS IN ('P', 'A')
008120            AND C.COBRANCA-COMPETENCIA <= :WS-COMPETENCIA-LIMITE
008130            AND U.CURSO-ID = C.COBRANCA-CURSO-ID
008140          ORDER BY C.COBRANCA-COMPETENCIA, C.COBRANCA-CURSO-ID
008150     END-EXEC
008160     EXEC SQL
008170         WHENEVER SQLERROR CONTINUE
008180     END-EXEC
008190     EXEC SQL
008200         OPEN CUR-QUI-ABERTO
008210     END-EXEC
008220     EXEC SQL
008230         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
008240     END-EXEC
008250     IF SQLCODE NOT = 0
008260         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
008270         MOVE 8 TO RETURN-CODE
008280         GO TO 6000-EXIT
008290     END-IF
008300     PERFORM 6100-FETCH-ABERTO THRU 6100-EXIT
008310         UNTIL WS-FIM-CURSOR
008320     EXEC SQL
008330         CLOSE CUR-QUI-ABERTO
008340     END-EXEC
008350     MOVE 'TOTAL EM ABERTO' TO TOT-ROTULO
008360     MOVE WS-TOT-ABERTO-QTDE  TO TOT-QTDE
008370     MOVE WS-TOT-ABERTO-VALOR TO TOT-VALOR
008380     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL.
008390 6000-EXIT.
008400     EXIT.
008410
008420 6100-FETCH-ABERTO.
008430     EXEC SQL
008440         WHENEVER SQLERROR CONTINUE
008450     END-EXEC
008460     EXEC SQL
008470         FETCH CUR-QUI-ABERTO
008480          INTO :WS-CURSO-ID, :WS-CURSO-NOME,
008490               :WS-COMPETENCIA, :WS-COBRANCA-STATUS,
008500               :WS-VALOR
008510     END-EXEC
008520     EXEC SQL
008530         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
008540     END-EXEC
008550     EVALUATE SQLCODE
008560         WHEN 0
008570             MOVE WS-CURSO-ID    TO ABE-CURSO-ID
008580             MOVE WS-CURSO-NOME  TO ABE-CURSO-NOME
008590             MOVE WS-COMPETENCIA TO WS-COMPETENCIA-ENTRADA
008600             PERFORM 8100-EDITAR-COMPETENCIA THRU 8100-EXIT
008610             MOVE WS-COMPETENCIA-EDITADA TO ABE-COMPETENCIA
008620             IF WS-COBRANCA-STATUS = 'A'
008630                 MOVE 'EM ACORDO' TO ABE-SITUACAO
008640             ELSE
008650                 MOVE 'PENDENTE'  TO ABE-SITUACAO
008660             END-IF
008670             MOVE WS-VALOR TO ABE-VALOR
008680             WRITE REL-REGISTRO FROM WS-LINHA-ABERTO
008690             ADD 1        TO WS-TOT-ABERTO-QTDE
008700             ADD WS-VALOR TO WS-TOT-ABERTO-VALOR
008710         WHEN 100
008720             SET WS-FIM-CURSOR TO TRUE
008730         WHEN OTHER
008740             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
008750             MOVE 8 TO RETURN-CODE
008760             SET WS-FIM-CURSOR TO TRUE
008770     END-EVALUATE.
008780 6100-EXIT.
008790     EXIT.
008800
008810 8100-EDITAR-COMPETENCIA.
008820     MOVE SPACES TO WS-COMPETENCIA-EDITADA
008830     STRING WS-CPT-MES     DELIMITED BY SIZE
008840            '/'            DELIMITED BY SIZE
008850            WS-CPT-ANO     DELIMITED BY SIZE
008860       INTO WS-COMPETENCIA-EDITADA.
008870 8100-EXIT.
008880     EXIT.
008890
008900 9999-ENCERRAR.
008910     OPEN OUTPUT ARQ-CERT-NOVO
008920     MOVE WS-NUMERO-DECLARACAO TO REG-CERT-NOVO
008930     WRITE REG-CERT-NOVO
008940     CLOSE ARQ-CERT-NOVO
008950     CLOSE ARQ-DECLARACOES
008960     CLOSE ARQ-EMISSOES
008970     DISPLAY 'QUI-ANO - ANO-BASE: ' WS-ANO-BASE
008980             ' ESTUDANTES: ' WS-QTDE-ESTUDANTES
008990             ' QUITACOES: ' WS-QTDE-QUITACOES
009000             ' EXTRATOS: ' WS-QTDE-EXTRATOS
009010             ' RECUSADOS: ' WS-QTDE-RECUSADOS
009020             ' ULTIMO NUMERO: ' WS-NUMERO-DECLARACAO.
009030 9999-EXIT.
009040     EXIT.
009050
009060 COPY ESTCONPR.
009070 COPY ESTERRPR.
009080
009090 COPY ESTLOGPR.
