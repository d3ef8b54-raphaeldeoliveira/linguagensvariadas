000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LGP-ACE.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. RELATORIO DE ACESSO DO TITULAR
000110*                 (LGPD, ART. 18): A PARTIR DE UM ESTUDANTE-ID OU
000120*                 DE UM CPF (SYSIN), LISTA TUDO O QUE O SISTEMA
000130*                 GUARDA DA PESSOA -- A LINHA DO CADASTRO, OS
000140*                 RESPONSAVEIS, A QUANTIDADE DE LINHAS EM CADA
000150*                 TABELA LIGADA AO ESTUDANTE, OS REGISTROS DA
000160*                 TRILHA DE AUDITORIA (ARQ-AUDITORIA) E OS DOS
000170*                 EXTRATOS RETIDOS (ARQ-EXTRATO). PELO CPF SAO
000180*                 ACHADOS TAMBEM OS IDS JA EXPURGADOS DO
000190*                 CADASTRO QUE AINDA CONSTAM DE ALGUM EXTRATO.
000200*                 SO LEITURA: NADA E ALTERADO.
000200* 2026-10-15 RCM  A CONTAGEM POR TABELA INCLUI A FILA-ESPERA
000200*                 (FILA DE ESPERA DOS CURSOS LOTADOS).
000200* 2026-10-15 RCM  A CONTAGEM POR TABELA INCLUI O REGISTRO DE
000200*                 CARTEIRINHAS (CARTEIRA-ESTUDANTE).
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000270            ORGANIZATION IS SEQUENTIAL.
000280 COPY ESTAUDSL.
000290 COPY ESTEXTSL.
000300
000310     COPY ESTLOGSL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ARQ-RELATORIO
000360     RECORDING MODE IS F.
000370 01  REL-REGISTRO                  PIC X(133).
000380
000390 COPY ESTAUDFD.
000400
000410 COPY ESTEXTFD.
000420
000430 COPY ESTLOGFD.
000440
000450 WORKING-STORAGE SECTION.
000460 COPY ESTLOGWS.
000470
000480 EXEC SQL
000490     INCLUDE SQLCA
000500 END-EXEC.
000510 EXEC SQL
000520     INCLUDE ESTUDANTE
000530 END-EXEC.
000540 EXEC SQL
000550     INCLUDE RESPONSAVEL
000560 END-EXEC.
000570 EXEC SQL
000580     INCLUDE MATRICULA
000590 END-EXEC.
000600 EXEC SQL
000610     INCLUDE NOTA
000620 END-EXEC.
000630 EXEC SQL
000640     INCLUDE COBRANCA
000650 END-EXEC.
000660 EXEC SQL
000670     INCLUDE ACORDO
000680 END-EXEC.
000690 EXEC SQL
000700     INCLUDE ACORDPAR
000710 END-EXEC.
000720 EXEC SQL
000730     INCLUDE BOLSA
000740 END-EXEC.
000750 EXEC SQL
000760     INCLUDE COEFREND
000770 END-EXEC.
000780 EXEC SQL
000790     INCLUDE PREDISP
000800 END-EXEC.
000800 EXEC SQL
000800     INCLUDE ESPERA
000800 END-EXEC.
000800 EXEC SQL
000800     INCLUDE CARTEIRA
000800 END-EXEC.
000810
000820 EXEC SQL BEGIN DECLARE SECTION
000830 END-EXEC.
000840 01  WS-ESTUDANTE-REC.
000850     05  WS-ESTUDANTE-ID           PIC 9(07).
000860     05  WS-ESTUDANTE-NOME         PIC X(25).
000870     05  WS-ESTUDANTE-ENDERECO.
000880         10  WS-ESTUDANTE-LOGRADOURO  PIC X(25).
000890         10  WS-ESTUDANTE-NUMERO      PIC X(05).
000900         10  WS-ESTUDANTE-CIDADE      PIC X(20).
000910         10  WS-ESTUDANTE-UF          PIC X(02).
000920         10  WS-ESTUDANTE-CEP         PIC X(08).
000930     05  WS-ESTUDANTE-STATUS       PIC X(01).
000940     05  WS-ESTUDANTE-DATA-DESLIG  PIC X(08).
000950     05  WS-ESTUDANTE-SIT-FIN      PIC X(01).
000960     05  WS-ESTUDANTE-CPF          PIC X(11).
000970     05  WS-ESTUDANTE-DATA-NASC    PIC X(08).
000980     05  WS-ESTUDANTE-CAMPUS       PIC X(02).
000990 01  WS-CPF-TITULAR                PIC X(11).
001000 01  WS-RESP-SEQ                   PIC S9(09) COMP.
001010 01  WS-RESP-NOME                  PIC X(25).
001020 01  WS-RESP-PARENTESCO            PIC X(10).
001030 01  WS-RESP-TELEFONE              PIC X(11).
001040 01  WS-QTDE-LINHAS                PIC S9(09) COMP.
001050 EXEC SQL END DECLARE SECTION
001060 END-EXEC.
001070
001080 01  WS-PARM-AREA.
001090     05  WS-PARM-ESTUDANTE-ID      PIC X(07) VALUE SPACES.
001100     05  WS-PARM-ESTUDANTE-ID-N REDEFINES WS-PARM-ESTUDANTE-ID
001110                                   PIC 9(07).
001120     05  WS-PARM-CPF               PIC X(11) VALUE SPACES.
001130
001140*    IDS DO TITULAR: UM SO QUANDO A CHAVE E O ESTUDANTE-ID; PELO
001150*    CPF, TODOS OS IDS DO CADASTRO COM ESSE CPF MAIS OS JA
001160*    EXPURGADOS QUE AINDA APARECEM NOS EXTRATOS RETIDOS.
001170 01  WS-TABELA-TITULAR.
001180     05  WS-TIT-QTDE               PIC 9(04) COMP VALUE ZERO.
001190     05  WS-TIT-ENTRADA            OCCURS 50 TIMES.
001200         10  WS-TIT-ID             PIC 9(07).
001210
001220 77  WS-INDICE-TIT                 PIC 9(04) COMP VALUE ZERO.
001230 77  WS-INDICE-BUSCA               PIC 9(04) COMP VALUE ZERO.
001240 77  WS-SW-ACHOU                   PIC X(01) VALUE 'N'.
001250     88  WS-ACHOU                          VALUE 'S'.
001260 77  WS-ID-PROCURADO               PIC 9(07) VALUE ZERO.
001270
001280 01  WS-SWITCHES.
001290     05  WS-SW-FIM-AUDITORIA       PIC X(01) VALUE 'N'.
001300         88  WS-FIM-AUDITORIA              VALUE 'S'.
001310     05  WS-SW-FIM-EXTRATO         PIC X(01) VALUE 'N'.
001320         88  WS-FIM-EXTRATO                VALUE 'S'.
001330     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
001340         88  WS-FIM-CURSOR                 VALUE 'S'.
001350     05  WS-SW-CHAVE               PIC X(01) VALUE SPACE.
001360         88  WS-CHAVE-ID                   VALUE 'I'.
001370         88  WS-CHAVE-CPF                  VALUE 'C'.
001380
001390 01  WS-CONTADORES.
001400     05  WS-QTDE-IDS               PIC 9(07) COMP-3 VALUE ZERO.
001410     05  WS-QTDE-NO-CADASTRO       PIC 9(07) COMP-3 VALUE ZERO.
001420     05  WS-QTDE-RESPONSAVEIS      PIC 9(07) COMP-3 VALUE ZERO.
001430     05  WS-QTDE-AUD-LIDOS         PIC 9(07) COMP-3 VALUE ZERO.
001440     05  WS-QTDE-AUD-TITULAR       PIC 9(07) COMP-3 VALUE ZERO.
001450     05  WS-QTDE-EXT-LIDOS         PIC 9(07) COMP-3 VALUE ZERO.
001460     05  WS-QTDE-EXT-TITULAR       PIC 9(07) COMP-3 VALUE ZERO.
001470
001480*    DATA DO ULTIMO HEADER 'H' LIDO NA CONCATENACAO DA DD
001490*    EXTRATO (ZEROS ENQUANTO SE LEEM AS PARTICOES).
001500 01  WS-DATA-EXTRACAO-ATUAL        PIC 9(08) VALUE ZERO.
001510
001520 01  WS-DATA-HOJE.
001530     05  WS-DATA-ANO               PIC 9(04).
001540     05  WS-DATA-MES               PIC 9(02).
001550     05  WS-DATA-DIA               PIC 9(02).
001560
001570 01  WS-CONTROLE-RELATORIO.
001580     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001590     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001600     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001610
001620 01  WS-LINHA-CABECALHO-1.
001630     05  FILLER                    PIC X(01) VALUE '1'.
001640     05  FILLER                    PIC X(40) VALUE
001650         'RELATORIO DE ACESSO DO TITULAR - LGPD'.
001660     05  FILLER                    PIC X(10) VALUE
001670         'TITULAR  '.
001680     05  CAB-TITULAR               PIC X(16).
001690     05  FILLER                    PIC X(02) VALUE SPACES.
001700     05  FILLER                    PIC X(17) VALUE
001710         'DATA DA EXECUCAO'.
001720     05  CAB-DATA-EXECUCAO         PIC X(10).
001730     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001740     05  CAB-PAGINA                PIC ZZ9.
001750     05  FILLER                    PIC X(27) VALUE SPACES.
001760
001770 01  WS-LINHA-SECAO.
001780     05  FILLER                    PIC X(01) VALUE '0'.
001790     05  SEC-TITULO                PIC X(60).
001800     05  FILLER                    PIC X(72) VALUE SPACES.
001810
001820 01  WS-LINHA-CAMPO.
001830     05  FILLER                    PIC X(01) VALUE SPACE.
001840     05  FILLER                    PIC X(04) VALUE SPACES.
001850     05  CPO-ROTULO                PIC X(25).
001860     05  CPO-VALOR                 PIC X(60).
001870     05  FILLER                    PIC X(43) VALUE SPACES.
001880
001890 01  WS-LINHA-COL-RESP.
001900     05  FILLER                    PIC X(01) VALUE SPACE.
001910     05  FILLER                    PIC X(04) VALUE SPACES.
001920     05  FILLER                    PIC X(05) VALUE 'SEQ'.
001930     05  FILLER                    PIC X(27) VALUE 'NOME'.
001940     05  FILLER                    PIC X(12) VALUE 'PARENTESCO'.
001950     05  FILLER                    PIC X(11) VALUE 'TELEFONE'.
001960     05  FILLER                    PIC X(73) VALUE SPACES.
001970
001980 01  WS-LINHA-RESP.
001990     05  FILLER                    PIC X(01) VALUE SPACE.
002000     05  FILLER                    PIC X(04) VALUE SPACES.
002010     05  DRS-SEQ                   PIC Z9.
002020     05  FILLER                    PIC X(03) VALUE SPACES.
002030     05  DRS-NOME                  PIC X(25).
002040     05  FILLER                    PIC X(02) VALUE SPACES.
002050     05  DRS-PARENTESCO            PIC X(10).
002060     05  FILLER                    PIC X(02) VALUE SPACES.
002070     05  DRS-TELEFONE              PIC X(11).
002080     05  FILLER                    PIC X(73) VALUE SPACES.
002090
002100 01  WS-LINHA-COL-AUDITORIA.
002110     05  FILLER                    PIC X(01) VALUE SPACE.
002120     05  FILLER                    PIC X(09) VALUE 'DATA'.
002130     05  FILLER                    PIC X(09) VALUE 'HORA'.
002140     05  FILLER                    PIC X(02) VALUE 'OP'.
002150     05  FILLER                    PIC X(08) VALUE 'ID'.
002160     05  FILLER                    PIC X(26) VALUE 'NOME ANTES'.
002170     05  FILLER                    PIC X(61) VALUE
002180         'ENDERECO ANTES'.
002190     05  FILLER                    PIC X(02) VALUE 'R'.
002200     05  FILLER                    PIC X(15) VALUE 'OPERADOR'.
002210
002220 01  WS-LINHA-AUDITORIA.
002230     05  FILLER                    PIC X(01) VALUE SPACE.
002240     05  DAU-DATA                  PIC 9(08).
002250     05  FILLER                    PIC X(01) VALUE SPACE.
002260     05  DAU-HORA                  PIC 9(08).
002270     05  FILLER                    PIC X(01) VALUE SPACE.
002280     05  DAU-OPERACAO              PIC X(01).
002290     05  FILLER                    PIC X(01) VALUE SPACE.
002300     05  DAU-ESTUDANTE-ID          PIC 9(07).
002310     05  FILLER                    PIC X(01) VALUE SPACE.
002320     05  DAU-NOME                  PIC X(25).
002330     05  FILLER                    PIC X(01) VALUE SPACE.
002340     05  DAU-ENDERECO              PIC X(60).
002350     05  FILLER                    PIC X(01) VALUE SPACE.
002360     05  DAU-RESULTADO             PIC X(01).
002370     05  FILLER                    PIC X(01) VALUE SPACE.
002380     05  DAU-OPERADOR              PIC X(08).
002390     05  FILLER                    PIC X(07) VALUE SPACES.
002400
002410 01  WS-LINHA-COL-EXTRATO.
002420     05  FILLER                    PIC X(01) VALUE SPACE.
002430     05  FILLER                    PIC X(09) VALUE 'EXTRACAO'.
002440     05  FILLER                    PIC X(02) VALUE 'T'.
002450     05  FILLER                    PIC X(08) VALUE 'ID'.
002460     05  FILLER                    PIC X(26) VALUE 'NOME'.
002470     05  FILLER                    PIC X(61) VALUE
002480         'ENDERECO / PARENTESCO E TELEFONE'.
002490     05  FILLER                    PIC X(12) VALUE 'CPF'.
002500     05  FILLER                    PIC X(09) VALUE 'NASCIM.'.
002510     05  FILLER                    PIC X(05) VALUE 'S CP'.
002520
002530 01  WS-LINHA-EXTRATO.
002540     05  FILLER                    PIC X(01) VALUE SPACE.
002550     05  DEX-DATA-EXTRACAO         PIC 9(08).
002560     05  FILLER                    PIC X(01) VALUE SPACE.
002570     05  DEX-TIPO                  PIC X(01).
002580     05  FILLER                    PIC X(01) VALUE SPACE.
002590     05  DEX-ESTUDANTE-ID          PIC 9(07).
002600     05  FILLER                    PIC X(01) VALUE SPACE.
002610     05  DEX-NOME                  PIC X(25).
002620     05  FILLER                    PIC X(01) VALUE SPACE.
002630     05  DEX-ENDERECO              PIC X(60).
002640     05  FILLER                    PIC X(01) VALUE SPACE.
002650     05  DEX-CPF                   PIC X(11).
002660     05  FILLER                    PIC X(01) VALUE SPACE.
002670     05  DEX-DATA-NASC             PIC X(08).
002680     05  FILLER                    PIC X(01) VALUE SPACE.
002690     05  DEX-STATUS                PIC X(01).
002700     05  FILLER                    PIC X(01) VALUE SPACE.
002710     05  DEX-CAMPUS                PIC X(02).
002720     05  FILLER                    PIC X(01) VALUE SPACE.
002730
002740 01  WS-LINHA-MENSAGEM.
002750     05  FILLER                    PIC X(01) VALUE SPACE.
002760     05  FILLER                    PIC X(04) VALUE SPACES.
002770     05  MSG-TEXTO                 PIC X(80).
002780     05  FILLER                    PIC X(48) VALUE SPACES.
002790
002800 01  WS-LINHA-RODAPE.
002810     05  ROD-CONTROLE              PIC X(01).
002820     05  ROD-ROTULO                PIC X(33).
002830     05  FILLER                    PIC X(01) VALUE SPACE.
002840     05  ROD-VALOR                 PIC ZZZZZZ9.
002850     05  FILLER                    PIC X(91) VALUE SPACES.
002860
002870 COPY ESTCONWS.
002880
002890 PROCEDURE DIVISION.
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     PERFORM 2000-IDENTIFICAR-TITULAR THRU 2000-EXIT
002930     PERFORM 3000-LISTAR-TABELAS THRU 3000-EXIT
002940         VARYING WS-INDICE-TIT FROM 1 BY 1
002950         UNTIL WS-INDICE-TIT > WS-TIT-QTDE
002960     PERFORM 4000-LISTAR-AUDITORIA THRU 4000-EXIT
002970     PERFORM 5000-LISTAR-EXTRATOS THRU 5000-EXIT
002980     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002990     MOVE 'LGP-ACE' TO WS-LOG-PROGRAMA
003000     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
003010     MOVE WS-QTDE-IDS TO WS-LOG-LIDAS
003020     MOVE WS-QTDE-NO-CADASTRO TO WS-LOG-APLICADAS
003030     MOVE ZERO TO WS-LOG-REJEITADAS
003040     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
003050     STOP RUN.
003060
003070 1000-INITIALIZE.
003080     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
003090     EXEC SQL
003100         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003110     END-EXEC
003120     EXEC SQL
003130         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
003140     END-EXEC
003150     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003160     DISPLAY 'LGP-ACE - ESTUDANTE-ID DO TITULAR (OU BRANCO): '
003170     ACCEPT WS-PARM-ESTUDANTE-ID FROM SYSIN
003180     DISPLAY 'LGP-ACE - CPF DO TITULAR (OU BRANCO): '
003190     ACCEPT WS-PARM-CPF FROM SYSIN
003200*    UMA CHAVE SO: O ID OU O CPF, NUNCA OS DOIS NEM NENHUM.
003210     IF WS-PARM-ESTUDANTE-ID NOT = SPACES
003220         AND WS-PARM-CPF = SPACES
003230         IF WS-PARM-ESTUDANTE-ID NOT NUMERIC
003240             OR WS-PARM-ESTUDANTE-ID-N = ZERO
003250             DISPLAY 'LGP-ACE: ESTUDANTE-ID INVALIDO - '
003260                     WS-PARM-ESTUDANTE-ID
003270             MOVE 16 TO RETURN-CODE
003280             STOP RUN
003290         END-IF
003300         SET WS-CHAVE-ID TO TRUE
003310         STRING 'ID '                 DELIMITED BY SIZE
003320                WS-PARM-ESTUDANTE-ID  DELIMITED BY SIZE
003330           INTO CAB-TITULAR
003340     END-IF
003350     IF WS-PARM-CPF NOT = SPACES
003360         AND WS-PARM-ESTUDANTE-ID = SPACES
003370         IF WS-PARM-CPF NOT NUMERIC
003380             DISPLAY 'LGP-ACE: CPF INVALIDO - ' WS-PARM-CPF
003390             MOVE 16 TO RETURN-CODE
003400             STOP RUN
003410         END-IF
003420         SET WS-CHAVE-CPF TO TRUE
003430         MOVE WS-PARM-CPF TO WS-CPF-TITULAR
003440         STRING 'CPF '                DELIMITED BY SIZE
003450                WS-PARM-CPF           DELIMITED BY SIZE
003460           INTO CAB-TITULAR
003470     END-IF
003480     IF NOT WS-CHAVE-ID AND NOT WS-CHAVE-CPF
003490         DISPLAY 'LGP-ACE: INFORMAR O ESTUDANTE-ID OU O CPF,'
003500                 ' NAO OS DOIS'
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     STRING WS-DATA-DIA    DELIMITED BY SIZE
003550            '/'            DELIMITED BY SIZE
003560            WS-DATA-MES    DELIMITED BY SIZE
003570            '/'            DELIMITED BY SIZE
003580            WS-DATA-ANO    DELIMITED BY SIZE
003590       INTO CAB-DATA-EXECUCAO
003600     OPEN OUTPUT ARQ-RELATORIO
003610     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
003620 1000-EXIT.
003630     EXIT.
003640
003650 2000-IDENTIFICAR-TITULAR.
003660*    PELO ID A TABELA TEM UMA ENTRADA SO. PELO CPF, OS IDS DO
003670*    CADASTRO VEM DO CURSOR E OS DOS EXPURGADOS (QUE SO
003680*    SOBREVIVEM NOS EXTRATOS) DE UMA PRIMEIRA LEITURA DELES.
003690     IF WS-CHAVE-ID
003700         MOVE WS-PARM-ESTUDANTE-ID-N TO WS-ID-PROCURADO
003710         PERFORM 6200-INCLUIR-TITULAR THRU 6200-EXIT
003720         GO TO 2000-EXIT
003730     END-IF
003740     EXEC SQL
003750         DECLARE CUR-CPF CURSOR FOR
003760         SELECT ESTUDANTE-ID
003770           FROM ESTUDANTE
003780          WHERE ESTUDANTE-CPF = :WS-CPF-TITULAR
003790          ORDER BY ESTUDANTE-ID
003800     END-EXEC
003810     EXEC SQL
003820         OPEN CUR-CPF
003830     END-EXEC
003840     MOVE 'N' TO WS-SW-FIM-CURSOR
003850     PERFORM 2100-FETCH-CPF THRU 2100-EXIT
003860         UNTIL WS-FIM-CURSOR
003870     EXEC SQL
003880         CLOSE CUR-CPF
003890     END-EXEC
003900     OPEN INPUT ARQ-EXTRATO
003910     MOVE 'N' TO WS-SW-FIM-EXTRATO
003920     PERFORM 5100-LER-EXTRATO THRU 5100-EXIT
003930     PERFORM 2200-PROCURAR-CPF-EXTRATO THRU 2200-EXIT
003940         UNTIL WS-FIM-EXTRATO
003950     CLOSE ARQ-EXTRATO
003960     MOVE ZERO TO WS-QTDE-EXT-LIDOS.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-FETCH-CPF.
004010     EXEC SQL
004020         FETCH CUR-CPF
004030          INTO :WS-ESTUDANTE-ID
004040     END-EXEC
004050     IF SQLCODE = 100
004060         SET WS-FIM-CURSOR TO TRUE
004070         GO TO 2100-EXIT
004080     END-IF
004090     MOVE WS-ESTUDANTE-ID TO WS-ID-PROCURADO
004100     PERFORM 6200-INCLUIR-TITULAR THRU 6200-EXIT.
004110 2100-EXIT.
004120     EXIT.
004130
004140 2200-PROCURAR-CPF-EXTRATO.
004150     IF EXT-TIPO-DETALHE
004160         AND EXT-CPF = WS-CPF-TITULAR
004170         MOVE EXT-ESTUDANTE-ID TO WS-ID-PROCURADO
004180         PERFORM 6200-INCLUIR-TITULAR THRU 6200-EXIT
004190     END-IF
004200     PERFORM 5100-LER-EXTRATO THRU 5100-EXIT.
004210 2200-EXIT.
004220     EXIT.
004230
004240 3000-LISTAR-TABELAS.
004250*    UM BLOCO POR ID: A LINHA DO CADASTRO, OS RESPONSAVEIS E A
004260*    CONTAGEM DE LINHAS EM CADA TABELA LIGADA AO ESTUDANTE.
004270     MOVE WS-TIT-ID (WS-INDICE-TIT) TO WS-ESTUDANTE-ID
004280     PERFORM 3100-LISTAR-CADASTRO THRU 3100-EXIT
004290     PERFORM 3200-LISTAR-RESPONSAVEIS THRU 3200-EXIT
004300     PERFORM 3300-CONTAR-LINHAS THRU 3300-EXIT.
004310 3000-EXIT.
004320     EXIT.
004330
004340 3100-LISTAR-CADASTRO.
004350     MOVE SPACES TO SEC-TITULO
004360     STRING 'CADASTRO (TABELA ESTUDANTE) - ESTUDANTE-ID '
004370                                   DELIMITED BY SIZE
004380            WS-ESTUDANTE-ID        DELIMITED BY SIZE
004390       INTO SEC-TITULO
004400     PERFORM 7100-IMPRIMIR-SECAO THRU 7100-EXIT
004410     EXEC SQL
004420         WHENEVER SQLERROR CONTINUE
004430     END-EXEC
004440     EXEC SQL
004450         SELECT ESTUDANTE-NOME, ESTUDANTE-LOGRADOURO,
004460                ESTUDANTE-NUMERO, ESTUDANTE-CIDADE,
004470                ESTUDANTE-UF, ESTUDANTE-CEP,
004480                ESTUDANTE-STATUS, ESTUDANTE-DATA-DESLIG,
004490                ESTUDANTE-SIT-FINANCEIRA, ESTUDANTE-CPF,
004500                ESTUDANTE-DATA-NASC, ESTUDANTE-CAMPUS
004510           INTO :WS-ESTUDANTE-NOME, :WS-ESTUDANTE-LOGRADOURO,
004520                :WS-ESTUDANTE-NUMERO, :WS-ESTUDANTE-CIDADE,
004530                :WS-ESTUDANTE-UF, :WS-ESTUDANTE-CEP,
004540                :WS-ESTUDANTE-STATUS, :WS-ESTUDANTE-DATA-DESLIG,
004550                :WS-ESTUDANTE-SIT-FIN, :WS-ESTUDANTE-CPF,
004560                :WS-ESTUDANTE-DATA-NASC, :WS-ESTUDANTE-CAMPUS
004570           FROM ESTUDANTE
004580          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
004590     END-EXEC
004600     EXEC SQL
004610         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004620     END-EXEC
004630     IF SQLCODE = 100
004640         MOVE 'SEM LINHA NO CADASTRO (EXPURGADO OU EXCLUIDO)'
004650           TO MSG-TEXTO
004660         PERFORM 7300-IMPRIMIR-MENSAGEM THRU 7300-EXIT
004670         GO TO 3100-EXIT
004680     END-IF
004690     IF SQLCODE NOT = 0
004700         DISPLAY 'LGP-ACE: ERRO NA LEITURA DO CADASTRO - ID='
004710                 WS-ESTUDANTE-ID ' SQLCODE=' SQLCODE
004720         MOVE 8 TO RETURN-CODE
004730         GO TO 3100-EXIT
004740     END-IF
004750     ADD 1 TO WS-QTDE-NO-CADASTRO
004760     MOVE 'NOME' TO CPO-ROTULO
004770     MOVE WS-ESTUDANTE-NOME TO CPO-VALOR
004780     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004790     MOVE 'CPF' TO CPO-ROTULO
004800     MOVE WS-ESTUDANTE-CPF TO CPO-VALOR
004810     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004820     MOVE 'DATA DE NASCIMENTO' TO CPO-ROTULO
004830     MOVE WS-ESTUDANTE-DATA-NASC TO CPO-VALOR
004840     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004850     MOVE 'ENDERECO' TO CPO-ROTULO
004860     MOVE WS-ESTUDANTE-ENDERECO TO CPO-VALOR
004870     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004880     MOVE 'CAMPUS' TO CPO-ROTULO
004890     MOVE WS-ESTUDANTE-CAMPUS TO CPO-VALOR
004900     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004910     MOVE 'SITUACAO CADASTRAL' TO CPO-ROTULO
004920     MOVE WS-ESTUDANTE-STATUS TO CPO-VALOR
004930     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004940     MOVE 'DATA DE DESLIGAMENTO' TO CPO-ROTULO
004950     MOVE WS-ESTUDANTE-DATA-DESLIG TO CPO-VALOR
004960     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT
004970     MOVE 'SITUACAO FINANCEIRA' TO CPO-ROTULO
004980     MOVE WS-ESTUDANTE-SIT-FIN TO CPO-VALOR
004990     PERFORM 7200-IMPRIMIR-CAMPO THRU 7200-EXIT.
005000 3100-EXIT.
005010     EXIT.
005020
005030 3200-LISTAR-RESPONSAVEIS.
005040     MOVE 'RESPONSAVEIS / CONTATOS (TABELA RESPONSAVEL)'
005050       TO SEC-TITULO
005060     PERFORM 7100-IMPRIMIR-SECAO THRU 7100-EXIT
005070     EXEC SQL
005080         DECLARE CUR-RESP CURSOR FOR
005090         SELECT RESP-SEQ, RESP-NOME, RESP-PARENTESCO,
005100                RESP-TELEFONE
005110           FROM RESPONSAVEL
005120          WHERE RESP-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005130          ORDER BY RESP-SEQ
005140     END-EXEC
005150     EXEC SQL
005160         OPEN CUR-RESP
005170     END-EXEC
005180     MOVE 'N' TO WS-SW-FIM-CURSOR
005190     MOVE ZERO TO WS-QTDE-LINHAS
005200     PERFORM 3210-FETCH-RESP THRU 3210-EXIT
005210         UNTIL WS-FIM-CURSOR
005220     EXEC SQL
005230         CLOSE CUR-RESP
005240     END-EXEC
005250     IF WS-QTDE-LINHAS = ZERO
005260         MOVE 'NENHUM RESPONSAVEL CADASTRADO' TO MSG-TEXTO
005270         PERFORM 7300-IMPRIMIR-MENSAGEM THRU 7300-EXIT
005280     END-IF.
005290 3200-EXIT.
005300     EXIT.
005310
005320 3210-FETCH-RESP.
005330     EXEC SQL
005340         FETCH CUR-RESP
005350          INTO :WS-RESP-SEQ, :WS-RESP-NOME,
005360               :WS-RESP-PARENTESCO, :WS-RESP-TELEFONE
005370     END-EXEC
005380     IF SQLCODE = 100
005390         SET WS-FIM-CURSOR TO TRUE
005400         GO TO 3210-EXIT
005410     END-IF
005420     IF WS-QTDE-LINHAS = ZERO
005430         PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
005440         WRITE REL-REGISTRO FROM WS-LINHA-COL-RESP
005450         ADD 1 TO WS-LINHAS-NA-PAGINA
005460     END-IF
005470     ADD 1 TO WS-QTDE-LINHAS
005480     ADD 1 TO WS-QTDE-RESPONSAVEIS
005490     MOVE WS-RESP-SEQ        TO DRS-SEQ
005500     MOVE WS-RESP-NOME       TO DRS-NOME
005510     MOVE WS-RESP-PARENTESCO TO DRS-PARENTESCO
005520     MOVE WS-RESP-TELEFONE   TO DRS-TELEFONE
005530     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
005540     WRITE REL-REGISTRO FROM WS-LINHA-RESP
005550     ADD 1 TO WS-LINHAS-NA-PAGINA.
005560 3210-EXIT.
005570     EXIT.
005580
005590 3300-CONTAR-LINHAS.
005600*    TODA TABELA QUE GUARDA O ESTUDANTE-ID SAI NA LISTA, MESMO
005610*    COM ZERO LINHAS, PARA O TITULAR VER O QUE FOI CONSULTADO.
005620     MOVE 'LINHAS POR TABELA' TO SEC-TITULO
005630     PERFORM 7100-IMPRIMIR-SECAO THRU 7100-EXIT
005640     MOVE SPACE TO ROD-CONTROLE
005650     EXEC SQL
005660         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
005670           FROM MATRICULA
005680          WHERE MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005690     END-EXEC
005700     MOVE 'MATRICULA.......................:' TO ROD-ROTULO
005710     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
005720     EXEC SQL
005730         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
005740           FROM NOTA
005750          WHERE NOTA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005760     END-EXEC
005770     MOVE 'NOTA............................:' TO ROD-ROTULO
005780     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
005790     EXEC SQL
005800         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
005810           FROM COEFICIENTE
005820          WHERE COEF-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005830     END-EXEC
005840     MOVE 'COEFICIENTE.....................:' TO ROD-ROTULO
005850     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
005860     EXEC SQL
005870         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
005880           FROM PREREQ-DISPENSA
005890          WHERE DISPENSA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005900     END-EXEC
005910     MOVE 'PREREQ-DISPENSA.................:' TO ROD-ROTULO
005920     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
005930     EXEC SQL
005940         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
005950           FROM COBRANCA
005960          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005970     END-EXEC
005980     MOVE 'COBRANCA........................:' TO ROD-ROTULO
005990     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
006000     EXEC SQL
006010         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
006020           FROM BOLSA
006030          WHERE BOLSA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
006040     END-EXEC
006050     MOVE 'BOLSA...........................:' TO ROD-ROTULO
006060     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
006070     EXEC SQL
006080         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
006090           FROM ACORDO
006100          WHERE ACORDO-ESTUDANTE-ID = :WS-ESTUDANTE-ID
006110     END-EXEC
006120     MOVE 'ACORDO..........................:' TO ROD-ROTULO
006130     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
006140     EXEC SQL
006150         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
006160           FROM ACORDO-PARCELA
006170          WHERE PARCELA-ACORDO-ID IN
006180                (SELECT ACORDO-ID
006190                   FROM ACORDO
006200                  WHERE ACORDO-ESTUDANTE-ID = :WS-ESTUDANTE-ID)
006210     END-EXEC
006220     MOVE 'ACORDO-PARCELA..................:' TO ROD-ROTULO
006230     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
006240     EXEC SQL
006250         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
006260           FROM RESPONSAVEL
006270          WHERE RESP-ESTUDANTE-ID = :WS-ESTUDANTE-ID
006280     END-EXEC
006290     MOVE 'RESPONSAVEL.....................:' TO ROD-ROTULO
006300     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
006300     EXEC SQL
006300         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
006300           FROM FILA-ESPERA
006300          WHERE ESPERA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
006300     END-EXEC
006300     MOVE 'FILA-ESPERA.....................:' TO ROD-ROTULO
006300     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT
006300     EXEC SQL
006300         SELECT COUNT(*) INTO :WS-QTDE-LINHAS
006300           FROM CARTEIRA-ESTUDANTE
006300          WHERE CARTEIRA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
006300     END-EXEC
006300     MOVE 'CARTEIRA-ESTUDANTE..............:' TO ROD-ROTULO
006300     PERFORM 3390-IMPRIMIR-CONTAGEM THRU 3390-EXIT.
006310 3300-EXIT.
006320     EXIT.
006330
006340 3390-IMPRIMIR-CONTAGEM.
006350     MOVE WS-QTDE-LINHAS TO ROD-VALOR
006360     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
006370     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
006380     ADD 1 TO WS-LINHAS-NA-PAGINA.
006390 3390-EXIT.
006400     EXIT.
006410
006420 4000-LISTAR-AUDITORIA.
006430*    A DD AUDITLOG CONCATENA AS GUARDAS ANUAIS DO ARC-AUD E O
006440*    DATASET VIVO, ENTAO A TRILHA SAI INTEIRA E EM ORDEM.
006450     MOVE 'TRILHA DE AUDITORIA (ARQ-AUDITORIA)' TO SEC-TITULO
006460     PERFORM 7100-IMPRIMIR-SECAO THRU 7100-EXIT
006470     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
006480     WRITE REL-REGISTRO FROM WS-LINHA-COL-AUDITORIA
006490     ADD 1 TO WS-LINHAS-NA-PAGINA
006500     OPEN INPUT ARQ-AUDITORIA
006510     PERFORM 4100-LER-AUDITORIA THRU 4100-EXIT
006520     PERFORM 4200-TRATAR-AUDITORIA THRU 4200-EXIT
006530         UNTIL WS-FIM-AUDITORIA
006540     CLOSE ARQ-AUDITORIA
006550     IF WS-QTDE-AUD-TITULAR = ZERO
006560         MOVE 'NENHUM REGISTRO NA TRILHA' TO MSG-TEXTO
006570         PERFORM 7300-IMPRIMIR-MENSAGEM THRU 7300-EXIT
006580     END-IF.
006590 4000-EXIT.
006600     EXIT.
006610
006620 4100-LER-AUDITORIA.
006630     READ ARQ-AUDITORIA
006640         AT END
006650             SET WS-FIM-AUDITORIA TO TRUE
006660         NOT AT END
006670             ADD 1 TO WS-QTDE-AUD-LIDOS
006680     END-READ.
006690 4100-EXIT.
006700     EXIT.
006710
006720 4200-TRATAR-AUDITORIA.
006730     MOVE AUD-ESTUDANTE-ID TO WS-ID-PROCURADO
006740     PERFORM 6000-PROCURAR-TITULAR THRU 6000-EXIT
006750     IF WS-ACHOU
006760         ADD 1 TO WS-QTDE-AUD-TITULAR
006770         MOVE AUD-DATA           TO DAU-DATA
006780         MOVE AUD-HORA           TO DAU-HORA
006790         MOVE AUD-OPERACAO       TO DAU-OPERACAO
006800         MOVE AUD-ESTUDANTE-ID   TO DAU-ESTUDANTE-ID
006810         MOVE AUD-NOME-ANTES     TO DAU-NOME
006820         MOVE AUD-ENDERECO-ANTES TO DAU-ENDERECO
006830         MOVE AUD-RESULTADO      TO DAU-RESULTADO
006840         MOVE AUD-OPERADOR       TO DAU-OPERADOR
006850         PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
006860         WRITE REL-REGISTRO FROM WS-LINHA-AUDITORIA
006870         ADD 1 TO WS-LINHAS-NA-PAGINA
006880     END-IF
006890     PERFORM 4100-LER-AUDITORIA THRU 4100-EXIT.
006900 4200-EXIT.
006910     EXIT.
006920
006930 5000-LISTAR-EXTRATOS.
006940*    A DD EXTRATO CONCATENA AS GERACOES RETIDAS DAS PARTICOES
006950*    E DO EXTRATO DIARIO. CADA GERACAO DO DIARIO ABRE COM O SEU
006960*    'H', E A DATA DELE IDENTIFICA DE QUAL EXTRACAO E CADA
006970*    LINHA; AS PARTICOES NAO TEM HEADER, POR ISSO VEM PRIMEIRO
006980*    NA CONCATENACAO E SAEM COM A DATA EM ZEROS.
006990     MOVE 'EXTRATOS RETIDOS (ARQ-EXTRATO)' TO SEC-TITULO
007000     PERFORM 7100-IMPRIMIR-SECAO THRU 7100-EXIT
007010     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
007020     WRITE REL-REGISTRO FROM WS-LINHA-COL-EXTRATO
007030     ADD 1 TO WS-LINHAS-NA-PAGINA
007040     OPEN INPUT ARQ-EXTRATO
007050     MOVE 'N' TO WS-SW-FIM-EXTRATO
007060     PERFORM 5100-LER-EXTRATO THRU 5100-EXIT
007070     PERFORM 5200-TRATAR-EXTRATO THRU 5200-EXIT
007080         UNTIL WS-FIM-EXTRATO
007090     CLOSE ARQ-EXTRATO
007100     IF WS-QTDE-EXT-TITULAR = ZERO
007110         MOVE 'NENHUM REGISTRO NOS EXTRATOS RETIDOS' TO MSG-TEXTO
007120         PERFORM 7300-IMPRIMIR-MENSAGEM THRU 7300-EXIT
007130     END-IF.
007140 5000-EXIT.
007150     EXIT.
007160
007170 5100-LER-EXTRATO.
007180     READ ARQ-EXTRATO
007190         AT END
007200             SET WS-FIM-EXTRATO TO TRUE
007210         NOT AT END
007220             ADD 1 TO WS-QTDE-EXT-LIDOS
007230     END-READ.
007240 5100-EXIT.
007250     EXIT.
007260
007270 5200-TRATAR-EXTRATO.
007280     EVALUATE TRUE
007290         WHEN EXT-TIPO-HEADER
007300             MOVE EXT-DATA-EXTRACAO TO WS-DATA-EXTRACAO-ATUAL
007310         WHEN EXT-TIPO-DETALHE
007320             MOVE EXT-ESTUDANTE-ID TO WS-ID-PROCURADO
007330             PERFORM 6000-PROCURAR-TITULAR THRU 6000-EXIT
007340             IF WS-ACHOU
007350                 PERFORM 5300-IMPRIMIR-DETALHE THRU 5300-EXIT
007360             END-IF
007370         WHEN EXT-TIPO-RESPONSAVEL
007380             MOVE EXT-RESP-ESTUDANTE-ID TO WS-ID-PROCURADO
007390             PERFORM 6000-PROCURAR-TITULAR THRU 6000-EXIT
007400             IF WS-ACHOU
007410                 PERFORM 5400-IMPRIMIR-RESPONSAVEL
007420                    THRU 5400-EXIT
007430             END-IF
007440     END-EVALUATE
007450     PERFORM 5100-LER-EXTRATO THRU 5100-EXIT.
007460 5200-EXIT.
007470     EXIT.
007480
007490 5300-IMPRIMIR-DETALHE.
007500     ADD 1 TO WS-QTDE-EXT-TITULAR
007510     MOVE SPACES TO WS-LINHA-EXTRATO
007520     MOVE WS-DATA-EXTRACAO-ATUAL TO DEX-DATA-EXTRACAO
007530     MOVE EXT-TIPO               TO DEX-TIPO
007540     MOVE EXT-ESTUDANTE-ID       TO DEX-ESTUDANTE-ID
007550     MOVE EXT-ESTUDANTE-NOME     TO DEX-NOME
007560     MOVE EXT-ESTUDANTE-ENDERECO TO DEX-ENDERECO
007570     MOVE EXT-CPF                TO DEX-CPF
007580     MOVE EXT-DATA-NASC          TO DEX-DATA-NASC
007590     MOVE EXT-ESTUDANTE-STATUS   TO DEX-STATUS
007600     MOVE EXT-CAMPUS             TO DEX-CAMPUS
007610     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
007620     WRITE REL-REGISTRO FROM WS-LINHA-EXTRATO
007630     ADD 1 TO WS-LINHAS-NA-PAGINA.
007640 5300-EXIT.
007650     EXIT.
007660
007670 5400-IMPRIMIR-RESPONSAVEL.
007680     ADD 1 TO WS-QTDE-EXT-TITULAR
007690     MOVE SPACES TO WS-LINHA-EXTRATO
007700     MOVE WS-DATA-EXTRACAO-ATUAL TO DEX-DATA-EXTRACAO
007710     MOVE EXT-TIPO               TO DEX-TIPO
007720     MOVE EXT-RESP-ESTUDANTE-ID  TO DEX-ESTUDANTE-ID
007730     MOVE EXT-RESP-NOME          TO DEX-NOME
007740     STRING EXT-RESP-PARENTESCO  DELIMITED BY SIZE
007750            ' '                  DELIMITED BY SIZE
007760            EXT-RESP-TELEFONE    DELIMITED BY SIZE
007770       INTO DEX-ENDERECO
007780     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
007790     WRITE REL-REGISTRO FROM WS-LINHA-EXTRATO
007800     ADD 1 TO WS-LINHAS-NA-PAGINA.
007810 5400-EXIT.
007820     EXIT.
007830
007840 6000-PROCURAR-TITULAR.
007850*    BUSCA LINEAR DE WS-ID-PROCURADO NA TABELA DE IDS DO
007860*    TITULAR; AO RETORNAR COM WS-ACHOU LIGADO, WS-INDICE-BUSCA
007870*    APONTA A ENTRADA ENCONTRADA.
007880     MOVE 'N' TO WS-SW-ACHOU
007890     MOVE ZERO TO WS-INDICE-BUSCA
007900     PERFORM 6100-COMPARAR-ENTRADA THRU 6100-EXIT
007910         VARYING WS-INDICE-BUSCA FROM 1 BY 1
007920         UNTIL WS-INDICE-BUSCA > WS-TIT-QTDE
007930            OR WS-ACHOU
007940*    O PERFORM VARYING INCREMENTA O INDICE ANTES DO TESTE DE
007950*    SAIDA; AO ACHAR, O INDICE FICA UMA POSICAO ALEM DA ENTRADA.
007960     IF WS-ACHOU
007970         SUBTRACT 1 FROM WS-INDICE-BUSCA
007980     END-IF.
007990 6000-EXIT.
008000     EXIT.
008010
008020 6100-COMPARAR-ENTRADA.
008030     IF WS-TIT-ID (WS-INDICE-BUSCA) = WS-ID-PROCURADO
008040         SET WS-ACHOU TO TRUE
008050     END-IF.
008060 6100-EXIT.
008070     EXIT.
008080
008090 6200-INCLUIR-TITULAR.
008100     PERFORM 6000-PROCURAR-TITULAR THRU 6000-EXIT
008110     IF WS-ACHOU
008120         GO TO 6200-EXIT
008130     END-IF
008140     IF WS-TIT-QTDE >= 50
008150         DISPLAY 'LGP-ACE: MAIS DE 50 IDS PARA O MESMO CPF -'
008160                 ' VERIFICAR O CADASTRO'
008170         MOVE 12 TO RETURN-CODE
008180         STOP RUN
008190     END-IF
008200     ADD 1 TO WS-TIT-QTDE
008210     ADD 1 TO WS-QTDE-IDS
008220     MOVE WS-ID-PROCURADO TO WS-TIT-ID (WS-TIT-QTDE).
008230 6200-EXIT.
008240     EXIT.
008250
008260 7000-IMPRIMIR-CABECALHO.
008270     ADD 1 TO WS-PAGINA-ATUAL
008280     MOVE ZERO TO WS-LINHAS-NA-PAGINA
008290     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
008300     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
008310     ADD 1 TO WS-LINHAS-NA-PAGINA.
008320 7000-EXIT.
008330     EXIT.
008340
008350 7050-VERIFICAR-PAGINA.
008360     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
008370         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008380     END-IF.
008390 7050-EXIT.
008400     EXIT.
008410
008420 7100-IMPRIMIR-SECAO.
008430     IF WS-LINHAS-NA-PAGINA + 4 >= WS-LINHAS-POR-PAGINA
008440         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
008450     END-IF
008460     WRITE REL-REGISTRO FROM WS-LINHA-SECAO
008470     ADD 2 TO WS-LINHAS-NA-PAGINA.
008480 7100-EXIT.
008490     EXIT.
008500
008510 7200-IMPRIMIR-CAMPO.
008520     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
008530     WRITE REL-REGISTRO FROM WS-LINHA-CAMPO
008540     ADD 1 TO WS-LINHAS-NA-PAGINA
008550     MOVE SPACES TO CPO-VALOR.
008560 7200-EXIT.
008570     EXIT.
008580
008590 7300-IMPRIMIR-MENSAGEM.
008600     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
008610     WRITE REL-REGISTRO FROM WS-LINHA-MENSAGEM
008620     ADD 1 TO WS-LINHAS-NA-PAGINA
008630     MOVE SPACES TO MSG-TEXTO.
008640 7300-EXIT.
008650     EXIT.
008660
008670 9100-IMPRIMIR-RODAPE.
008680     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
008690     MOVE SPACE TO ROD-CONTROLE.
008700 9100-EXIT.
008710     EXIT.
008720
008730 9999-ENCERRAR.
008740     MOVE '-' TO ROD-CONTROLE
008750     MOVE 'IDS DO TITULAR..................:' TO ROD-ROTULO
008760     MOVE WS-QTDE-IDS TO ROD-VALOR
008770     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008780     MOVE '  COM LINHA NO CADASTRO.........:' TO ROD-ROTULO
008790     MOVE WS-QTDE-NO-CADASTRO TO ROD-VALOR
008800     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008810     MOVE 'RESPONSAVEIS CADASTRADOS........:' TO ROD-ROTULO
008820     MOVE WS-QTDE-RESPONSAVEIS TO ROD-VALOR
008830     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008840     MOVE 'REGISTROS DA TRILHA LIDOS.......:' TO ROD-ROTULO
008850     MOVE WS-QTDE-AUD-LIDOS TO ROD-VALOR
008860     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008870     MOVE '  DO TITULAR....................:' TO ROD-ROTULO
008880     MOVE WS-QTDE-AUD-TITULAR TO ROD-VALOR
008890     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008900     MOVE 'REGISTROS DOS EXTRATOS LIDOS....:' TO ROD-ROTULO
008910     MOVE WS-QTDE-EXT-LIDOS TO ROD-VALOR
008920     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008930     MOVE '  DO TITULAR....................:' TO ROD-ROTULO
008940     MOVE WS-QTDE-EXT-TITULAR TO ROD-VALOR
008950     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
008960     CLOSE ARQ-RELATORIO
008970     IF WS-QTDE-IDS = ZERO
008980         DISPLAY 'LGP-ACE: NENHUM DADO ENCONTRADO PARA O CPF '
008990                 WS-PARM-CPF
009000         MOVE 4 TO RETURN-CODE
009010     END-IF
009020     DISPLAY 'LGP-ACE - IDS: ' WS-QTDE-IDS
009030             ' NO CADASTRO: ' WS-QTDE-NO-CADASTRO
009040             ' TRILHA: ' WS-QTDE-AUD-TITULAR
009050             ' EXTRATOS: ' WS-QTDE-EXT-TITULAR.
009060 9999-EXIT.
009070     EXIT.
009080
009090 COPY ESTCONPR.
009100 COPY ESTERRPR.
009110
009120 COPY ESTLOGPR.
