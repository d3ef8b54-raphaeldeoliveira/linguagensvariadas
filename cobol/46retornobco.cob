000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RET-BCO.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. CARREGADOR DO ARQUIVO DIARIO
000110*                 DE RETORNO DA COBRANCA BANCARIA (CNAB 400,
000120*                 COPY ESTRETSL/ESTRETFD). CADA BOLETO LIQUIDADO
000130*                 E CASADO COM A COBRANCA PELA CHAVE ESTUDANTE +
000140*                 CURSO + COMPETENCIA QUE O GER-COB GRAVOU NO
000150*                 "USO DA EMPRESA" DA REMESSA, E VIRA UMA
000160*                 TRANSACAO 'P' (LAYOUT ESTTXN) NO ARQUIVO
000170*                 BANCOTXN, QUE O CON-TXN LEVA AO CONSOLIDADO DA
000180*                 NOITE -- A TESOURARIA DEIXA DE DIGITAR OS
000190*                 PAGAMENTOS DE BOLETO. PAGAMENTO A MENOR,
000200*                 PAGAMENTO DE COBRANCA JA QUITADA (OU PAGA DUAS
000210*                 VEZES NO MESMO RETORNO) E PAGAMENTO SEM
000220*                 COBRANCA CORRESPONDENTE NAO GERAM TRANSACAO E
000230*                 SAEM NO RELATORIO DE EXCECOES (RC 4).
000240*----------------------------------------------------------------
000245
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280 COPY ESTRETSL.
000290     SELECT ARQ-TXN-BANCO ASSIGN TO BANCOTXN
000300            ORGANIZATION IS SEQUENTIAL.
000310     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000320            ORGANIZATION IS SEQUENTIAL.
000325
000330     COPY ESTLOGSL.
000335
000340 DATA DIVISION.
000350 FILE SECTION.
000360 COPY ESTRETFD.
000365
000370 FD  ARQ-TXN-BANCO
000380     RECORDING MODE IS F.
000390 01  REG-TXN-BANCO                 PIC X(193).
000395
000400 FD  ARQ-RELATORIO
000410     RECORDING MODE IS F.
000420 01  REL-REGISTRO                  PIC X(133).
000425
000430 COPY ESTLOGFD.
000435
000440 WORKING-STORAGE SECTION.
000450 COPY ESTLOGWS.
000460 COPY ESTBCOWS.
000465
000470 COPY ESTTXN.
000475
000480 EXEC SQL
000490     INCLUDE SQLCA
000500 END-EXEC.
000510 EXEC SQL
000520     INCLUDE COBRANCA
000530 END-EXEC.
000540 EXEC SQL
000550     INCLUDE ESTUDANTE
000560 END-EXEC.
000565
000570 EXEC SQL BEGIN DECLARE SECTION
000580 END-EXEC.
000590 01  WS-ESTUDANTE-ID               PIC 9(07).
000600 01  WS-CURSO-ID                   PIC 9(04).
000610 01  WS-COMPETENCIA                PIC X(06).
000620 01  WS-COB-VALOR                  PIC S9(5)V9(2) COMP-3.
000630 01  WS-COB-STATUS                 PIC X(01).
000640 01  WS-EST-CAMPUS                 PIC X(02).
000650 EXEC SQL END DECLARE SECTION
000660 END-EXEC.
000665
000670 01  WS-FS-RETORNO                 PIC X(02) VALUE '00'.
000680     88  WS-RETORNO-OK                     VALUE '00'.
000690     88  WS-RETORNO-NAO-EXISTE             VALUE '35'.
000695
000700 01  WS-SWITCHES.
000710     05  WS-SW-FIM-RETORNO         PIC X(01) VALUE 'N'.
000720         88  WS-FIM-RETORNO                VALUE 'S'.
000730     05  WS-SW-TRAILER             PIC X(01) VALUE 'N'.
000740         88  WS-TRAILER-LIDO               VALUE 'S'.
000745
000750 77  WS-SW-CHAVE-ACHADA            PIC X(01) VALUE 'N'.
000760     88  WS-CHAVE-ACHADA                   VALUE 'S'.
000770 77  WS-INDICE-CHAVE               PIC 9(04) COMP VALUE ZERO.
000780 77  WS-SEQ-TXN                    PIC 9(06) VALUE ZERO.
000790 77  WS-MOTIVO-EXCECAO             PIC X(30) VALUE SPACES.
000795
000800*    CHAVES JA LANCADAS NESTE RETORNO: O SEGUNDO PAGAMENTO DA
000810*    MESMA COBRANCA NO MESMO ARQUIVO AINDA ENCONTRA A LINHA
000820*    PENDENTE (A 'P' SO E APLICADA NA JANELA DA NOITE) E SERIA
000830*    LANCADO DE NOVO SE NAO FOSSE CONFERIDO AQUI.
000840 01  WS-TABELA-CHAVES.
000850     05  WS-CHV-QTDE               PIC 9(04) COMP VALUE ZERO.
000860     05  WS-CHV-ENTRADA            PIC X(17)
000870                                   OCCURS 5000 TIMES.
000880 01  WS-CHAVE-ATUAL.
000890     05  WS-CHV-ESTUDANTE-ID       PIC 9(07).
000900     05  WS-CHV-CURSO-ID           PIC 9(04).
000910     05  WS-CHV-COMPETENCIA        PIC X(06).
000915
000920 01  WS-CONTADORES.
000930     05  WS-QTDE-DETALHES          PIC 9(07) COMP-3 VALUE ZERO.
000940     05  WS-QTDE-LIQUIDACOES       PIC 9(07) COMP-3 VALUE ZERO.
000950     05  WS-QTDE-OUTRAS            PIC 9(07) COMP-3 VALUE ZERO.
000960     05  WS-QTDE-GERADAS           PIC 9(07) COMP-3 VALUE ZERO.
000970     05  WS-QTDE-A-MAIOR           PIC 9(07) COMP-3 VALUE ZERO.
000980     05  WS-QTDE-A-MENOR           PIC 9(07) COMP-3 VALUE ZERO.
000990     05  WS-QTDE-DUPLICADOS        PIC 9(07) COMP-3 VALUE ZERO.
001000     05  WS-QTDE-NAO-CASADOS       PIC 9(07) COMP-3 VALUE ZERO.
001010     05  WS-QTDE-EXCECOES          PIC 9(07) COMP-3 VALUE ZERO.
001020     05  WS-VALOR-LANCADO          PIC 9(11)V9(02) COMP-3
001030                                   VALUE ZERO.
001035
001040 01  WS-DATA-EXECUCAO.
001050     05  WS-DATA-ANO               PIC 9(04).
001060     05  WS-DATA-MES               PIC 9(02).
001070     05  WS-DATA-DIA               PIC 9(02).
001075
001080*    DATA DO BANCO (DDMMAA) EDITADA PARA O RELATORIO.
001090 01  WS-DATA-BANCO                 PIC 9(06).
001100 01  WS-DATA-BANCO-R REDEFINES WS-DATA-BANCO.
001110     05  WS-BANCO-DIA              PIC X(02).
001120     05  WS-BANCO-MES              PIC X(02).
001130     05  WS-BANCO-ANO              PIC X(02).
001135
001140 01  WS-CONTROLE-RELATORIO.
001150     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001160     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001170     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001175
001180 01  WS-LINHA-CABECALHO-1.
001190     05  FILLER                    PIC X(01) VALUE '1'.
001200     05  FILLER                    PIC X(44) VALUE
001210         'RETORNO BANCARIO - EXCECOES DE PAGAMENTO'.
001220     05  FILLER                    PIC X(17) VALUE
001230         'DATA DA EXECUCAO'.
001240     05  CAB-DATA-EXECUCAO         PIC X(10).
001250     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001260     05  CAB-PAGINA                PIC ZZ9.
001270     05  FILLER                    PIC X(51) VALUE SPACES.
001275
001280 01  WS-LINHA-CABECALHO-2.
001290     05  FILLER                    PIC X(01) VALUE SPACE.
001300     05  FILLER                    PIC X(09) VALUE 'ID'.
001310     05  FILLER                    PIC X(07) VALUE 'CURSO'.
001320     05  FILLER                    PIC X(09) VALUE 'COMPET.'.
001330     05  FILLER                    PIC X(12) VALUE 'COBRADO'.
001340     05  FILLER                    PIC X(13) VALUE 'PAGO'.
001350     05  FILLER                    PIC X(11) VALUE 'PAGO EM'.
001360     05  FILLER                    PIC X(14) VALUE 'NOSSO NUMERO'.
001370     05  FILLER                    PIC X(30) VALUE 'MOTIVO'.
001380     05  FILLER                    PIC X(27) VALUE SPACES.
001385
001390 01  WS-LINHA-DETALHE.
001400     05  FILLER                    PIC X(01) VALUE SPACE.
001410     05  DET-ESTUDANTE-ID          PIC X(07).
001420     05  FILLER                    PIC X(02) VALUE SPACES.
001430     05  DET-CURSO-ID              PIC X(04).
001440     05  FILLER                    PIC X(03) VALUE SPACES.
001450     05  DET-COMPETENCIA           PIC X(06).
001460     05  FILLER                    PIC X(03) VALUE SPACES.
001470     05  DET-VALOR-COBRADO         PIC ZZ,ZZ9.99.
001480     05  FILLER                    PIC X(03) VALUE SPACES.
001490     05  DET-VALOR-PAGO            PIC ZZZ,ZZ9.99.
001500     05  FILLER                    PIC X(03) VALUE SPACES.
001510     05  DET-DATA-PAGAMENTO        PIC X(08).
001520     05  FILLER                    PIC X(03) VALUE SPACES.
001530     05  DET-NOSSO-NUMERO          PIC X(11).
001540     05  FILLER                    PIC X(03) VALUE SPACES.
001550     05  DET-MOTIVO                PIC X(30).
001560     05  FILLER                    PIC X(27) VALUE SPACES.
001565
001570 01  WS-LINHA-RODAPE-1.
001580     05  FILLER                    PIC X(01) VALUE '0'.
001590     05  FILLER                    PIC X(33) VALUE
001600         'LIQUIDACOES NO RETORNO..........:'.
001610     05  FILLER                    PIC X(01) VALUE SPACE.
001620     05  ROD-LIQUIDACOES           PIC ZZZZZZ9.
001630     05  FILLER                    PIC X(03) VALUE SPACES.
001640     05  FILLER                    PIC X(33) VALUE
001650         'OUTRAS OCORRENCIAS (IGNORADAS)..:'.
001660     05  FILLER                    PIC X(01) VALUE SPACE.
001670     05  ROD-OUTRAS                PIC ZZZZZZ9.
001680     05  FILLER                    PIC X(47) VALUE SPACES.
001685
001690 01  WS-LINHA-RODAPE-2.
001700     05  FILLER                    PIC X(01) VALUE SPACE.
001710     05  FILLER                    PIC X(33) VALUE
001720         'TRANSACOES P GERADAS............:'.
001730     05  FILLER                    PIC X(01) VALUE SPACE.
001740     05  ROD-GERADAS               PIC ZZZZZZ9.
001750     05  FILLER                    PIC X(03) VALUE SPACES.
001760     05  FILLER                    PIC X(33) VALUE
001770         'DOS QUAIS PAGOS A MAIOR.........:'.
001780     05  FILLER                    PIC X(01) VALUE SPACE.
001790     05  ROD-A-MAIOR               PIC ZZZZZZ9.
001800     05  FILLER                    PIC X(03) VALUE SPACES.
001810     05  FILLER                    PIC X(14) VALUE
001820         'VALOR LANCADO '.
001830     05  ROD-VALOR-LANCADO         PIC ZZ,ZZZ,ZZ9.99.
001840     05  FILLER                    PIC X(17) VALUE SPACES.
001845
001850 01  WS-LINHA-RODAPE-3.
001860     05  FILLER                    PIC X(01) VALUE SPACE.
001870     05  FILLER                    PIC X(33) VALUE
001880         'EXCECOES - PAGOS A MENOR........:'.
001890     05  FILLER                    PIC X(01) VALUE SPACE.
001900     05  ROD-A-MENOR               PIC ZZZZZZ9.
001910     05  FILLER                    PIC X(03) VALUE SPACES.
001920     05  FILLER                    PIC X(14) VALUE
001930         'DUPLICADOS....'.
001940     05  FILLER                    PIC X(01) VALUE SPACE.
001950     05  ROD-DUPLICADOS            PIC ZZZZZZ9.
001960     05  FILLER                    PIC X(03) VALUE SPACES.
001970     05  FILLER                    PIC X(14) VALUE
001980         'SEM COBRANCA..'.
001990     05  FILLER                    PIC X(01) VALUE SPACE.
002000     05  ROD-NAO-CASADOS           PIC ZZZZZZ9.
002010     05  FILLER                    PIC X(41) VALUE SPACES.
002015
002020 COPY ESTCONWS.
002025
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002060     PERFORM 2000-TRATAR-REGISTRO THRU 2000-EXIT
002070         UNTIL WS-FIM-RETORNO
002080     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002090     MOVE 'RET-BCO' TO WS-LOG-PROGRAMA
002100     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002110     MOVE WS-QTDE-LIQUIDACOES TO WS-LOG-LIDAS
002120     MOVE WS-QTDE-GERADAS TO WS-LOG-APLICADAS
002130     MOVE WS-QTDE-EXCECOES TO WS-LOG-REJEITADAS
002140     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002150     STOP RUN.
002155
002160 1000-INITIALIZE.
002170     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002180     EXEC SQL
002190         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002200     END-EXEC
002210     EXEC SQL
002220         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002230     END-EXEC
002240*    O ARQUIVO DE TRANSACOES E ABERTO MESMO SEM RETORNO NO DIA:
002250*    A GERACAO VAZIA E O QUE O CON-TXN DA NOITE VAI LER.
002260     OPEN OUTPUT ARQ-TXN-BANCO
002270     OPEN OUTPUT ARQ-RELATORIO
002280     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
002290     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002300     OPEN INPUT ARQ-RETORNO
002310     IF WS-RETORNO-NAO-EXISTE
002320         DISPLAY 'RET-BCO: SEM ARQUIVO DE RETORNO NO DIA'
002330         SET WS-FIM-RETORNO TO TRUE
002340         GO TO 1000-EXIT
002350     END-IF
002360     PERFORM 2100-LER-RETORNO THRU 2100-EXIT
002370     PERFORM 1100-CONFERIR-HEADER THRU 1100-EXIT.
002380 1000-EXIT.
002390     EXIT.
002395
002400 1100-CONFERIR-HEADER.
002410*    RETORNO DE OUTRO BANCO OU DE OUTRO CONVENIO (ARQUIVO TROCADO
002420*    NA TRANSMISSAO) NAO PODE GERAR PAGAMENTO NENHUM.
002430     IF WS-FIM-RETORNO
002440         DISPLAY 'RET-BCO: ARQUIVO DE RETORNO VAZIO'
002450         GO TO 1100-EXIT
002460     END-IF
002470     IF NOT RET-HEADER
002480         OR NOT RET-H-RETORNO
002490         OR RET-H-BANCO NOT = WS-BCO-CODIGO
002500         OR RET-H-CODIGO-EMPRESA NOT = WS-BCO-CODIGO-EMPRESA
002510         DISPLAY 'RET-BCO: HEADER DO RETORNO INVALIDO - BANCO '
002520                 RET-H-BANCO ' EMPRESA ' RET-H-CODIGO-EMPRESA
002530         CLOSE ARQ-RETORNO
002540         CLOSE ARQ-TXN-BANCO
002550         CLOSE ARQ-RELATORIO
002560         MOVE 16 TO RETURN-CODE
002570         STOP RUN
002580     END-IF
002590     PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
002600 1100-EXIT.
002610     EXIT.
002615
002620 2000-TRATAR-REGISTRO.
002630     EVALUATE TRUE
002640         WHEN RET-DETALHE
002650             PERFORM 3000-TRATAR-DETALHE THRU 3000-EXIT
002660         WHEN RET-TRAILER
002670             SET WS-TRAILER-LIDO TO TRUE
002680         WHEN OTHER
002690             DISPLAY 'RET-BCO: REGISTRO DE TIPO DESCONHECIDO - '
002700                     'SEQUENCIAL ' RET-SEQUENCIAL
002710     END-EVALUATE
002720     PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
002730 2000-EXIT.
002740     EXIT.
002745
002750 2100-LER-RETORNO.
002760     READ ARQ-RETORNO
002770         AT END SET WS-FIM-RETORNO TO TRUE
002780     END-READ.
002790 2100-EXIT.
002800     EXIT.
002805
002810 3000-TRATAR-DETALHE.
002820     ADD 1 TO WS-QTDE-DETALHES
002830     IF NOT RET-D-LIQUIDACAO
002840         ADD 1 TO WS-QTDE-OUTRAS
002850         GO TO 3000-EXIT
002860     END-IF
002870     ADD 1 TO WS-QTDE-LIQUIDACOES
002880     MOVE ZERO TO WS-COB-VALOR
002890     IF RET-D-ESTUDANTE-ID NOT NUMERIC
002900         OR RET-D-CURSO-ID NOT NUMERIC
002910         OR RET-D-COMPETENCIA NOT NUMERIC
002920         ADD 1 TO WS-QTDE-NAO-CASADOS
002930         MOVE 'CHAVE DA COBRANCA INVALIDA' TO WS-MOTIVO-EXCECAO
002940         PERFORM 3500-RELATAR-EXCECAO THRU 3500-EXIT
002950         GO TO 3000-EXIT
002960     END-IF
002970     MOVE RET-D-ESTUDANTE-ID TO WS-ESTUDANTE-ID
002980     MOVE RET-D-CURSO-ID     TO WS-CURSO-ID
002990     MOVE RET-D-COMPETENCIA  TO WS-COMPETENCIA
003000     PERFORM 3100-LER-COBRANCA THRU 3100-EXIT
003010     IF SQLCODE = 100
003020         ADD 1 TO WS-QTDE-NAO-CASADOS
003030         MOVE 'SEM COBRANCA CORRESPONDENTE' TO WS-MOTIVO-EXCECAO
003040         PERFORM 3500-RELATAR-EXCECAO THRU 3500-EXIT
003050         GO TO 3000-EXIT
003060     END-IF
003070     EVALUATE WS-COB-STATUS
003080         WHEN 'P'
003090             CONTINUE
003100         WHEN 'Q'
003110             ADD 1 TO WS-QTDE-DUPLICADOS
003120             MOVE 'COBRANCA JA QUITADA' TO WS-MOTIVO-EXCECAO
003130             PERFORM 3500-RELATAR-EXCECAO THRU 3500-EXIT
003140             GO TO 3000-EXIT
003150         WHEN OTHER
003160             ADD 1 TO WS-QTDE-NAO-CASADOS
003170             MOVE 'COBRANCA NAO ESTA PENDENTE'
003180               TO WS-MOTIVO-EXCECAO
003190             PERFORM 3500-RELATAR-EXCECAO THRU 3500-EXIT
003200             GO TO 3000-EXIT
003210     END-EVALUATE
003220     PERFORM 3200-PROCURAR-CHAVE THRU 3200-EXIT
003230     IF WS-CHAVE-ACHADA
003240         ADD 1 TO WS-QTDE-DUPLICADOS
003250         MOVE 'PAGA DUAS VEZES NO RETORNO' TO WS-MOTIVO-EXCECAO
003260         PERFORM 3500-RELATAR-EXCECAO THRU 3500-EXIT
003270         GO TO 3000-EXIT
003280     END-IF
003290     IF RET-D-VALOR-PAGO < WS-COB-VALOR
003300         ADD 1 TO WS-QTDE-A-MENOR
003310         MOVE 'PAGAMENTO A MENOR' TO WS-MOTIVO-EXCECAO
003320         PERFORM 3500-RELATAR-EXCECAO THRU 3500-EXIT
003330         GO TO 3000-EXIT
003340     END-IF
003350     IF RET-D-VALOR-PAGO > WS-COB-VALOR
003360         ADD 1 TO WS-QTDE-A-MAIOR
003370     END-IF
003380     PERFORM 3300-GRAVAR-PAGAMENTO THRU 3300-EXIT.
003390 3000-EXIT.
003400     EXIT.
003405
003410 3100-LER-COBRANCA.
003420     EXEC SQL
003430         WHENEVER SQLERROR CONTINUE
003440     END-EXEC
003450     EXEC SQL
003460         SELECT C.COBRANCA-VALOR, C.COBRANCA-STATUS,
003470                E.ESTUDANTE-CAMPUS
003480           INTO :WS-COB-VALOR, :WS-COB-STATUS, :WS-EST-CAMPUS
003490           FROM COBRANCA C, ESTUDANTE E
003500          WHERE C.COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
003510            AND C.COBRANCA-CURSO-ID = :WS-CURSO-ID
003520            AND C.COBRANCA-COMPETENCIA = :WS-COMPETENCIA
003530            AND E.ESTUDANTE-ID = C.COBRANCA-ESTUDANTE-ID
003540     END-EXEC
003550     EXEC SQL
003560         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003570     END-EXEC
003580     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
003590         PERFORM 9000-ERRO-INESPERADO
003600     END-IF.
003610 3100-EXIT.
003620     EXIT.
003625
003630 3200-PROCURAR-CHAVE.
003640     MOVE WS-ESTUDANTE-ID TO WS-CHV-ESTUDANTE-ID
003650     MOVE WS-CURSO-ID     TO WS-CHV-CURSO-ID
003660     MOVE WS-COMPETENCIA  TO WS-CHV-COMPETENCIA
003670     MOVE 'N' TO WS-SW-CHAVE-ACHADA
003680     PERFORM 3250-COMPARAR-CHAVE THRU 3250-EXIT
003690         VARYING WS-INDICE-CHAVE FROM 1 BY 1
003700         UNTIL WS-INDICE-CHAVE > WS-CHV-QTDE
003710            OR WS-CHAVE-ACHADA.
003720 3200-EXIT.
003730     EXIT.
003735
003740 3250-COMPARAR-CHAVE.
003750     IF WS-CHV-ENTRADA (WS-INDICE-CHAVE) = WS-CHAVE-ATUAL
003760         SET WS-CHAVE-ACHADA TO TRUE
003770     END-IF.
003780 3250-EXIT.
003790     EXIT.
003795
003800 3300-GRAVAR-PAGAMENTO.
003810*    A TRANSACAO LEVA O CAMPUS-SEDE DO ESTUDANTE (O CON-TXN NAO
003820*    CARIMBA ESTA ENTRADA) E O OPERADOR RET-BCO NA AUDITORIA.
003830     IF WS-CHV-QTDE < 5000
003840         ADD 1 TO WS-CHV-QTDE
003850         MOVE WS-CHAVE-ATUAL TO WS-CHV-ENTRADA (WS-CHV-QTDE)
003860     ELSE
003870         DISPLAY 'RET-BCO: TABELA DE CHAVES CHEIA - DUPLICIDADE'
003880                 ' NO RETORNO NAO E MAIS CONFERIDA'
003890     END-IF
003900     MOVE SPACES          TO TXN-REGISTRO
003910     ADD 1 TO WS-SEQ-TXN
003920     MOVE WS-SEQ-TXN      TO TXN-SEQUENCIA
003930     SET TXN-PAGAMENTO    TO TRUE
003940     MOVE WS-ESTUDANTE-ID TO TXN-ESTUDANTE-ID
003950     MOVE WS-EST-CAMPUS   TO TXN-CAMPUS
003960     MOVE WS-CURSO-ID     TO TXN-CURSO-ID
003970     MOVE ZERO            TO TXN-NOTA
003980     MOVE WS-COMPETENCIA  TO TXN-PERIODO
003990     MOVE ZERO            TO TXN-RESP-SEQ
004000     MOVE 'RET-BCO'       TO TXN-OPERADOR
004010     WRITE REG-TXN-BANCO FROM TXN-REGISTRO
004020     ADD 1 TO WS-QTDE-GERADAS
004030     ADD RET-D-VALOR-PAGO TO WS-VALOR-LANCADO.
004040 3300-EXIT.
004050     EXIT.
004055
004060 3500-RELATAR-EXCECAO.
004070     ADD 1 TO WS-QTDE-EXCECOES
004080     MOVE RET-D-ESTUDANTE-ID    TO DET-ESTUDANTE-ID
004090     MOVE RET-D-CURSO-ID        TO DET-CURSO-ID
004100     MOVE RET-D-COMPETENCIA     TO DET-COMPETENCIA
004110     MOVE WS-COB-VALOR          TO DET-VALOR-COBRADO
004120     MOVE RET-D-VALOR-PAGO      TO DET-VALOR-PAGO
004130     MOVE RET-D-DATA-OCORRENCIA TO WS-DATA-BANCO
004140     STRING WS-BANCO-DIA        DELIMITED BY SIZE
004150            '/'                 DELIMITED BY SIZE
004160            WS-BANCO-MES        DELIMITED BY SIZE
004170            '/'                 DELIMITED BY SIZE
004180            WS-BANCO-ANO        DELIMITED BY SIZE
004190       INTO DET-DATA-PAGAMENTO
004200     MOVE RET-D-NOSSO-NUMERO    TO DET-NOSSO-NUMERO
004210     MOVE WS-MOTIVO-EXCECAO     TO DET-MOTIVO
004220     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
004230         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004240     END-IF
004250     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
004260     ADD 1 TO WS-LINHAS-NA-PAGINA.
004270 3500-EXIT.
004280     EXIT.
004285
004290 7000-IMPRIMIR-CABECALHO.
004300     ADD 1 TO WS-PAGINA-ATUAL
004310     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004320     STRING WS-DATA-DIA    DELIMITED BY SIZE
004330            '/'            DELIMITED BY SIZE
004340            WS-DATA-MES    DELIMITED BY SIZE
004350            '/'            DELIMITED BY SIZE
004360            WS-DATA-ANO    DELIMITED BY SIZE
004370       INTO CAB-DATA-EXECUCAO
004380     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
004390     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004400     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-2
004410     ADD 2 TO WS-LINHAS-NA-PAGINA.
004420 7000-EXIT.
004430     EXIT.
004435
004440 9999-ENCERRAR.
004450*    SEM TRAILER O ARQUIVO CHEGOU TRUNCADO: OS PAGAMENTOS LIDOS
004460*    SAO LANCADOS, MAS A OPERACAO PRECISA PEDIR O RESTANTE AO
004470*    BANCO (RC 8).
004480     IF NOT WS-RETORNO-NAO-EXISTE
004490         CLOSE ARQ-RETORNO
004500         IF WS-QTDE-DETALHES > ZERO AND NOT WS-TRAILER-LIDO
004510             DISPLAY 'RET-BCO: RETORNO SEM TRAILER - ARQUIVO '
004520                     'INCOMPLETO'
004530             MOVE 8 TO RETURN-CODE
004540         END-IF
004550     END-IF
004560     MOVE WS-QTDE-LIQUIDACOES TO ROD-LIQUIDACOES
004570     MOVE WS-QTDE-OUTRAS      TO ROD-OUTRAS
004580     MOVE WS-QTDE-GERADAS     TO ROD-GERADAS
004590     MOVE WS-QTDE-A-MAIOR     TO ROD-A-MAIOR
004600     MOVE WS-VALOR-LANCADO    TO ROD-VALOR-LANCADO
004610     MOVE WS-QTDE-A-MENOR     TO ROD-A-MENOR
004620     MOVE WS-QTDE-DUPLICADOS  TO ROD-DUPLICADOS
004630     MOVE WS-QTDE-NAO-CASADOS TO ROD-NAO-CASADOS
004640     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-1
004650     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-2
004660     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-3
004670     CLOSE ARQ-TXN-BANCO
004680     CLOSE ARQ-RELATORIO
004690     DISPLAY 'RET-BCO - LIQUIDACOES: ' WS-QTDE-LIQUIDACOES
004700             ' PAGAMENTOS GERADOS: ' WS-QTDE-GERADAS
004710             ' EXCECOES: ' WS-QTDE-EXCECOES
004720     IF RETURN-CODE = ZERO AND WS-QTDE-EXCECOES > ZERO
004730         MOVE 4 TO RETURN-CODE
004740     END-IF.
004750 9999-EXIT.
004760     EXIT.
004765
004770 COPY ESTCONPR.
004780 COPY ESTERRPR.
004785
004790 COPY ESTLOGPR.
