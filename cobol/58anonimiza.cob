000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LGP-ANO.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. ANONIMIZACAO DOS ESTUDANTES
000110*                 EXPURGADOS (LGPD): O EXPURGO (PRG-SQL) TIRA A
000120*                 PESSOA DO BANCO, MAS O NOME E O ENDERECO DELA
000130*                 CONTINUAM NA TRILHA DE AUDITORIA E NOS
000140*                 EXTRATOS RETIDOS. UMA EXECUCAO POR ARQUIVO
000150*                 (SYSIN): 'A' REGRAVA NO LUGAR A TRILHA EM
000160*                 AUDITLOG, 'E' O EXTRATO EM EXTRATO, 'R' REMOVE
000170*                 AS LINHAS DE RESPONSAVEL SEM ESTUDANTE. NOS
000180*                 ARQUIVOS, O REGISTRO DE UM ID QUE NAO EXISTE
000190*                 MAIS NA TABELA ESTUDANTE TEM NOME, ENDERECO,
000200*                 CPF, NASCIMENTO E TELEFONE SOBRESCRITOS; O ID,
000210*                 A OPERACAO, AS DATAS, O RESULTADO, O CAMPUS E
000220*                 A QUANTIDADE DE REGISTROS FICAM COMO ESTAO,
000230*                 PARA A CONCILIACAO (REC-SQL) E AS SERIES DE
000240*                 TENDENCIA CONTINUAREM FECHANDO.
000250*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000310            ORGANIZATION IS SEQUENTIAL.
000320 COPY ESTAUDSL.
000330 COPY ESTEXTSL.
000340
000350     COPY ESTLOGSL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ARQ-RELATORIO
000400     RECORDING MODE IS F.
000410 01  REL-REGISTRO                  PIC X(133).
000420
000430 COPY ESTAUDFD.
000440
000450 COPY ESTEXTFD.
000460
000470 COPY ESTLOGFD.
000480
000490 WORKING-STORAGE SECTION.
000500 COPY ESTLOGWS.
000510
000520 EXEC SQL
000530     INCLUDE SQLCA
000540 END-EXEC.
000550 EXEC SQL
000560     INCLUDE ESTUDANTE
000570 END-EXEC.
000580 EXEC SQL
000590     INCLUDE RESPONSAVEL
000600 END-EXEC.
000610
000620 EXEC SQL BEGIN DECLARE SECTION
000630 END-EXEC.
000640 01  WS-ESTUDANTE-ID               PIC 9(07).
000650 01  WS-RESP-SEQ                   PIC S9(09) COMP.
000660 01  WS-QTDE-LINHAS                PIC S9(09) COMP.
000670 EXEC SQL END DECLARE SECTION
000680 END-EXEC.
000690
000700 01  WS-PARM-AREA.
000710     05  WS-PARM-TIPO-ARQUIVO      PIC X(01) VALUE SPACE.
000720         88  WS-ARQ-TRILHA                 VALUE 'A'.
000730         88  WS-ARQ-EXTRATO                VALUE 'E'.
000740         88  WS-ARQ-RESPONSAVEL            VALUE 'R'.
000750
000760*    O QUE FICA NO LUGAR DO NOME. OS DEMAIS CAMPOS PESSOAIS
000770*    VIRAM BRANCOS; A MARCA DIZ A QUEM LE A TRILHA QUE O BRANCO
000780*    NAO E UMA INCLUSAO E EVITA REGRAVAR O QUE JA FOI TRATADO.
000790 01  WS-MARCA-ANONIMO              PIC X(25) VALUE
000800     'ANONIMIZADO LGPD'.
000810
000820*    ULTIMO ID CONSULTADO NO CADASTRO: A TRILHA TRAZ OS
000830*    REGISTROS DE UM MESMO ESTUDANTE EM SEQUENCIA COM
000840*    FREQUENCIA, E O EXTRATO TRAZ OS 'R' LOGO APOS O 'D'.
000850 01  WS-CACHE-ID                   PIC 9(07) VALUE ZERO.
000860 01  WS-SW-CACHE-EXPURGADO         PIC X(01) VALUE 'N'.
000870     88  WS-ID-EXPURGADO                   VALUE 'S'.
000880
000890 01  WS-SWITCHES.
000900     05  WS-SW-FIM-ARQUIVO         PIC X(01) VALUE 'N'.
000910         88  WS-FIM-ARQUIVO                VALUE 'S'.
000920     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000930         88  WS-FIM-CURSOR                 VALUE 'S'.
000940
000950 01  WS-CONTADORES.
000960     05  WS-QTDE-LIDOS             PIC 9(07) COMP-3 VALUE ZERO.
000970     05  WS-QTDE-ANONIMIZADOS      PIC 9(07) COMP-3 VALUE ZERO.
000980     05  WS-QTDE-JA-ANONIMOS       PIC 9(07) COMP-3 VALUE ZERO.
000990     05  WS-QTDE-SEM-DADOS         PIC 9(07) COMP-3 VALUE ZERO.
001000     05  WS-QTDE-NO-CADASTRO       PIC 9(07) COMP-3 VALUE ZERO.
001010     05  WS-QTDE-DO-DIA            PIC 9(07) COMP-3 VALUE ZERO.
001020     05  WS-QTDE-RESP-ORFAOS       PIC 9(07) COMP-3 VALUE ZERO.
001030     05  WS-QTDE-RESP-REMOVIDOS    PIC 9(07) COMP-3 VALUE ZERO.
001040
001050 01  WS-DATA-EXTRACAO-ATUAL        PIC 9(08) VALUE ZERO.
001060 77  WS-RESP-SEQ-ED                PIC 9(02) VALUE ZERO.
001070
001080 01  WS-DATA-HOJE-N                PIC 9(08) VALUE ZERO.
001090 01  WS-DATA-HOJE REDEFINES WS-DATA-HOJE-N.
001100     05  WS-DATA-ANO               PIC 9(04).
001110     05  WS-DATA-MES               PIC 9(02).
001120     05  WS-DATA-DIA               PIC 9(02).
001130
001140 01  WS-CONTROLE-RELATORIO.
001150     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001160     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001170     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001180
001190 01  WS-LINHA-CABECALHO-1.
001200     05  FILLER                    PIC X(01) VALUE '1'.
001210     05  FILLER                    PIC X(40) VALUE
001220         'ANONIMIZACAO DE EXPURGADOS - LGPD'.
001230     05  FILLER                    PIC X(10) VALUE
001240         'ARQUIVO  '.
001250     05  CAB-ARQUIVO               PIC X(20).
001260     05  FILLER                    PIC X(02) VALUE SPACES.
001270     05  FILLER                    PIC X(17) VALUE
001280         'DATA DA EXECUCAO'.
001290     05  CAB-DATA-EXECUCAO         PIC X(10).
001300     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001310     05  CAB-PAGINA                PIC ZZ9.
001320     05  FILLER                    PIC X(23) VALUE SPACES.
001330
001340 01  WS-LINHA-COLUNAS.
001350     05  FILLER                    PIC X(01) VALUE '0'.
001360     05  FILLER                    PIC X(10) VALUE 'DATA'.
001370     05  FILLER                    PIC X(06) VALUE 'TIPO'.
001380     05  FILLER                    PIC X(14) VALUE
001390         'ESTUDANTE-ID'.
001400     05  FILLER                    PIC X(40) VALUE 'ACAO'.
001410     05  FILLER                    PIC X(62) VALUE SPACES.
001420
001430 01  WS-LINHA-DETALHE.
001440     05  FILLER                    PIC X(01) VALUE SPACE.
001450     05  DET-DATA                  PIC 9(08).
001460     05  FILLER                    PIC X(02) VALUE SPACES.
001470     05  DET-TIPO                  PIC X(01).
001480     05  FILLER                    PIC X(05) VALUE SPACES.
001490     05  DET-ESTUDANTE-ID          PIC 9(07).
001500     05  FILLER                    PIC X(07) VALUE SPACES.
001510     05  DET-ACAO                  PIC X(40).
001520     05  FILLER                    PIC X(62) VALUE SPACES.
001530
001540 01  WS-LINHA-NENHUM.
001550     05  FILLER                    PIC X(01) VALUE SPACE.
001560     05  FILLER                    PIC X(40) VALUE
001570         'NADA A ANONIMIZAR NESTE ARQUIVO'.
001580     05  FILLER                    PIC X(92) VALUE SPACES.
001590
001600 01  WS-LINHA-RODAPE.
001610     05  ROD-CONTROLE              PIC X(01).
001620     05  ROD-ROTULO                PIC X(33).
001630     05  FILLER                    PIC X(01) VALUE SPACE.
001640     05  ROD-VALOR                 PIC ZZZZZZ9.
001650     05  FILLER                    PIC X(91) VALUE SPACES.
001660
001670 COPY ESTCONWS.
001680
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001720     EVALUATE TRUE
001730         WHEN WS-ARQ-TRILHA
001740             PERFORM 2000-ANONIMIZAR-TRILHA THRU 2000-EXIT
001750         WHEN WS-ARQ-EXTRATO
001760             PERFORM 3000-ANONIMIZAR-EXTRATO THRU 3000-EXIT
001770         WHEN OTHER
001780             PERFORM 4000-REMOVER-RESPONSAVEIS THRU 4000-EXIT
001790     END-EVALUATE
001800     PERFORM 9999-ENCERRAR THRU 9999-EXIT
001810     MOVE 'LGP-ANO' TO WS-LOG-PROGRAMA
001820     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
001830     IF WS-ARQ-RESPONSAVEL
001840         MOVE WS-QTDE-RESP-ORFAOS TO WS-LOG-LIDAS
001850         MOVE WS-QTDE-RESP-REMOVIDOS TO WS-LOG-APLICADAS
001860     ELSE
001870         MOVE WS-QTDE-LIDOS TO WS-LOG-LIDAS
001880         MOVE WS-QTDE-ANONIMIZADOS TO WS-LOG-APLICADAS
001890     END-IF
001900     MOVE ZERO TO WS-LOG-REJEITADAS
001910     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
001920     STOP RUN.
001930
001940 1000-INITIALIZE.
001950     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
001960     EXEC SQL
001970         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001980     END-EXEC
001990     EXEC SQL
002000         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002010     END-EXEC
002020     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002030     DISPLAY 'LGP-ANO - ARQUIVO (A=TRILHA, E=EXTRATO, '
002040             'R=RESPONSAVEIS): '
002050     ACCEPT WS-PARM-TIPO-ARQUIVO FROM SYSIN
002060     EVALUATE TRUE
002070         WHEN WS-ARQ-TRILHA
002080             MOVE 'TRILHA DE AUDITORIA' TO CAB-ARQUIVO
002090         WHEN WS-ARQ-EXTRATO
002100             MOVE 'EXTRATO' TO CAB-ARQUIVO
002110         WHEN WS-ARQ-RESPONSAVEL
002120             MOVE 'TABELA RESPONSAVEL' TO CAB-ARQUIVO
002130         WHEN OTHER
002140             DISPLAY 'LGP-ANO: TIPO DE ARQUIVO INVALIDO - '
002150                     WS-PARM-TIPO-ARQUIVO
002160             MOVE 16 TO RETURN-CODE
002170             STOP RUN
002180     END-EVALUATE
002190     STRING WS-DATA-DIA    DELIMITED BY SIZE
002200            '/'            DELIMITED BY SIZE
002210            WS-DATA-MES    DELIMITED BY SIZE
002220            '/'            DELIMITED BY SIZE
002230            WS-DATA-ANO    DELIMITED BY SIZE
002240       INTO CAB-DATA-EXECUCAO
002250     OPEN OUTPUT ARQ-RELATORIO
002260     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
002270 1000-EXIT.
002280     EXIT.
002290
002300 2000-ANONIMIZAR-TRILHA.
002310*    A TRILHA E REGRAVADA NO LUGAR (OPEN I-O, DISP=OLD NA JCL):
002320*    CADA REGISTRO CONTINUA NA MESMA POSICAO E NENHUM SAI OU
002330*    ENTRA.
002340     OPEN I-O ARQ-AUDITORIA
002350     PERFORM 2100-LER-TRILHA THRU 2100-EXIT
002360     PERFORM 2200-TRATAR-TRILHA THRU 2200-EXIT
002370         UNTIL WS-FIM-ARQUIVO
002380     CLOSE ARQ-AUDITORIA.
002390 2000-EXIT.
002400     EXIT.
002410
002420 2100-LER-TRILHA.
002430     READ ARQ-AUDITORIA
002440         AT END
002450             SET WS-FIM-ARQUIVO TO TRUE
002460         NOT AT END
002470             ADD 1 TO WS-QTDE-LIDOS
002480     END-READ.
002490 2100-EXIT.
002500     EXIT.
002510
002520 2200-TRATAR-TRILHA.
002530     PERFORM 2300-TRATAR-REGISTRO THRU 2300-EXIT
002540     PERFORM 2100-LER-TRILHA THRU 2100-EXIT.
002550 2200-EXIT.
002560     EXIT.
002570
002580 2300-TRATAR-REGISTRO.
002590     IF AUD-NOME-ANTES = WS-MARCA-ANONIMO
002600         ADD 1 TO WS-QTDE-JA-ANONIMOS
002610         GO TO 2300-EXIT
002620     END-IF
002630     IF AUD-NOME-ANTES = SPACES
002640         AND AUD-ENDERECO-ANTES = SPACES
002650         ADD 1 TO WS-QTDE-SEM-DADOS
002660         GO TO 2300-EXIT
002670     END-IF
002680*    O MOVIMENTO DO DIA AINDA E LIDO PELA JANELA NOTURNA
002690*    (DLT-SQL USA A IMAGEM "ANTES" DAS EXCLUSOES); FICA PARA A
002700*    PROXIMA EXECUCAO.
002710     IF AUD-DATA >= WS-DATA-HOJE-N
002720         ADD 1 TO WS-QTDE-DO-DIA
002730         GO TO 2300-EXIT
002740     END-IF
002750     MOVE AUD-ESTUDANTE-ID TO WS-ESTUDANTE-ID
002760     PERFORM 6000-VERIFICAR-CADASTRO THRU 6000-EXIT
002770     IF NOT WS-ID-EXPURGADO
002780         ADD 1 TO WS-QTDE-NO-CADASTRO
002790         GO TO 2300-EXIT
002800     END-IF
002810     MOVE WS-MARCA-ANONIMO TO AUD-NOME-ANTES
002820     MOVE SPACES TO AUD-ENDERECO-ANTES
002830     REWRITE REG-AUDITORIA
002840     ADD 1 TO WS-QTDE-ANONIMIZADOS
002850     MOVE AUD-DATA         TO DET-DATA
002860     MOVE AUD-OPERACAO     TO DET-TIPO
002870     MOVE AUD-ESTUDANTE-ID TO DET-ESTUDANTE-ID
002880     MOVE 'NOME E ENDERECO ANTES SOBRESCRITOS' TO DET-ACAO
002890     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
002900 2300-EXIT.
002910     EXIT.
002920
002930 3000-ANONIMIZAR-EXTRATO.
002940*    MESMA REGRAVACAO NO LUGAR PARA UMA GERACAO DO EXTRATO
002950*    DIARIO OU DE UMA PARTICAO. HEADER E TRAILER NAO MUDAM, E O
002960*    TRAILER CONTINUA BATENDO COM A QUANTIDADE DE 'D'.
002970     OPEN I-O ARQ-EXTRATO
002980     PERFORM 3100-LER-EXTRATO THRU 3100-EXIT
002990     PERFORM 3200-TRATAR-EXTRATO THRU 3200-EXIT
003000         UNTIL WS-FIM-ARQUIVO
003010     CLOSE ARQ-EXTRATO.
003020 3000-EXIT.
003030     EXIT.
003040
003050 3100-LER-EXTRATO.
003060     READ ARQ-EXTRATO
003070         AT END
003080             SET WS-FIM-ARQUIVO TO TRUE
003090         NOT AT END
003100             ADD 1 TO WS-QTDE-LIDOS
003110     END-READ.
003120 3100-EXIT.
003130     EXIT.
003140
003150 3200-TRATAR-EXTRATO.
003160     EVALUATE TRUE
003170         WHEN EXT-TIPO-HEADER
003180             MOVE EXT-DATA-EXTRACAO TO WS-DATA-EXTRACAO-ATUAL
003190         WHEN EXT-TIPO-DETALHE
003200             PERFORM 3300-TRATAR-DETALHE THRU 3300-EXIT
003210         WHEN EXT-TIPO-RESPONSAVEL
003220             PERFORM 3400-TRATAR-RESPONSAVEL THRU 3400-EXIT
003230     END-EVALUATE
003240     PERFORM 3100-LER-EXTRATO THRU 3100-EXIT.
003250 3200-EXIT.
003260     EXIT.
003270
003280 3300-TRATAR-DETALHE.
003290     IF EXT-ESTUDANTE-NOME = WS-MARCA-ANONIMO
003300         ADD 1 TO WS-QTDE-JA-ANONIMOS
003310         GO TO 3300-EXIT
003320     END-IF
003330     MOVE EXT-ESTUDANTE-ID TO WS-ESTUDANTE-ID
003340     PERFORM 6000-VERIFICAR-CADASTRO THRU 6000-EXIT
003350     IF NOT WS-ID-EXPURGADO
003360         ADD 1 TO WS-QTDE-NO-CADASTRO
003370         GO TO 3300-EXIT
003380     END-IF
003390     MOVE WS-MARCA-ANONIMO TO EXT-ESTUDANTE-NOME
003400     MOVE SPACES TO EXT-ESTUDANTE-ENDERECO
003410     MOVE SPACES TO EXT-CPF
003420     MOVE SPACES TO EXT-DATA-NASC
003430     REWRITE EXT-REGISTRO
003440     ADD 1 TO WS-QTDE-ANONIMIZADOS
003450     MOVE WS-DATA-EXTRACAO-ATUAL TO DET-DATA
003460     MOVE EXT-TIPO               TO DET-TIPO
003470     MOVE EXT-ESTUDANTE-ID       TO DET-ESTUDANTE-ID
003480     MOVE 'NOME, ENDERECO, CPF E NASCIMENTO' TO DET-ACAO
003490     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
003500 3300-EXIT.
003510     EXIT.
003520
003530 3400-TRATAR-RESPONSAVEL.
003540     IF EXT-RESP-NOME = WS-MARCA-ANONIMO
003550         ADD 1 TO WS-QTDE-JA-ANONIMOS
003560         GO TO 3400-EXIT
003570     END-IF
003580     MOVE EXT-RESP-ESTUDANTE-ID TO WS-ESTUDANTE-ID
003590     PERFORM 6000-VERIFICAR-CADASTRO THRU 6000-EXIT
003600     IF NOT WS-ID-EXPURGADO
003610         ADD 1 TO WS-QTDE-NO-CADASTRO
003620         GO TO 3400-EXIT
003630     END-IF
003640     MOVE WS-MARCA-ANONIMO TO EXT-RESP-NOME
003650     MOVE SPACES TO EXT-RESP-TELEFONE
003660     REWRITE EXT-REGISTRO
003670     ADD 1 TO WS-QTDE-ANONIMIZADOS
003680     MOVE WS-DATA-EXTRACAO-ATUAL TO DET-DATA
003690     MOVE EXT-TIPO               TO DET-TIPO
003700     MOVE EXT-RESP-ESTUDANTE-ID  TO DET-ESTUDANTE-ID
003710     MOVE 'NOME E TELEFONE DO RESPONSAVEL' TO DET-ACAO
003720     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
003730 3400-EXIT.
003740     EXIT.
003750
003760 4000-REMOVER-RESPONSAVEIS.
003770*    CONTATOS QUE SOBRARAM DE ESTUDANTES EXPURGADOS ANTES DE O
003780*    PRG-SQL PASSAR A REMOVE-LOS JUNTO. SO O ID E A SEQUENCIA
003790*    VAO AO RELATORIO. O CURSOR E FECHADO ANTES DO DELETE, E O
003800*    DELETE TEM A MESMA CONDICAO DO CURSOR.
003810     EXEC SQL
003820         DECLARE CUR-ORFAOS CURSOR FOR
003830         SELECT RESP-ESTUDANTE-ID, RESP-SEQ
003840           FROM RESPONSAVEL R
003850          WHERE NOT EXISTS
003860                (SELECT 1
003870                   FROM ESTUDANTE E
003880                  WHERE E.ESTUDANTE-ID = R.RESP-ESTUDANTE-ID)
003890          ORDER BY RESP-ESTUDANTE-ID, RESP-SEQ
003900     END-EXEC
003910     EXEC SQL
003920         OPEN CUR-ORFAOS
003930     END-EXEC
003940     PERFORM 4100-FETCH-ORFAO THRU 4100-EXIT
003950         UNTIL WS-FIM-CURSOR
003960     EXEC SQL
003970         CLOSE CUR-ORFAOS
003980     END-EXEC
003990     IF WS-QTDE-RESP-ORFAOS = ZERO
004000         GO TO 4000-EXIT
004010     END-IF
004020     EXEC SQL
004030         DELETE FROM RESPONSAVEL R
004040          WHERE NOT EXISTS
004050                (SELECT 1
004060                   FROM ESTUDANTE E
004070                  WHERE E.ESTUDANTE-ID = R.RESP-ESTUDANTE-ID)
004080     END-EXEC
004090     MOVE SQLERRD(3) TO WS-QTDE-LINHAS
004100     MOVE WS-QTDE-LINHAS TO WS-QTDE-RESP-REMOVIDOS
004110     EXEC SQL
004120         COMMIT
004130     END-EXEC
004140     IF WS-QTDE-RESP-REMOVIDOS NOT = WS-QTDE-RESP-ORFAOS
004150         DISPLAY 'LGP-ANO: RESPONSAVEIS LISTADOS E REMOVIDOS'
004160                 ' NAO CONFEREM - VER RELATORIO'
004170         MOVE 4 TO RETURN-CODE
004180     END-IF.
004190 4000-EXIT.
004200     EXIT.
004210
004220 4100-FETCH-ORFAO.
004230     EXEC SQL
004240         FETCH CUR-ORFAOS
004250          INTO :WS-ESTUDANTE-ID, :WS-RESP-SEQ
004260     END-EXEC
004270     IF SQLCODE = 100
004280         SET WS-FIM-CURSOR TO TRUE
004290         GO TO 4100-EXIT
004300     END-IF
004310     ADD 1 TO WS-QTDE-RESP-ORFAOS
004320     MOVE WS-DATA-HOJE-N  TO DET-DATA
004330     MOVE 'R'             TO DET-TIPO
004340     MOVE WS-ESTUDANTE-ID TO DET-ESTUDANTE-ID
004350     MOVE SPACES TO DET-ACAO
004360     MOVE WS-RESP-SEQ TO WS-RESP-SEQ-ED
004370     STRING 'RESPONSAVEL SEQ '  DELIMITED BY SIZE
004380            WS-RESP-SEQ-ED      DELIMITED BY SIZE
004390            ' REMOVIDO'         DELIMITED BY SIZE
004400       INTO DET-ACAO
004410     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
004420 4100-EXIT.
004430     EXIT.
004440
004450 6000-VERIFICAR-CADASTRO.
004460*    O ID SEM LINHA NA TABELA ESTUDANTE FOI EXPURGADO (OU
004470*    EXCLUIDO); IDS NAO SAO REAPROVEITADOS (ESTIDPR), ENTAO A
004480*    AUSENCIA E DEFINITIVA.
004490     IF WS-ESTUDANTE-ID = WS-CACHE-ID
004500         GO TO 6000-EXIT
004510     END-IF
004520     EXEC SQL
004530         SELECT COUNT(*)
004540           INTO :WS-QTDE-LINHAS
004550           FROM ESTUDANTE
004560          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
004570     END-EXEC
004580     MOVE WS-ESTUDANTE-ID TO WS-CACHE-ID
004590     IF WS-QTDE-LINHAS = ZERO
004600         MOVE 'S' TO WS-SW-CACHE-EXPURGADO
004610     ELSE
004620         MOVE 'N' TO WS-SW-CACHE-EXPURGADO
004630     END-IF.
004640 6000-EXIT.
004650     EXIT.
004660
004670 7000-IMPRIMIR-CABECALHO.
004680     ADD 1 TO WS-PAGINA-ATUAL
004690     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004700     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
004710     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004720     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
004730     ADD 3 TO WS-LINHAS-NA-PAGINA.
004740 7000-EXIT.
004750     EXIT.
004760
004770 7100-IMPRIMIR-DETALHE.
004780     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
004790         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004800     END-IF
004810     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
004820     ADD 1 TO WS-LINHAS-NA-PAGINA.
004830 7100-EXIT.
004840     EXIT.
004850
004860 9100-IMPRIMIR-RODAPE.
004870     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
004880     MOVE SPACE TO ROD-CONTROLE.
004890 9100-EXIT.
004900     EXIT.
004910
004920 9999-ENCERRAR.
004930     IF WS-QTDE-ANONIMIZADOS = ZERO
004940         AND WS-QTDE-RESP-ORFAOS = ZERO
004950         WRITE REL-REGISTRO FROM WS-LINHA-NENHUM
004960     END-IF
004970     MOVE '-' TO ROD-CONTROLE
004980     IF WS-ARQ-RESPONSAVEL
004990         MOVE 'RESPONSAVEIS SEM ESTUDANTE......:' TO ROD-ROTULO
005000         MOVE WS-QTDE-RESP-ORFAOS TO ROD-VALOR
005010         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005020         MOVE 'RESPONSAVEIS REMOVIDOS..........:' TO ROD-ROTULO
005030         MOVE WS-QTDE-RESP-REMOVIDOS TO ROD-VALOR
005040         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005050     ELSE
005060         MOVE 'REGISTROS LIDOS.................:' TO ROD-ROTULO
005070         MOVE WS-QTDE-LIDOS TO ROD-VALOR
005080         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005090         MOVE 'ANONIMIZADOS NESTA EXECUCAO.....:' TO ROD-ROTULO
005100         MOVE WS-QTDE-ANONIMIZADOS TO ROD-VALOR
005110         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005120         MOVE 'JA ANONIMIZADOS ANTES...........:' TO ROD-ROTULO
005130         MOVE WS-QTDE-JA-ANONIMOS TO ROD-VALOR
005140         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005150         MOVE 'ESTUDANTE AINDA NO CADASTRO.....:' TO ROD-ROTULO
005160         MOVE WS-QTDE-NO-CADASTRO TO ROD-VALOR
005170         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005180         MOVE 'SEM DADO PESSOAL (TRILHA).......:' TO ROD-ROTULO
005190         MOVE WS-QTDE-SEM-DADOS TO ROD-VALOR
005200         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005210         MOVE 'DO DIA, PARA A PROXIMA (TRILHA).:' TO ROD-ROTULO
005220         MOVE WS-QTDE-DO-DIA TO ROD-VALOR
005230         PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
005240     END-IF
005250     CLOSE ARQ-RELATORIO
005260     DISPLAY 'LGP-ANO - ARQUIVO: ' WS-PARM-TIPO-ARQUIVO
005270             ' LIDOS: ' WS-QTDE-LIDOS
005280             ' ANONIMIZADOS: ' WS-QTDE-ANONIMIZADOS
005290             ' RESPONSAVEIS REMOVIDOS: '
005300             WS-QTDE-RESP-REMOVIDOS.
005310 9999-EXIT.
005320     EXIT.
005330
005340 COPY ESTCONPR.
005350 COPY ESTERRPR.
005360
005370 COPY ESTLOGPR.
