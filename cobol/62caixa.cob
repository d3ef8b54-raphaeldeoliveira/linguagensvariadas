000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CXA-FEC.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. FECHAMENTO DE CAIXA DO BALCAO,
000110*                 PARA A TESOURARIA CONFERIR A GAVETA DE CADA
000120*                 CAIXA NO FIM DO EXPEDIENTE: (1) OS RECEBIMENTOS
000130*                 DO DIA (SYSIN, BRANCO = HOJE) FEITOS NA FUNCAO 7
000140*                 DO ONL-EST, UMA PAGINA POR CAIXA (USERID CICS),
000150*                 EM ORDEM DE HORA, COM TOTAL E LINHAS DE
000160*                 ASSINATURA; (2) RESUMO DO DIA POR CAIXA COM
000170*                 QUANTIDADE, PRIMEIRO E ULTIMO RECEBIMENTO E
000180*                 VALOR, CONFERIDO CONTRA A SOMA DO DETALHE.
000190*                 BOLETO E TRANSACAO 'P' DO LOTE NAO ENTRAM (NAO
000200*                 PASSAM PELA GAVETA).
000210*----------------------------------------------------------------
000215
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000260            ORGANIZATION IS SEQUENTIAL.
000265
000270     COPY ESTLOGSL.
000275
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  ARQ-RELATORIO
000310     RECORDING MODE IS F.
000320 01  REL-REGISTRO                  PIC X(133).
000325
000330 COPY ESTLOGFD.
000335
000340 WORKING-STORAGE SECTION.
000350 COPY ESTLOGWS.
000355
000360 EXEC SQL
000370     INCLUDE SQLCA
000380 END-EXEC.
000390 EXEC SQL
000400     INCLUDE COBRANCA
000410 END-EXEC.
000420 EXEC SQL
000430     INCLUDE ESTUDANTE
000440 END-EXEC.
000445
000450 EXEC SQL BEGIN DECLARE SECTION
000460 END-EXEC.
000470 01  WS-DATA-MOVIMENTO             PIC X(08).
000480 01  WS-OPERADOR                   PIC X(08).
000490 01  WS-HORA                       PIC X(06).
000500 01  WS-ESTUDANTE-ID               PIC 9(07).
000510 01  WS-ESTUDANTE-NOME             PIC X(25).
000520 01  WS-CURSO-ID                   PIC 9(04).
000530 01  WS-COMPETENCIA                PIC X(06).
000540 01  WS-VALOR                      PIC S9(05)V9(02) COMP-3.
000550 01  WS-QTDE-RECEBIMENTOS          PIC S9(09) COMP.
000560 01  WS-SOMA-VALOR                 PIC S9(09)V9(02) COMP-3.
000570 01  WS-HORA-PRIMEIRO              PIC X(06).
000580 01  WS-HORA-ULTIMO                PIC X(06).
000590 EXEC SQL END DECLARE SECTION
000600 END-EXEC.
000605
000610 01  WS-PARM-AREA.
000620     05  WS-PARM-DATA              PIC X(08) VALUE SPACES.
000625
000630 01  WS-SWITCHES.
000640     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
000650         88  WS-FIM-CURSOR                 VALUE 'S'.
000660     05  WS-SW-SECAO               PIC X(01) VALUE '1'.
000670         88  WS-SECAO-CAIXA                VALUE '1'.
000680         88  WS-SECAO-RESUMO               VALUE '2'.
000685
000690 77  WS-OPERADOR-ANTERIOR          PIC X(08) VALUE SPACES.
000695
000700 01  WS-TOTAIS.
000710     05  WS-CAIXA-QTDE             PIC 9(07) COMP-3 VALUE ZERO.
000720     05  WS-CAIXA-VALOR            PIC 9(11)V9(02) COMP-3
000730                                   VALUE ZERO.
000740     05  WS-GERAL-QTDE             PIC 9(07) COMP-3 VALUE ZERO.
000750     05  WS-GERAL-VALOR            PIC 9(11)V9(02) COMP-3
000760                                   VALUE ZERO.
000770     05  WS-QTDE-CAIXAS            PIC 9(05) COMP-3 VALUE ZERO.
000780     05  WS-RESUMO-QTDE            PIC 9(07) COMP-3 VALUE ZERO.
000790     05  WS-RESUMO-VALOR           PIC 9(11)V9(02) COMP-3
000800                                   VALUE ZERO.
000805
000810 01  WS-DATA-EXECUCAO.
000820     05  WS-DATA-ANO               PIC 9(04).
000830     05  WS-DATA-MES               PIC 9(02).
000840     05  WS-DATA-DIA               PIC 9(02).
000845
000850*    DATA AAAAMMDD EDITADA COMO DD/MM/AAAA E HORA HHMMSS EDITADA
000860*    COMO HH:MM:SS NO RELATORIO.
000870 01  WS-DATA-ENTRADA.
000880     05  WS-ENT-ANO                PIC X(04).
000890     05  WS-ENT-MES                PIC X(02).
000900     05  WS-ENT-DIA                PIC X(02).
000910 01  WS-DATA-EDITADA               PIC X(10).
000920 01  WS-HORA-ENTRADA.
000930     05  WS-ENT-HH                 PIC X(02).
000940     05  WS-ENT-MM                 PIC X(02).
000950     05  WS-ENT-SS                 PIC X(02).
000960 01  WS-HORA-EDITADA               PIC X(08).
000965
000970 01  WS-CONTROLE-RELATORIO.
000980     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
000990     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001000     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001005
001010 01  WS-LINHA-CABECALHO-1.
001020     05  FILLER                    PIC X(01) VALUE '1'.
001030     05  FILLER                    PIC X(34) VALUE
001040         'FECHAMENTO DE CAIXA DO BALCAO'.
001050     05  FILLER                    PIC X(10) VALUE
001060         'MOVIMENTO '.
001070     05  CAB-DATA-MOVIMENTO        PIC X(10).
001080     05  FILLER                    PIC X(02) VALUE SPACES.
001090     05  FILLER                    PIC X(17) VALUE
001100         'DATA DA EXECUCAO'.
001110     05  CAB-DATA-EXECUCAO         PIC X(10).
001120     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001130     05  CAB-PAGINA                PIC ZZ9.
001140     05  FILLER                    PIC X(39) VALUE SPACES.
001145
001150 01  WS-LINHA-TITULO-1.
001160     05  FILLER                    PIC X(01) VALUE '0'.
001170     05  FILLER                    PIC X(34) VALUE
001180         'RECEBIMENTOS DO CAIXA (USERID):'.
001190     05  TIT-OPERADOR              PIC X(08).
001200     05  FILLER                    PIC X(90) VALUE SPACES.
001205
001210 01  WS-LINHA-COLUNAS-1.
001220     05  FILLER                    PIC X(01) VALUE SPACE.
001230     05  FILLER                    PIC X(10) VALUE 'HORA'.
001240     05  FILLER                    PIC X(09) VALUE 'ID'.
001250     05  FILLER                    PIC X(27) VALUE 'NOME'.
001260     05  FILLER                    PIC X(08) VALUE 'CURSO'.
001270     05  FILLER                    PIC X(11) VALUE 'COMPETENCIA'.
001280     05  FILLER                    PIC X(13) VALUE
001290         '        VALOR'.
001300     05  FILLER                    PIC X(54) VALUE SPACES.
001305
001310 01  WS-LINHA-RECEBIMENTO.
001320     05  FILLER                    PIC X(01) VALUE SPACE.
001330     05  DET-HORA                  PIC X(08).
001340     05  FILLER                    PIC X(02) VALUE SPACES.
001350     05  DET-ESTUDANTE-ID          PIC 9(07).
001360     05  FILLER                    PIC X(02) VALUE SPACES.
001370     05  DET-ESTUDANTE-NOME        PIC X(25).
001380     05  FILLER                    PIC X(02) VALUE SPACES.
001390     05  DET-CURSO                 PIC 9(04).
001400     05  FILLER                    PIC X(04) VALUE SPACES.
001410     05  DET-COMPETENCIA           PIC X(06).
001420     05  FILLER                    PIC X(05) VALUE SPACES.
001430     05  DET-VALOR                 PIC ZZ,ZZZ,ZZ9.99.
001440     05  FILLER                    PIC X(54) VALUE SPACES.
001445
001450 01  WS-LINHA-TOTAL-CAIXA.
001460     05  FILLER                    PIC X(01) VALUE '0'.
001470     05  FILLER                    PIC X(15) VALUE
001480         'TOTAL DO CAIXA '.
001490     05  TOT-OPERADOR              PIC X(08).
001500     05  FILLER                    PIC X(03) VALUE SPACES.
001510     05  FILLER                    PIC X(14) VALUE
001520         'RECEBIMENTOS: '.
001530     05  TOT-QTDE                  PIC ZZZ,ZZ9.
001540     05  FILLER                    PIC X(18) VALUE SPACES.
001550     05  TOT-VALOR                 PIC ZZ,ZZZ,ZZ9.99.
001560     05  FILLER                    PIC X(54) VALUE SPACES.
001565
001570 01  WS-LINHA-ASSINATURA.
001580     05  FILLER                    PIC X(01) VALUE '-'.
001590     05  FILLER                    PIC X(40) VALUE
001600         'CAIXA: ______________________________'.
001610     05  FILLER                    PIC X(40) VALUE
001620         'TESOURARIA: ___________________________'.
001630     05  FILLER                    PIC X(52) VALUE SPACES.
001635
001640 01  WS-LINHA-NENHUM.
001650     05  FILLER                    PIC X(01) VALUE '0'.
001660     05  FILLER                    PIC X(50) VALUE
001670         'NENHUM RECEBIMENTO NO BALCAO NA DATA'.
001680     05  FILLER                    PIC X(82) VALUE SPACES.
001685
001690 01  WS-LINHA-TITULO-2.
001700     05  FILLER                    PIC X(01) VALUE '0'.
001710     05  FILLER                    PIC X(60) VALUE
001720         'RESUMO DO DIA POR CAIXA'.
001730     05  FILLER                    PIC X(72) VALUE SPACES.
001735
001740 01  WS-LINHA-COLUNAS-2.
001750     05  FILLER                    PIC X(01) VALUE SPACE.
001760     05  FILLER                    PIC X(10) VALUE 'CAIXA'.
001770     05  FILLER                    PIC X(07) VALUE '   QTDE'.
001780     05  FILLER                    PIC X(07) VALUE SPACES.
001790     05  FILLER                    PIC X(10) VALUE 'PRIMEIRO'.
001800     05  FILLER                    PIC X(10) VALUE 'ULTIMO'.
001810     05  FILLER                    PIC X(13) VALUE
001820         '        VALOR'.
001830     05  FILLER                    PIC X(75) VALUE SPACES.
001835
001840 01  WS-LINHA-RESUMO.
001850     05  FILLER                    PIC X(01) VALUE SPACE.
001860     05  RES-OPERADOR              PIC X(08).
001870     05  FILLER                    PIC X(02) VALUE SPACES.
001880     05  RES-QTDE                  PIC ZZZ,ZZ9.
001890     05  FILLER                    PIC X(07) VALUE SPACES.
001900     05  RES-PRIMEIRO              PIC X(08).
001910     05  FILLER                    PIC X(02) VALUE SPACES.
001920     05  RES-ULTIMO                PIC X(08).
001930     05  FILLER                    PIC X(02) VALUE SPACES.
001940     05  RES-VALOR                 PIC ZZ,ZZZ,ZZ9.99.
001950     05  FILLER                    PIC X(75) VALUE SPACES.
001955
001960 01  WS-LINHA-DIVERGENCIA.
001970     05  FILLER                    PIC X(01) VALUE '0'.
001980     05  FILLER                    PIC X(60) VALUE
001990         '*** RESUMO DIVERGE DO DETALHE - RECEBIMENTO DURANTE A'.
002000     05  FILLER                    PIC X(40) VALUE
002010         ' EXECUCAO? RODAR DE NOVO ***'.
002020     05  FILLER                    PIC X(32) VALUE SPACES.
002025
002030 COPY ESTCONWS.
002035
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002070     PERFORM 2000-LISTAR-RECEBIMENTOS THRU 2000-EXIT
002080     PERFORM 3000-RESUMIR-CAIXAS THRU 3000-EXIT
002090     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002100     MOVE 'CXA-FEC' TO WS-LOG-PROGRAMA
002110     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002120     MOVE WS-GERAL-QTDE TO WS-LOG-LIDAS
002130     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002140     STOP RUN.
002145
002150 1000-INITIALIZE.
002160     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002170     EXEC SQL
002180         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002190     END-EXEC
002200     EXEC SQL
002210         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002220     END-EXEC
002230     ACCEPT WS-DATA-EXECUCAO FROM DATE YYYYMMDD
002240     DISPLAY 'CXA-FEC - DATA DO MOVIMENTO (AAAAMMDD,'
002250             ' BRANCO=HOJE): '
002260     ACCEPT WS-PARM-DATA FROM SYSIN
002270     IF WS-PARM-DATA = SPACES
002280         MOVE WS-DATA-EXECUCAO TO WS-DATA-MOVIMENTO
002290     ELSE
002300         IF WS-PARM-DATA NOT NUMERIC
002310             DISPLAY 'CXA-FEC: DATA DO MOVIMENTO INVALIDA - '
002320                     WS-PARM-DATA
002330             MOVE 16 TO RETURN-CODE
002340             STOP RUN
002350         END-IF
002360         MOVE WS-PARM-DATA TO WS-DATA-MOVIMENTO
002370     END-IF
002380     OPEN OUTPUT ARQ-RELATORIO
002390     MOVE WS-DATA-MOVIMENTO TO WS-DATA-ENTRADA
002400     PERFORM 8100-EDITAR-DATA THRU 8100-EXIT
002410     MOVE WS-DATA-EDITADA TO CAB-DATA-MOVIMENTO
002420     STRING WS-DATA-DIA    DELIMITED BY SIZE
002430            '/'            DELIMITED BY SIZE
002440            WS-DATA-MES    DELIMITED BY SIZE
002450            '/'            DELIMITED BY SIZE
002460            WS-DATA-ANO    DELIMITED BY SIZE
002470       INTO CAB-DATA-EXECUCAO.
002480 1000-EXIT.
002490     EXIT.
002495
002500 2000-LISTAR-RECEBIMENTOS.
002510*    SO A COBRANCA RECEBIDA NO BALCAO TEM CAIXA-OPERADOR; A DATA
002520*    DO PAGAMENTO E A DO RECEBIMENTO. O LEFT JOIN MANTEM NA GAVETA
002530*    O RECEBIMENTO DE ESTUDANTE QUE JA NAO ESTA NO CADASTRO.
002540     EXEC SQL
002550         DECLARE CUR-RECEBIMENTO CURSOR FOR
002560         SELECT C.COBRANCA-CAIXA-OPERADOR, C.COBRANCA-CAIXA-HORA,
002570                C.COBRANCA-ESTUDANTE-ID,
002580                VALUE(E.ESTUDANTE-NOME, '(NAO CADASTRADO)'),
002590                C.COBRANCA-CURSO-ID, C.COBRANCA-COMPETENCIA,
002600                C.COBRANCA-VALOR
002610           FROM COBRANCA C
002620           LEFT OUTER JOIN ESTUDANTE E
002630             ON E.ESTUDANTE-ID = C.COBRANCA-ESTUDANTE-ID
002640          WHERE C.COBRANCA-DATA-PAGAMENTO = :WS-DATA-MOVIMENTO
002650            AND C.COBRANCA-CAIXA-OPERADOR <> ' '
002660          ORDER BY 1, 2, 3
002670     END-EXEC
002675
002680     EXEC SQL
002690         WHENEVER SQLERROR CONTINUE
002700     END-EXEC
002710     EXEC SQL
002720         OPEN CUR-RECEBIMENTO
002730     END-EXEC
002740     EXEC SQL
002750         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002760     END-EXEC
002765
002770     IF SQLCODE NOT = 0
002780         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
002790         MOVE 8 TO RETURN-CODE
002800         GO TO 2000-EXIT
002810     END-IF
002815
002820     PERFORM 2100-FETCH-RECEBIMENTO THRU 2100-EXIT
002830         UNTIL WS-FIM-CURSOR
002840     IF WS-OPERADOR-ANTERIOR NOT = SPACES
002850         PERFORM 2300-TOTAL-CAIXA THRU 2300-EXIT
002860     ELSE
002870         MOVE SPACES TO TIT-OPERADOR
002880         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
002890         WRITE REL-REGISTRO FROM WS-LINHA-NENHUM
002900         ADD 2 TO WS-LINHAS-NA-PAGINA
002910     END-IF
002915
002920     EXEC SQL
002930         CLOSE CUR-RECEBIMENTO
002940     END-EXEC.
002950 2000-EXIT.
002960     EXIT.
002965
002970 2100-FETCH-RECEBIMENTO.
002980     EXEC SQL
002990         WHENEVER SQLERROR CONTINUE
003000     END-EXEC
003010     EXEC SQL
003020         FETCH CUR-RECEBIMENTO
003030          INTO :WS-OPERADOR, :WS-HORA, :WS-ESTUDANTE-ID,
003040               :WS-ESTUDANTE-NOME, :WS-CURSO-ID,
003050               :WS-COMPETENCIA, :WS-VALOR
003060     END-EXEC
003070     EXEC SQL
003080         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003090     END-EXEC
003095
003100     EVALUATE SQLCODE
003110         WHEN 0
003120             PERFORM 2200-IMPRIMIR-RECEBIMENTO THRU 2200-EXIT
003130         WHEN 100
003140             SET WS-FIM-CURSOR TO TRUE
003150         WHEN OTHER
003160             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
003170             MOVE 8 TO RETURN-CODE
003180             SET WS-FIM-CURSOR TO TRUE
003190     END-EVALUATE.
003200 2100-EXIT.
003210     EXIT.
003215
003220 2200-IMPRIMIR-RECEBIMENTO.
003230*    CADA CAIXA COMECA EM PAGINA PROPRIA, QUE VAI COM A GAVETA
003240*    PARA A TESOURARIA.
003250     IF WS-OPERADOR NOT = WS-OPERADOR-ANTERIOR
003260         IF WS-OPERADOR-ANTERIOR NOT = SPACES
003270             PERFORM 2300-TOTAL-CAIXA THRU 2300-EXIT
003280         END-IF
003290         MOVE WS-OPERADOR TO WS-OPERADOR-ANTERIOR
003300         MOVE WS-OPERADOR TO TIT-OPERADOR
003310         ADD 1 TO WS-QTDE-CAIXAS
003320         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003330     END-IF
003340     MOVE WS-HORA              TO WS-HORA-ENTRADA
003350     PERFORM 8200-EDITAR-HORA THRU 8200-EXIT
003360     MOVE WS-HORA-EDITADA      TO DET-HORA
003370     MOVE WS-ESTUDANTE-ID      TO DET-ESTUDANTE-ID
003380     MOVE WS-ESTUDANTE-NOME    TO DET-ESTUDANTE-NOME
003390     MOVE WS-CURSO-ID          TO DET-CURSO
003400     MOVE WS-COMPETENCIA       TO DET-COMPETENCIA
003410     MOVE WS-VALOR             TO DET-VALOR
003420     PERFORM 7100-IMPRIMIR-LINHA THRU 7100-EXIT
003430     ADD 1        TO WS-CAIXA-QTDE WS-GERAL-QTDE
003440     ADD WS-VALOR TO WS-CAIXA-VALOR WS-GERAL-VALOR.
003450 2200-EXIT.
003460     EXIT.
003465
003470 2300-TOTAL-CAIXA.
003480     MOVE WS-OPERADOR-ANTERIOR TO TOT-OPERADOR
003490     MOVE WS-CAIXA-QTDE        TO TOT-QTDE
003500     MOVE WS-CAIXA-VALOR       TO TOT-VALOR
003510     IF WS-LINHAS-NA-PAGINA > WS-LINHAS-POR-PAGINA - 5
003520         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003530     END-IF
003540     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL-CAIXA
003550     WRITE REL-REGISTRO FROM WS-LINHA-ASSINATURA
003560     ADD 5 TO WS-LINHAS-NA-PAGINA
003570     MOVE ZERO TO WS-CAIXA-QTDE
003580     MOVE ZERO TO WS-CAIXA-VALOR.
003590 2300-EXIT.
003600     EXIT.
003605
003610 3000-RESUMIR-CAIXAS.
003620*    O RESUMO VEM DE UMA SEGUNDA LEITURA, AGRUPADA PELO DB2, E E
003630*    CONFERIDO CONTRA O TOTAL DO DETALHE: DIFERENCA SIGNIFICA
003640*    RECEBIMENTO GRAVADO ENTRE AS DUAS LEITURAS (RC 4).
003650     SET WS-SECAO-RESUMO TO TRUE
003660     MOVE 'N' TO WS-SW-FIM-CURSOR
003670     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
003675
003680     EXEC SQL
003690         DECLARE CUR-RESUMO CURSOR FOR
003700         SELECT COBRANCA-CAIXA-OPERADOR, COUNT(*),
003710                SUM(COBRANCA-VALOR), MIN(COBRANCA-CAIXA-HORA),
003720                MAX(COBRANCA-CAIXA-HORA)
003730           FROM COBRANCA
003740          WHERE COBRANCA-DATA-PAGAMENTO = :WS-DATA-MOVIMENTO
003750            AND COBRANCA-CAIXA-OPERADOR <> ' '
003760          GROUP BY COBRANCA-CAIXA-OPERADOR
003770          ORDER BY 1
003780     END-EXEC
003785
003790     EXEC SQL
003800         WHENEVER SQLERROR CONTINUE
003810     END-EXEC
003820     EXEC SQL
003830         OPEN CUR-RESUMO
003840     END-EXEC
003850     EXEC SQL
003860         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003870     END-EXEC
003875
003880     IF SQLCODE NOT = 0
003890         DISPLAY 'ERRO AO ABRIR O CURSOR - SQLCODE = ' SQLCODE
003900         MOVE 8 TO RETURN-CODE
003910         GO TO 3000-EXIT
003920     END-IF
003925
003930     PERFORM 3100-FETCH-RESUMO THRU 3100-EXIT
003940         UNTIL WS-FIM-CURSOR
003950     MOVE 'TOTAL'           TO RES-OPERADOR
003960     MOVE WS-RESUMO-QTDE    TO RES-QTDE
003970     MOVE SPACES            TO RES-PRIMEIRO RES-ULTIMO
003980     MOVE WS-RESUMO-VALOR   TO RES-VALOR
003990     PERFORM 7200-IMPRIMIR-RESUMO THRU 7200-EXIT
004000     IF WS-RESUMO-QTDE NOT = WS-GERAL-QTDE
004010         OR WS-RESUMO-VALOR NOT = WS-GERAL-VALOR
004020         DISPLAY 'CXA-FEC: RESUMO DIVERGE DO DETALHE - DETALHE '
004030                 WS-GERAL-QTDE ' / ' WS-GERAL-VALOR
004040                 ' RESUMO ' WS-RESUMO-QTDE ' / ' WS-RESUMO-VALOR
004050         WRITE REL-REGISTRO FROM WS-LINHA-DIVERGENCIA
004060         IF RETURN-CODE < 4
004070             MOVE 4 TO RETURN-CODE
004080         END-IF
004090     END-IF
004095
004100     EXEC SQL
004110         CLOSE CUR-RESUMO
004120     END-EXEC.
004130 3000-EXIT.
004140     EXIT.
004145
004150 3100-FETCH-RESUMO.
004160     EXEC SQL
004170         WHENEVER SQLERROR CONTINUE
004180     END-EXEC
004190     EXEC SQL
004200         FETCH CUR-RESUMO
004210          INTO :WS-OPERADOR, :WS-QTDE-RECEBIMENTOS,
004220               :WS-SOMA-VALOR, :WS-HORA-PRIMEIRO,
004230               :WS-HORA-ULTIMO
004240     END-EXEC
004250     EXEC SQL
004260         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004270     END-EXEC
004275
004280     EVALUATE SQLCODE
004290         WHEN 0
004300             PERFORM 3200-IMPRIMIR-CAIXA THRU 3200-EXIT
004310         WHEN 100
004320             SET WS-FIM-CURSOR TO TRUE
004330         WHEN OTHER
004340             DISPLAY 'ERRO NO FETCH - SQLCODE = ' SQLCODE
004350             MOVE 8 TO RETURN-CODE
004360             SET WS-FIM-CURSOR TO TRUE
004370     END-EVALUATE.
004380 3100-EXIT.
004390     EXIT.
004395
004400 3200-IMPRIMIR-CAIXA.
004410     MOVE WS-OPERADOR          TO RES-OPERADOR
004420     MOVE WS-QTDE-RECEBIMENTOS TO RES-QTDE
004430     MOVE WS-HORA-PRIMEIRO     TO WS-HORA-ENTRADA
004440     PERFORM 8200-EDITAR-HORA THRU 8200-EXIT
004450     MOVE WS-HORA-EDITADA      TO RES-PRIMEIRO
004460     MOVE WS-HORA-ULTIMO       TO WS-HORA-ENTRADA
004470     PERFORM 8200-EDITAR-HORA THRU 8200-EXIT
004480     MOVE WS-HORA-EDITADA      TO RES-ULTIMO
004490     MOVE WS-SOMA-VALOR        TO RES-VALOR
004500     PERFORM 7200-IMPRIMIR-RESUMO THRU 7200-EXIT
004510     ADD WS-QTDE-RECEBIMENTOS  TO WS-RESUMO-QTDE
004520     ADD WS-SOMA-VALOR         TO WS-RESUMO-VALOR.
004530 3200-EXIT.
004540     EXIT.
004545
004550 7000-IMPRIMIR-CABECALHO.
004560     ADD 1 TO WS-PAGINA-ATUAL
004570     MOVE ZERO TO WS-LINHAS-NA-PAGINA
004580     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
004590     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
004600     IF WS-SECAO-CAIXA
004610         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-1
004620         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-1
004630     ELSE
004640         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-2
004650         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-2
004660     END-IF
004670     ADD 3 TO WS-LINHAS-NA-PAGINA.
004680 7000-EXIT.
004690     EXIT.
004695
004700 7100-IMPRIMIR-LINHA.
004710     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
004720         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004730     END-IF
004740     WRITE REL-REGISTRO FROM WS-LINHA-RECEBIMENTO
004750     ADD 1 TO WS-LINHAS-NA-PAGINA.
004760 7100-EXIT.
004770     EXIT.
004775
004780 7200-IMPRIMIR-RESUMO.
004790     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
004800         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004810     END-IF
004820     WRITE REL-REGISTRO FROM WS-LINHA-RESUMO
004830     ADD 1 TO WS-LINHAS-NA-PAGINA.
004840 7200-EXIT.
004850     EXIT.
004855
004860 8100-EDITAR-DATA.
004870     STRING WS-ENT-DIA     DELIMITED BY SIZE
004880            '/'            DELIMITED BY SIZE
004890            WS-ENT-MES     DELIMITED BY SIZE
004900            '/'            DELIMITED BY SIZE
004910            WS-ENT-ANO     DELIMITED BY SIZE
004920       INTO WS-DATA-EDITADA.
004930 8100-EXIT.
004940     EXIT.
004945
004950 8200-EDITAR-HORA.
004960     STRING WS-ENT-HH      DELIMITED BY SIZE
004970            ':'            DELIMITED BY SIZE
004980            WS-ENT-MM      DELIMITED BY SIZE
004990            ':'            DELIMITED BY SIZE
005000            WS-ENT-SS      DELIMITED BY SIZE
005010       INTO WS-HORA-EDITADA.
005020 8200-EXIT.
005030     EXIT.
005035
005040 9999-ENCERRAR.
005050     CLOSE ARQ-RELATORIO
005060     DISPLAY 'CXA-FEC - MOVIMENTO: ' WS-DATA-MOVIMENTO
005070             ' CAIXAS: ' WS-QTDE-CAIXAS
005080             ' RECEBIMENTOS: ' WS-GERAL-QTDE
005090             ' VALOR: ' WS-GERAL-VALOR.
005100 9999-EXIT.
005110     EXIT.
005115
005120 COPY ESTCONPR.
005130 COPY ESTERRPR.
005135
005140 COPY ESTLOGPR.
