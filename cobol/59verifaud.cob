000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VRF-AUD.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. VERIFICACAO DA INTEGRIDADE DA
000110*                 TRILHA DE AUDITORIA: LE AS GUARDAS ANUAIS DO
000120*                 ARC-AUD (ARQ-GUARDA) E O DATASET VIVO
000130*                 (ARQ-AUDITORIA) E CONFERE A SEQUENCIA GLOBAL
000140*                 (AUD-SEQUENCIA) E O VALOR ENCADEADO (AUD-CHAVE-
000150*                 ENCADEADA) DE CADA REGISTRO, RELATANDO LACUNA,
000160*                 DUPLICIDADE, CORRENTE ROMPIDA, REGISTRO SEM
000170*                 SEQUENCIA POSTERIOR A IMPLANTACAO E DIVERGENCIA
000180*                 COM A LINHA DE CONTROLE-AUDITORIA. RC 8 COM
000190*                 QUALQUER OCORRENCIA: A CONCILIACAO RCN-SQL DA
000200*                 JANELA SO RODA DEPOIS DE UMA VERIFICACAO LIMPA.
000210*                 SO LEITURA: NADA E ALTERADO.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT ARQ-GUARDA ASSIGN TO AUDARCH
000280            ORGANIZATION IS SEQUENTIAL.
000290     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000300            ORGANIZATION IS SEQUENTIAL.
000310 COPY ESTAUDSL.
000320
000330     COPY ESTLOGSL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370*    AS DUAS ENTRADAS SAO LIDAS PARA DENTRO DE REG-AUDITORIA, NA
000380*    WORKING-STORAGE (COPY ESTAUDRG), PORQUE OS REGISTROS QUE
000390*    ABREM CADA TRECHO SAO GUARDADOS E CONFERIDOS DE NOVO DEPOIS
000400*    DE OS DOIS ARQUIVOS JA ESTAREM FECHADOS.
000410 FD  ARQ-GUARDA
000420     RECORDING MODE IS F.
000430 01  GRD-REGISTRO                  PIC X(138).
000440
000450 FD  ARQ-AUDITORIA
000460     RECORDING MODE IS F.
000470 01  VIV-REGISTRO                  PIC X(138).
000480
000490 FD  ARQ-RELATORIO
000500     RECORDING MODE IS F.
000510 01  REL-REGISTRO                  PIC X(133).
000520
000530 COPY ESTLOGFD.
000540
000550 WORKING-STORAGE SECTION.
000560 COPY ESTLOGWS.
000570
000580 EXEC SQL
000590     INCLUDE SQLCA
000600 END-EXEC.
000610 EXEC SQL
000620     INCLUDE CTRLAUD
000630 END-EXEC.
000640
000650 COPY ESTAUDRG.
000660
000670 COPY ESTSEQWS.
000680
000690 EXEC SQL BEGIN DECLARE SECTION
000700 END-EXEC.
000710 01  WS-CTL-DATA-INICIO            PIC X(08).
000720 EXEC SQL END DECLARE SECTION
000730 END-EXEC.
000740 01  WS-CTL-DATA-INICIO-N REDEFINES WS-CTL-DATA-INICIO
000750                                   PIC 9(08).
000760
000770*    LINHA DE CONTROLE-AUDITORIA LIDA NO INICIO (A JANELA NAO
000780*    TEM OUTRO GRAVADOR DA TRILHA RODANDO NESTE STEP).
000790 01  WS-CONTROLE-LIDO.
000800     05  WS-CTL-ULTIMA-SEQUENCIA   PIC 9(09) VALUE ZERO.
000810     05  WS-CTL-ULTIMA-CHAVE       PIC 9(09) VALUE ZERO.
000820
000830*    TRECHOS CONTINUOS DA TRILHA: CADA ENTRADA E UMA SERIE DE
000840*    REGISTROS LIDOS UM APOS O OUTRO COM SEQUENCIAS CONSECUTIVAS.
000850*    AS GUARDAS ANUAIS VEM CONCATENADAS EM AUDARCH NA ORDEM EM
000860*    QUE A OPERACAO AS LISTOU, ENTAO A ORDEM DE LEITURA NAO SERVE
000870*    DE REFERENCIA: OS TRECHOS SAO CONFERIDOS ENTRE SI NO FINAL,
000880*    EM ORDEM DE SEQUENCIA (4000). O REGISTRO QUE ABRE O TRECHO
000890*    FICA GUARDADO PARA A CONFERENCIA DA CORRENTE NA JUNCAO.
000900 01  WS-TABELA-TRECHOS.
000910     05  WS-TRC-QTDE               PIC 9(04) COMP VALUE ZERO.
000920     05  WS-TRC-ENTRADA            OCCURS 500 TIMES.
000930         10  WS-TRC-PRIMEIRA       PIC 9(09).
000940         10  WS-TRC-ULTIMA         PIC 9(09).
000950         10  WS-TRC-CHAVE-ULTIMA   PIC 9(09).
000960         10  WS-TRC-ORIGEM         PIC X(06).
000970         10  WS-TRC-SW-PRIMEIRO-VALIDO PIC X(01).
000980         10  WS-TRC-SW-ULTIMA-VALIDA   PIC X(01).
000990         10  WS-TRC-SW-TRATADO     PIC X(01).
001000         10  WS-TRC-REGISTRO       PIC X(138).
001010
001020 77  WS-INDICE-TRC                 PIC 9(04) COMP VALUE ZERO.
001030 77  WS-INDICE-MENOR               PIC 9(04) COMP VALUE ZERO.
001040 77  WS-INDICE-BUSCA               PIC 9(04) COMP VALUE ZERO.
001050
001060*    PONTO ATE ONDE A TRILHA JA FOI CONFERIDA NA JUNCAO DOS
001070*    TRECHOS (4000) E VALOR ENCADEADO DESSE PONTO; ZEROS ANTES DO
001080*    PRIMEIRO, QUE E A SEMENTE DA CORRENTE.
001090 01  WS-JUNCAO.
001100     05  WS-JUN-ULTIMA             PIC 9(09) VALUE ZERO.
001110     05  WS-JUN-CHAVE              PIC 9(09) VALUE ZERO.
001120     05  WS-JUN-SW-CHAVE-VALIDA    PIC X(01) VALUE 'S'.
001130     05  WS-JUN-ATE                PIC 9(09) VALUE ZERO.
001140
001150 01  WS-SWITCHES.
001160     05  WS-SW-FIM-GUARDA          PIC X(01) VALUE 'N'.
001170         88  WS-FIM-GUARDA                 VALUE 'S'.
001180     05  WS-SW-FIM-VIVO            PIC X(01) VALUE 'N'.
001190         88  WS-FIM-VIVO                   VALUE 'S'.
001200     05  WS-SW-REG-VALIDO          PIC X(01) VALUE 'S'.
001210         88  WS-REG-VALIDO                 VALUE 'S'.
001220         88  WS-REG-INVALIDO               VALUE 'N'.
001230
001240 01  WS-ORIGEM-ATUAL               PIC X(06) VALUE SPACES.
001250 01  WS-ORIGEM-OCORRENCIA          PIC X(06) VALUE SPACES.
001260
001270 01  WS-CONTADORES.
001280     05  WS-QTDE-LIDOS-GUARDA      PIC 9(07) COMP-3 VALUE ZERO.
001290     05  WS-QTDE-LIDOS-VIVO        PIC 9(07) COMP-3 VALUE ZERO.
001300     05  WS-QTDE-SEM-SEQUENCIA     PIC 9(07) COMP-3 VALUE ZERO.
001310     05  WS-QTDE-SEQUENCIADOS      PIC 9(07) COMP-3 VALUE ZERO.
001320     05  WS-QTDE-LACUNAS           PIC 9(07) COMP-3 VALUE ZERO.
001330     05  WS-QTDE-DUPLICADAS        PIC 9(07) COMP-3 VALUE ZERO.
001340     05  WS-QTDE-ROMPIDOS          PIC 9(07) COMP-3 VALUE ZERO.
001350     05  WS-QTDE-INVALIDOS         PIC 9(07) COMP-3 VALUE ZERO.
001360     05  WS-QTDE-SEM-SEQ-APOS      PIC 9(07) COMP-3 VALUE ZERO.
001370     05  WS-QTDE-OCORRENCIAS       PIC 9(07) COMP-3 VALUE ZERO.
001380     05  WS-QTDE-FALTANTES         PIC 9(09) COMP-3 VALUE ZERO.
001390     05  WS-QTDE-ALEM-CONTROLE     PIC 9(09) COMP-3 VALUE ZERO.
001400     05  WS-QTDE-TRECHO            PIC 9(09) COMP-3 VALUE ZERO.
001410
001420 01  WS-DATA-HOJE.
001430     05  WS-DATA-ANO               PIC 9(04).
001440     05  WS-DATA-MES               PIC 9(02).
001450     05  WS-DATA-DIA               PIC 9(02).
001460
001470 01  WS-CONTROLE-RELATORIO.
001480     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
001490     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
001500     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
001510
001520 01  WS-LINHA-CABECALHO-1.
001530     05  FILLER                    PIC X(01) VALUE '1'.
001540     05  FILLER                    PIC X(45) VALUE
001550         'VERIFICACAO DA TRILHA DE AUDITORIA'.
001560     05  FILLER                    PIC X(17) VALUE
001570         'DATA DA EXECUCAO'.
001580     05  CAB-DATA-EXECUCAO         PIC X(10).
001590     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
001600     05  CAB-PAGINA                PIC ZZ9.
001610     05  FILLER                    PIC X(50) VALUE SPACES.
001620
001630 01  WS-LINHA-COLUNAS.
001640     05  FILLER                    PIC X(01) VALUE '0'.
001650     05  FILLER                    PIC X(27) VALUE 'OCORRENCIA'.
001660     05  FILLER                    PIC X(10) VALUE ' SEQ INIC.'.
001670     05  FILLER                    PIC X(10) VALUE 'SEQ FINAL'.
001680     05  FILLER                    PIC X(10) VALUE '     QTDE'.
001690     05  FILLER                    PIC X(07) VALUE 'ORIGEM'.
001700     05  FILLER                    PIC X(09) VALUE 'DATA'.
001710     05  FILLER                    PIC X(09) VALUE 'HORA'.
001720     05  FILLER                    PIC X(02) VALUE 'O'.
001730     05  FILLER                    PIC X(08) VALUE 'ID'.
001740     05  FILLER                    PIC X(09) VALUE 'OPERADOR'.
001750     05  FILLER                    PIC X(10) VALUE 'CH.GRAV.'.
001760     05  FILLER                    PIC X(10) VALUE 'CH.CALC.'.
001770     05  FILLER                    PIC X(11) VALUE SPACES.
001780
001790 01  WS-LINHA-OCORRENCIA.
001800     05  FILLER                    PIC X(01).
001810     05  OCO-TIPO                  PIC X(26).
001820     05  FILLER                    PIC X(01).
001830     05  OCO-SEQ-INICIAL           PIC ZZZZZZZZ9.
001840     05  FILLER                    PIC X(01).
001850     05  OCO-SEQ-FINAL             PIC ZZZZZZZZ9.
001860     05  FILLER                    PIC X(01).
001870     05  OCO-QTDE                  PIC ZZZZZZZZ9.
001880     05  FILLER                    PIC X(01).
001890     05  OCO-ORIGEM                PIC X(06).
001900     05  FILLER                    PIC X(01).
001910     05  OCO-DATA                  PIC X(08).
001920     05  FILLER                    PIC X(01).
001930     05  OCO-HORA                  PIC X(08).
001940     05  FILLER                    PIC X(01).
001950     05  OCO-OPERACAO              PIC X(01).
001960     05  FILLER                    PIC X(01).
001970     05  OCO-ESTUDANTE-ID          PIC X(07).
001980     05  FILLER                    PIC X(01).
001990     05  OCO-OPERADOR              PIC X(08).
002000     05  FILLER                    PIC X(01).
002010     05  OCO-CHAVE-GRAVADA         PIC X(09).
002020     05  FILLER                    PIC X(01).
002030     05  OCO-CHAVE-CALCULADA       PIC X(09).
002040     05  FILLER                    PIC X(12).
002050
002060 01  WS-LINHA-MENSAGEM.
002070     05  FILLER                    PIC X(01) VALUE SPACE.
002080     05  MSG-TEXTO                 PIC X(80).
002090     05  FILLER                    PIC X(52) VALUE SPACES.
002100
002110 01  WS-LINHA-RODAPE.
002120     05  ROD-CONTROLE              PIC X(01).
002130     05  ROD-ROTULO                PIC X(33).
002140     05  FILLER                    PIC X(01) VALUE SPACE.
002150     05  ROD-VALOR                 PIC ZZZZZZ9.
002160     05  FILLER                    PIC X(91) VALUE SPACES.
002170
002180 01  WS-LINHA-RODAPE-SEQ.
002190     05  RDS-CONTROLE              PIC X(01) VALUE SPACE.
002200     05  RDS-ROTULO                PIC X(33).
002210     05  FILLER                    PIC X(01) VALUE SPACE.
002220     05  RDS-VALOR                 PIC ZZZZZZZZ9.
002230     05  FILLER                    PIC X(89) VALUE SPACES.
002240
002250 COPY ESTCONWS.
002260
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002300     PERFORM 2000-LER-GUARDAS THRU 2000-EXIT
002310     PERFORM 3000-LER-ARQUIVO-VIVO THRU 3000-EXIT
002320     PERFORM 4000-CONFERIR-TRECHOS THRU 4000-EXIT
002330     PERFORM 5000-CONFERIR-CONTROLE THRU 5000-EXIT
002340     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002350     MOVE 'VRF-AUD' TO WS-LOG-PROGRAMA
002360     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002370     COMPUTE WS-LOG-LIDAS = WS-QTDE-LIDOS-GUARDA
002380                          + WS-QTDE-LIDOS-VIVO
002390     MOVE WS-QTDE-SEQUENCIADOS TO WS-LOG-APLICADAS
002400     MOVE WS-QTDE-OCORRENCIAS TO WS-LOG-REJEITADAS
002410     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002420     STOP RUN.
002430
002440 1000-INITIALIZE.
002450     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002460     EXEC SQL
002470         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002480     END-EXEC
002490     EXEC SQL
002500         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
002510     END-EXEC
002520     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
002530     EXEC SQL
002540         SELECT CTAU-ULTIMA-SEQUENCIA, CTAU-ULTIMA-CHAVE,
002550                CTAU-DATA-INICIO
002560           INTO :WS-SEQ-ULTIMA-SEQUENCIA, :WS-SEQ-ULTIMA-CHAVE,
002570                :WS-CTL-DATA-INICIO
002580           FROM CONTROLE-AUDITORIA
002590     END-EXEC
002600     IF SQLCODE NOT = 0
002610         DISPLAY 'VRF-AUD: CONTROLE-AUDITORIA SEM A LINHA DE'
002620                 ' SEMENTE - VERIFICACAO IMPOSSIVEL'
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF
002660     IF WS-CTL-DATA-INICIO NOT NUMERIC
002670         DISPLAY 'VRF-AUD: CTAU-DATA-INICIO INVALIDA - '
002680                 WS-CTL-DATA-INICIO
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF
002720     MOVE WS-SEQ-ULTIMA-SEQUENCIA TO WS-CTL-ULTIMA-SEQUENCIA
002730     MOVE WS-SEQ-ULTIMA-CHAVE     TO WS-CTL-ULTIMA-CHAVE
002740     STRING WS-DATA-DIA    DELIMITED BY SIZE
002750            '/'            DELIMITED BY SIZE
002760            WS-DATA-MES    DELIMITED BY SIZE
002770            '/'            DELIMITED BY SIZE
002780            WS-DATA-ANO    DELIMITED BY SIZE
002790       INTO CAB-DATA-EXECUCAO
002800     OPEN INPUT ARQ-GUARDA
002810     OPEN INPUT ARQ-AUDITORIA
002820     OPEN OUTPUT ARQ-RELATORIO
002830     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
002840 1000-EXIT.
002850     EXIT.
002860
002870 2000-LER-GUARDAS.
002880     MOVE 'GUARDA' TO WS-ORIGEM-ATUAL
002890     PERFORM 2100-LER-GUARDA THRU 2100-EXIT
002900     PERFORM 2200-TRATAR-GUARDA THRU 2200-EXIT
002910         UNTIL WS-FIM-GUARDA
002920     CLOSE ARQ-GUARDA.
002930 2000-EXIT.
002940     EXIT.
002950
002960 2100-LER-GUARDA.
002970     READ ARQ-GUARDA INTO REG-AUDITORIA
002980         AT END
002990             SET WS-FIM-GUARDA TO TRUE
003000         NOT AT END
003010             ADD 1 TO WS-QTDE-LIDOS-GUARDA
003020     END-READ.
003030 2100-EXIT.
003040     EXIT.
003050
003060 2200-TRATAR-GUARDA.
003070     PERFORM 6000-CONFERIR-REGISTRO THRU 6000-EXIT
003080     PERFORM 2100-LER-GUARDA THRU 2100-EXIT.
003090 2200-EXIT.
003100     EXIT.
003110
003120 3000-LER-ARQUIVO-VIVO.
003130     MOVE 'VIVO' TO WS-ORIGEM-ATUAL
003140     PERFORM 3100-LER-VIVO THRU 3100-EXIT
003150     PERFORM 3200-TRATAR-VIVO THRU 3200-EXIT
003160         UNTIL WS-FIM-VIVO
003170     CLOSE ARQ-AUDITORIA.
003180 3000-EXIT.
003190     EXIT.
003200
003210 3100-LER-VIVO.
003220     READ ARQ-AUDITORIA INTO REG-AUDITORIA
003230         AT END
003240             SET WS-FIM-VIVO TO TRUE
003250         NOT AT END
003260             ADD 1 TO WS-QTDE-LIDOS-VIVO
003270     END-READ.
003280 3100-EXIT.
003290     EXIT.
003300
003310 3200-TRATAR-VIVO.
003320     PERFORM 6000-CONFERIR-REGISTRO THRU 6000-EXIT
003330     PERFORM 3100-LER-VIVO THRU 3100-EXIT.
003340 3200-EXIT.
003350     EXIT.
003360
003370 4000-CONFERIR-TRECHOS.
003380*    OS TRECHOS SAO TOMADOS DO MENOR PARA O MAIOR NUMERO
003390*    INICIAL. CADA UM DEVE COMECAR LOGO DEPOIS DO PONTO JA
003400*    CONFERIDO (O PRIMEIRO, NA SEQUENCIA 1) E ENCADEAR NO VALOR
003410*    DESSE PONTO; SE COMECA ADIANTE HA LACUNA, SE COMECA ANTES
003420*    HA SEQUENCIA REPETIDA.
003430     MOVE ZERO TO WS-JUN-ULTIMA
003440     MOVE ZERO TO WS-JUN-CHAVE
003450     MOVE 'S' TO WS-JUN-SW-CHAVE-VALIDA
003460     PERFORM 4100-TRATAR-PROXIMO-TRECHO THRU 4100-EXIT
003470         WS-TRC-QTDE TIMES.
003480 4000-EXIT.
003490     EXIT.
003500
003510 4100-TRATAR-PROXIMO-TRECHO.
003520     MOVE ZERO TO WS-INDICE-MENOR
003530     PERFORM 4200-PROCURAR-MENOR THRU 4200-EXIT
003540         VARYING WS-INDICE-BUSCA FROM 1 BY 1
003550         UNTIL WS-INDICE-BUSCA > WS-TRC-QTDE
003560     MOVE WS-INDICE-MENOR TO WS-INDICE-TRC
003570     MOVE 'S' TO WS-TRC-SW-TRATADO (WS-INDICE-TRC)
003580     MOVE WS-TRC-REGISTRO (WS-INDICE-TRC) TO REG-AUDITORIA
003590     MOVE WS-TRC-ORIGEM (WS-INDICE-TRC) TO WS-ORIGEM-OCORRENCIA
003600     EVALUATE TRUE
003610         WHEN WS-TRC-PRIMEIRA (WS-INDICE-TRC)
003620              > WS-JUN-ULTIMA + 1
003630             COMPUTE WS-JUN-ATE =
003640                     WS-TRC-PRIMEIRA (WS-INDICE-TRC) - 1
003650             PERFORM 7400-RELATAR-LACUNA THRU 7400-EXIT
003660         WHEN WS-TRC-PRIMEIRA (WS-INDICE-TRC)
003670              = WS-JUN-ULTIMA + 1
003680             PERFORM 4300-CONFERIR-JUNCAO THRU 4300-EXIT
003690         WHEN OTHER
003700             PERFORM 4400-RELATAR-DUPLICIDADE THRU 4400-EXIT
003710     END-EVALUATE
003720     IF WS-TRC-ULTIMA (WS-INDICE-TRC) > WS-JUN-ULTIMA
003730         MOVE WS-TRC-ULTIMA (WS-INDICE-TRC) TO WS-JUN-ULTIMA
003740         MOVE WS-TRC-CHAVE-ULTIMA (WS-INDICE-TRC)
003750           TO WS-JUN-CHAVE
003760         MOVE WS-TRC-SW-ULTIMA-VALIDA (WS-INDICE-TRC)
003770           TO WS-JUN-SW-CHAVE-VALIDA
003780     END-IF.
003790 4100-EXIT.
003800     EXIT.
003810
003820 4200-PROCURAR-MENOR.
003830     IF WS-TRC-SW-TRATADO (WS-INDICE-BUSCA) = 'S'
003840         GO TO 4200-EXIT
003850     END-IF
003860     IF WS-INDICE-MENOR = ZERO
003870         MOVE WS-INDICE-BUSCA TO WS-INDICE-MENOR
003880         GO TO 4200-EXIT
003890     END-IF
003900     IF WS-TRC-PRIMEIRA (WS-INDICE-BUSCA)
003910         < WS-TRC-PRIMEIRA (WS-INDICE-MENOR)
003920         MOVE WS-INDICE-BUSCA TO WS-INDICE-MENOR
003930     END-IF.
003940 4200-EXIT.
003950     EXIT.
003960
003970 4300-CONFERIR-JUNCAO.
003980*    O REGISTRO QUE ABRE O TRECHO DEVE ENCADEAR NO ULTIMO DO
003990*    PONTO JA CONFERIDO (OU NA SEMENTE ZERO, SE FOR O 1).
004000     IF WS-TRC-SW-PRIMEIRO-VALIDO (WS-INDICE-TRC) NOT = 'S'
004010         OR WS-JUN-SW-CHAVE-VALIDA NOT = 'S'
004020         GO TO 4300-EXIT
004030     END-IF
004040     MOVE WS-JUN-CHAVE TO WS-SEQ-CHAVE-ANTERIOR
004050     PERFORM 8670-CALCULAR-CHAVE THRU 8670-EXIT
004060     IF WS-SEQ-CHAVE-NOVA NOT = AUD-CHAVE-ENCADEADA
004070         PERFORM 7500-RELATAR-CORRENTE THRU 7500-EXIT
004080     END-IF.
004090 4300-EXIT.
004100     EXIT.
004110
004120 4400-RELATAR-DUPLICIDADE.
004130*    O TRECHO COMECA EM UMA SEQUENCIA JA VISTA: AS REPETIDAS VAO
004140*    DO INICIO DELE ATE O MENOR ENTRE O FIM DELE E O PONTO JA
004150*    CONFERIDO.
004160     MOVE WS-JUN-ULTIMA TO WS-JUN-ATE
004170     IF WS-TRC-ULTIMA (WS-INDICE-TRC) < WS-JUN-ATE
004180         MOVE WS-TRC-ULTIMA (WS-INDICE-TRC) TO WS-JUN-ATE
004190     END-IF
004200     COMPUTE WS-QTDE-TRECHO = WS-JUN-ATE
004210                            - WS-TRC-PRIMEIRA (WS-INDICE-TRC) + 1
004220     ADD WS-QTDE-TRECHO TO WS-QTDE-DUPLICADAS
004230     MOVE SPACES TO WS-LINHA-OCORRENCIA
004240     PERFORM 7250-PREENCHER-REGISTRO THRU 7250-EXIT
004250     MOVE 'SEQUENCIA DUPLICADA' TO OCO-TIPO
004260     MOVE WS-TRC-PRIMEIRA (WS-INDICE-TRC) TO OCO-SEQ-INICIAL
004270     MOVE WS-JUN-ATE TO OCO-SEQ-FINAL
004280     MOVE WS-QTDE-TRECHO TO OCO-QTDE
004290     PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT.
004300 4400-EXIT.
004310     EXIT.
004320
004330 5000-CONFERIR-CONTROLE.
004340*    O FIM DA TRILHA TEM DE SER A ULTIMA SEQUENCIA ATRIBUIDA,
004350*    COM O MESMO VALOR ENCADEADO GUARDADO EM CONTROLE-AUDITORIA:
004360*    E O QUE REVELA REGISTROS RETIRADOS DO FINAL DO ARQUIVO OU
004370*    UM ULTIMO REGISTRO REGRAVADO.
004380     MOVE SPACES TO WS-ORIGEM-OCORRENCIA
004390     EVALUATE TRUE
004400         WHEN WS-JUN-ULTIMA < WS-CTL-ULTIMA-SEQUENCIA
004410             MOVE WS-CTL-ULTIMA-SEQUENCIA TO WS-JUN-ATE
004420             PERFORM 7400-RELATAR-LACUNA THRU 7400-EXIT
004430         WHEN WS-JUN-ULTIMA > WS-CTL-ULTIMA-SEQUENCIA
004440             COMPUTE WS-QTDE-ALEM-CONTROLE =
004450                     WS-JUN-ULTIMA - WS-CTL-ULTIMA-SEQUENCIA
004460             MOVE SPACES TO WS-LINHA-OCORRENCIA
004470             MOVE 'ALEM DO CONTROLE' TO OCO-TIPO
004480             COMPUTE WS-JUN-ATE = WS-CTL-ULTIMA-SEQUENCIA + 1
004490             MOVE WS-JUN-ATE TO OCO-SEQ-INICIAL
004500             MOVE WS-JUN-ULTIMA TO OCO-SEQ-FINAL
004510             MOVE WS-QTDE-ALEM-CONTROLE TO OCO-QTDE
004520             PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT
004530         WHEN WS-JUN-ULTIMA > ZERO
004540              AND WS-JUN-SW-CHAVE-VALIDA = 'S'
004550              AND WS-JUN-CHAVE NOT = WS-CTL-ULTIMA-CHAVE
004560             ADD 1 TO WS-QTDE-ROMPIDOS
004570             MOVE SPACES TO WS-LINHA-OCORRENCIA
004580             MOVE 'FINAL DIVERGE DO CONTROLE' TO OCO-TIPO
004590             MOVE WS-JUN-ULTIMA TO OCO-SEQ-INICIAL
004600             MOVE WS-JUN-CHAVE TO OCO-CHAVE-GRAVADA
004610             MOVE WS-CTL-ULTIMA-CHAVE TO OCO-CHAVE-CALCULADA
004620             PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT
004630         WHEN OTHER
004640             CONTINUE
004650     END-EVALUATE.
004660 5000-EXIT.
004670     EXIT.
004680
004690 6000-CONFERIR-REGISTRO.
004700     MOVE WS-ORIGEM-ATUAL TO WS-ORIGEM-OCORRENCIA
004710*    SEM SEQUENCIA (BRANCO OU ZEROS): REGISTRO ANTERIOR A
004720*    IMPLANTACAO, SO ACEITO SE DATADO ATE CTAU-DATA-INICIO.
004730     IF AUD-SEQUENCIA NOT NUMERIC
004740         OR AUD-SEQUENCIA = ZERO
004750         ADD 1 TO WS-QTDE-SEM-SEQUENCIA
004760         IF AUD-DATA NOT NUMERIC
004770             OR AUD-DATA > WS-CTL-DATA-INICIO-N
004780             ADD 1 TO WS-QTDE-SEM-SEQ-APOS
004790             MOVE SPACES TO WS-LINHA-OCORRENCIA
004800             PERFORM 7250-PREENCHER-REGISTRO THRU 7250-EXIT
004810             MOVE 'SEM SEQUENCIA APOS INICIO' TO OCO-TIPO
004820             MOVE SPACES TO OCO-CHAVE-GRAVADA
004830             PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT
004840         END-IF
004850         GO TO 6000-EXIT
004860     END-IF
004870     ADD 1 TO WS-QTDE-SEQUENCIADOS
004880*    CAMPO NUMERICO INVALIDO NAO ENTRA NO CALCULO (E NAO SAI
004890*    DE UM GRAVADOR DA TRILHA); E RELATADO E A CORRENTE NAO E
004900*    CONFERIDA NEM NELE NEM NO SEGUINTE.
004910     SET WS-REG-VALIDO TO TRUE
004920     IF AUD-DATA NOT NUMERIC
004930         OR AUD-HORA NOT NUMERIC
004940         OR AUD-ESTUDANTE-ID NOT NUMERIC
004950         OR AUD-CHAVE-ENCADEADA NOT NUMERIC
004960         SET WS-REG-INVALIDO TO TRUE
004970         ADD 1 TO WS-QTDE-INVALIDOS
004980         MOVE SPACES TO WS-LINHA-OCORRENCIA
004990         PERFORM 7250-PREENCHER-REGISTRO THRU 7250-EXIT
005000         MOVE 'CAMPO NUMERICO INVALIDO' TO OCO-TIPO
005010         MOVE AUD-SEQUENCIA TO OCO-SEQ-INICIAL
005020         PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT
005030     END-IF
005040     IF WS-INDICE-TRC > ZERO
005050         IF AUD-SEQUENCIA = WS-TRC-ULTIMA (WS-INDICE-TRC) + 1
005060             PERFORM 6200-CONFERIR-ENCADEAMENTO THRU 6200-EXIT
005070             MOVE AUD-SEQUENCIA TO WS-TRC-ULTIMA (WS-INDICE-TRC)
005080             PERFORM 6300-GUARDAR-CHAVE-ULTIMA THRU 6300-EXIT
005090             GO TO 6000-EXIT
005100         END-IF
005110     END-IF
005120     PERFORM 6100-ABRIR-TRECHO THRU 6100-EXIT.
005130 6000-EXIT.
005140     EXIT.
005150
005160 6100-ABRIR-TRECHO.
005170     IF WS-TRC-QTDE >= 500
005180         DISPLAY 'VRF-AUD: TABELA DE TRECHOS DA TRILHA'
005190                 ' ESGOTADA - AMPLIAR WS-TABELA-TRECHOS'
005200         CLOSE ARQ-GUARDA
005210         CLOSE ARQ-AUDITORIA
005220         CLOSE ARQ-RELATORIO
005230         MOVE 12 TO RETURN-CODE
005240         STOP RUN
005250     END-IF
005260     ADD 1 TO WS-TRC-QTDE
005270     MOVE WS-TRC-QTDE TO WS-INDICE-TRC
005280     MOVE AUD-SEQUENCIA TO WS-TRC-PRIMEIRA (WS-INDICE-TRC)
005290     MOVE AUD-SEQUENCIA TO WS-TRC-ULTIMA (WS-INDICE-TRC)
005300     MOVE WS-ORIGEM-ATUAL TO WS-TRC-ORIGEM (WS-INDICE-TRC)
005310     MOVE WS-SW-REG-VALIDO
005320       TO WS-TRC-SW-PRIMEIRO-VALIDO (WS-INDICE-TRC)
005330     MOVE 'N' TO WS-TRC-SW-TRATADO (WS-INDICE-TRC)
005340     MOVE REG-AUDITORIA TO WS-TRC-REGISTRO (WS-INDICE-TRC)
005350     PERFORM 6300-GUARDAR-CHAVE-ULTIMA THRU 6300-EXIT.
005360 6100-EXIT.
005370     EXIT.
005380
005390 6200-CONFERIR-ENCADEAMENTO.
005400     IF WS-REG-INVALIDO
005410         OR WS-TRC-SW-ULTIMA-VALIDA (WS-INDICE-TRC) NOT = 'S'
005420         GO TO 6200-EXIT
005430     END-IF
005440     MOVE WS-TRC-CHAVE-ULTIMA (WS-INDICE-TRC)
005450       TO WS-SEQ-CHAVE-ANTERIOR
005460     PERFORM 8670-CALCULAR-CHAVE THRU 8670-EXIT
005470     IF WS-SEQ-CHAVE-NOVA NOT = AUD-CHAVE-ENCADEADA
005480         PERFORM 7500-RELATAR-CORRENTE THRU 7500-EXIT
005490     END-IF.
005500 6200-EXIT.
005510     EXIT.
005520
005530 6300-GUARDAR-CHAVE-ULTIMA.
005540     IF WS-REG-VALIDO
005550         MOVE AUD-CHAVE-ENCADEADA
005560           TO WS-TRC-CHAVE-ULTIMA (WS-INDICE-TRC)
005570         MOVE 'S' TO WS-TRC-SW-ULTIMA-VALIDA (WS-INDICE-TRC)
005580     ELSE
005590         MOVE ZERO TO WS-TRC-CHAVE-ULTIMA (WS-INDICE-TRC)
005600         MOVE 'N' TO WS-TRC-SW-ULTIMA-VALIDA (WS-INDICE-TRC)
005610     END-IF.
005620 6300-EXIT.
005630     EXIT.
005640
005650 7000-IMPRIMIR-CABECALHO.
005660     ADD 1 TO WS-PAGINA-ATUAL
005670     MOVE ZERO TO WS-LINHAS-NA-PAGINA
005680     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
005690     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
005700     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
005710     ADD 3 TO WS-LINHAS-NA-PAGINA.
005720 7000-EXIT.
005730     EXIT.
005740
005750 7050-VERIFICAR-PAGINA.
005760     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
005770         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
005780     END-IF.
005790 7050-EXIT.
005800     EXIT.
005810
005820 7200-IMPRIMIR-OCORRENCIA.
005830     ADD 1 TO WS-QTDE-OCORRENCIAS
005840     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
005850     WRITE REL-REGISTRO FROM WS-LINHA-OCORRENCIA
005860     ADD 1 TO WS-LINHAS-NA-PAGINA.
005870 7200-EXIT.
005880     EXIT.
005890
005900 7250-PREENCHER-REGISTRO.
005910     MOVE WS-ORIGEM-OCORRENCIA      TO OCO-ORIGEM
005920     MOVE AUD-DATA                  TO OCO-DATA
005930     MOVE AUD-HORA                  TO OCO-HORA
005940     MOVE AUD-OPERACAO              TO OCO-OPERACAO
005950     MOVE AUD-ESTUDANTE-ID          TO OCO-ESTUDANTE-ID
005960     MOVE AUD-OPERADOR              TO OCO-OPERADOR
005970     MOVE AUD-CHAVE-ENCADEADA       TO OCO-CHAVE-GRAVADA.
005980 7250-EXIT.
005990     EXIT.
006000
006010 7300-IMPRIMIR-MENSAGEM.
006020     PERFORM 7050-VERIFICAR-PAGINA THRU 7050-EXIT
006030     WRITE REL-REGISTRO FROM WS-LINHA-MENSAGEM
006040     ADD 1 TO WS-LINHAS-NA-PAGINA
006050     MOVE SPACES TO MSG-TEXTO.
006060 7300-EXIT.
006070     EXIT.
006080
006090 7400-RELATAR-LACUNA.
006100*    FALTAM AS SEQUENCIAS DE WS-JUN-ULTIMA + 1 ATE WS-JUN-ATE.
006110     ADD 1 TO WS-QTDE-LACUNAS
006120     COMPUTE WS-QTDE-TRECHO = WS-JUN-ATE - WS-JUN-ULTIMA
006130     ADD WS-QTDE-TRECHO TO WS-QTDE-FALTANTES
006140     MOVE SPACES TO WS-LINHA-OCORRENCIA
006150     MOVE 'LACUNA NA SEQUENCIA' TO OCO-TIPO
006160     COMPUTE OCO-SEQ-INICIAL = WS-JUN-ULTIMA + 1
006170     MOVE WS-JUN-ATE TO OCO-SEQ-FINAL
006180     MOVE WS-QTDE-TRECHO TO OCO-QTDE
006190     PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT.
006200 7400-EXIT.
006210     EXIT.
006220
006230 7500-RELATAR-CORRENTE.
006240     ADD 1 TO WS-QTDE-ROMPIDOS
006250     MOVE SPACES TO WS-LINHA-OCORRENCIA
006260     PERFORM 7250-PREENCHER-REGISTRO THRU 7250-EXIT
006270     MOVE 'ENCADEAMENTO ROMPIDO' TO OCO-TIPO
006280     MOVE AUD-SEQUENCIA TO OCO-SEQ-INICIAL
006290     MOVE WS-SEQ-CHAVE-NOVA TO OCO-CHAVE-CALCULADA
006300     PERFORM 7200-IMPRIMIR-OCORRENCIA THRU 7200-EXIT.
006310 7500-EXIT.
006320     EXIT.
006330
006340 9100-IMPRIMIR-RODAPE.
006350     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
006360     MOVE SPACE TO ROD-CONTROLE.
006370 9100-EXIT.
006380     EXIT.
006390
006400 9150-IMPRIMIR-RODAPE-SEQ.
006410     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE-SEQ.
006420 9150-EXIT.
006430     EXIT.
006440
006450 9999-ENCERRAR.
006460     IF WS-QTDE-OCORRENCIAS = ZERO
006470         MOVE 'NENHUMA OCORRENCIA - TRILHA INTEGRA' TO MSG-TEXTO
006480         PERFORM 7300-IMPRIMIR-MENSAGEM THRU 7300-EXIT
006490     END-IF
006500     MOVE '-' TO ROD-CONTROLE
006510     MOVE 'REGISTROS LIDOS NAS GUARDAS.....:' TO ROD-ROTULO
006520     MOVE WS-QTDE-LIDOS-GUARDA TO ROD-VALOR
006530     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006540     MOVE 'REGISTROS LIDOS NO ARQUIVO VIVO.:' TO ROD-ROTULO
006550     MOVE WS-QTDE-LIDOS-VIVO TO ROD-VALOR
006560     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006570     MOVE '  SEM SEQUENCIA.................:' TO ROD-ROTULO
006580     MOVE WS-QTDE-SEM-SEQUENCIA TO ROD-VALOR
006590     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006600     MOVE '  SEQUENCIADOS..................:' TO ROD-ROTULO
006610     MOVE WS-QTDE-SEQUENCIADOS TO ROD-VALOR
006620     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006630     MOVE 'TRECHOS CONTINUOS...............:' TO ROD-ROTULO
006640     MOVE WS-TRC-QTDE TO ROD-VALOR
006650     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006660     MOVE 'ULTIMA SEQUENCIA NA TRILHA......:' TO RDS-ROTULO
006670     MOVE WS-JUN-ULTIMA TO RDS-VALOR
006680     PERFORM 9150-IMPRIMIR-RODAPE-SEQ THRU 9150-EXIT
006690     MOVE 'ULTIMA SEQUENCIA NO CONTROLE....:' TO RDS-ROTULO
006700     MOVE WS-CTL-ULTIMA-SEQUENCIA TO RDS-VALOR
006710     PERFORM 9150-IMPRIMIR-RODAPE-SEQ THRU 9150-EXIT
006720     MOVE 'LACUNAS NA SEQUENCIA............:' TO ROD-ROTULO
006730     MOVE WS-QTDE-LACUNAS TO ROD-VALOR
006740     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006750     MOVE '  REGISTROS FALTANTES...........:' TO RDS-ROTULO
006760     MOVE WS-QTDE-FALTANTES TO RDS-VALOR
006770     PERFORM 9150-IMPRIMIR-RODAPE-SEQ THRU 9150-EXIT
006780     MOVE 'SEQUENCIAS DUPLICADAS...........:' TO ROD-ROTULO
006790     MOVE WS-QTDE-DUPLICADAS TO ROD-VALOR
006800     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006810     MOVE 'ENCADEAMENTOS ROMPIDOS..........:' TO ROD-ROTULO
006820     MOVE WS-QTDE-ROMPIDOS TO ROD-VALOR
006830     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006840     MOVE 'CAMPOS NUMERICOS INVALIDOS......:' TO ROD-ROTULO
006850     MOVE WS-QTDE-INVALIDOS TO ROD-VALOR
006860     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006870     MOVE 'SEM SEQUENCIA APOS O INICIO.....:' TO ROD-ROTULO
006880     MOVE WS-QTDE-SEM-SEQ-APOS TO ROD-VALOR
006890     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006900     MOVE 'SEQUENCIAS ALEM DO CONTROLE.....:' TO RDS-ROTULO
006910     MOVE WS-QTDE-ALEM-CONTROLE TO RDS-VALOR
006920     PERFORM 9150-IMPRIMIR-RODAPE-SEQ THRU 9150-EXIT
006930     MOVE 'OCORRENCIAS.....................:' TO ROD-ROTULO
006940     MOVE WS-QTDE-OCORRENCIAS TO ROD-VALOR
006950     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
006960     CLOSE ARQ-RELATORIO
006970     IF WS-QTDE-OCORRENCIAS > ZERO
006980         DISPLAY 'VRF-AUD: TRILHA DE AUDITORIA COM OCORRENCIAS'
006990                 ' - VER RELATORIO'
007000         MOVE 8 TO RETURN-CODE
007010     END-IF
007020     DISPLAY 'VRF-AUD - LIDOS GUARDA: ' WS-QTDE-LIDOS-GUARDA
007030             ' VIVO: ' WS-QTDE-LIDOS-VIVO
007040             ' ULTIMA SEQ: ' WS-JUN-ULTIMA
007050             ' OCORRENCIAS: ' WS-QTDE-OCORRENCIAS.
007060 9999-EXIT.
007070     EXIT.
007080
007090 COPY ESTSEQPR.
007100
007110 COPY ESTCONPR.
007120 COPY ESTERRPR.
007130
007140 COPY ESTLOGPR.
