000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CAR-EXT.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. CARTEIRINHA DE ESTUDANTE: A
000110*                 ENCOMENDA AO FORNECEDOR DE CARTOES SAIA DE
000120*                 PLANILHA MANDADA POR E-MAIL, SEM REGISTRO DE
000130*                 QUEM TEM CARTEIRINHA VALIDA, E O DESLIGADO
000140*                 CONTINUAVA USANDO A SUA NA BIBLIOTECA E NA
000150*                 CANTINA. O PROGRAMA LE A TRILHA DE AUDITORIA
000160*                 DO DIA (INCLUSAO 'I', TRANSFERENCIA DE CAMPUS
000170*                 'T' E REATIVACAO 'R' BEM-SUCEDIDAS) E OS
000180*                 PEDIDOS DE SEGUNDA VIA DA SECRETARIA (PERDA,
000190*                 ROUBO OU DANO), EMITE A VIA NO REGISTRO DE
000200*                 CARTEIRINHAS (TABELA CARTEIRA-ESTUDANTE, COM
000210*                 NUMERO DA VIA E SITUACAO) E GRAVA O ARQUIVO DE
000220*                 ENCOMENDA DO FORNECEDOR (ID, NOME, CAMPUS,
000230*                 CURSO E VALIDADE). A VIA ANTERIOR DE QUEM
000240*                 RECEBE UMA NOVA E A CARTEIRINHA DE QUEM DEIXOU
000250*                 DE SER ESTUDANTE ATIVO (DESLIGADO, EXCLUIDO OU
000260*                 EXPURGADO) SAEM NA LISTA DE CARTEIRINHAS
000270*                 CANCELADAS PARA A BIBLIOTECA E A CANTINA, AO
000280*                 LADO DO EXTRATO DA NOITE. A DATA DO MOVIMENTO
000290*                 VEM DO SYSIN; EM BRANCO, VALE A DATA OFICIAL DA
000300*                 JANELA (ARQ-DATA-PROC) E, SEM ELA, A DE HOJE.
000301* 2026-10-15 RCM  OS PEDIDOS DE SEGUNDA VIA PASSAM A SER LIDOS DA
000302*                 GERACAO CORRENTE DE UM GDG, QUE A JANELA SO
000303*                 VIRA DEPOIS DESTE PASSO TERMINAR BEM: O PEDIDO
000304*                 JA ATENDIDO NAO E MAIS RELIDO (E REEMITIDO) NAS
000305*                 NOITES SEGUINTES.
000310*----------------------------------------------------------------
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360 COPY ESTAUDSL.
000370     SELECT ARQ-SEGUNDA-VIA ASSIGN TO SEGVIA
000380            ORGANIZATION IS SEQUENTIAL
000390            FILE STATUS IS WS-FS-SEGUNDA-VIA.
000400     SELECT ARQ-PEDIDOS ASSIGN TO PEDIDOS
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT ARQ-CANCELADAS ASSIGN TO CANCELAD
000430            ORGANIZATION IS SEQUENTIAL.
000440     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000450            ORGANIZATION IS SEQUENTIAL.
000460     SELECT ARQ-DATA-PROC ASSIGN TO DATAPROC
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WS-FS-DATAPROC.
000490
000500     COPY ESTLOGSL.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 COPY ESTAUDFD.
000550
000560*    PEDIDOS DE SEGUNDA VIA DIGITADOS PELA SECRETARIA DESDE A
000561*    ULTIMA JANELA (GERACAO CORRENTE DO GDG).
000570 FD  ARQ-SEGUNDA-VIA
000580     RECORDING MODE IS F.
000590 01  REG-SEGUNDA-VIA               PIC X(16).
000600
000610*    ENCOMENDA AO FORNECEDOR DE CARTOES: HEADER ('H', COM A DATA
000620*    DO MOVIMENTO), UM DETALHE ('D') POR CARTEIRINHA A IMPRIMIR
000630*    E TRAILER ('T', COM A CONTAGEM DE DETALHES), COMO O EXTRATO.
000640 FD  ARQ-PEDIDOS
000650     RECORDING MODE IS F.
000660 01  REG-PEDIDO.
000670     05  PED-TIPO                  PIC X(01).
000680         88  PED-TIPO-HEADER               VALUE 'H'.
000690         88  PED-TIPO-DETALHE              VALUE 'D'.
000700         88  PED-TIPO-TRAILER              VALUE 'T'.
000710     05  PED-CORPO                 PIC X(87).
000720     05  PED-CORPO-HEADER REDEFINES PED-CORPO.
000730         10  PED-DATA-GERACAO      PIC 9(08).
000740         10  FILLER                PIC X(79).
000750     05  PED-CORPO-DETALHE REDEFINES PED-CORPO.
000760         10  PED-MOTIVO            PIC X(01).
000770         10  PED-ESTUDANTE-ID      PIC 9(07).
000780         10  PED-VIA               PIC 9(02).
000790         10  PED-NOME              PIC X(25).
000800         10  PED-CAMPUS            PIC X(02).
000810         10  PED-CURSO-ID          PIC 9(04).
000820         10  PED-CURSO-NOME        PIC X(30).
000830         10  PED-DATA-EMISSAO      PIC 9(08).
000840         10  PED-VALIDADE          PIC 9(08).
000850     05  PED-CORPO-TRAILER REDEFINES PED-CORPO.
000860         10  PED-QTDE-DETALHES     PIC 9(07).
000870         10  FILLER                PIC X(80).
000880
000890*    CARTEIRINHAS QUE DEIXARAM DE VALER NO DIA, PARA OS
000900*    CONSUMIDORES DO EXTRATO (BIBLIOTECA, CANTINA), NO MESMO
000910*    FORMATO HEADER/DETALHE/TRAILER. CAN-MOTIVO: 'S' = SUBSTITUIDA
000920*    POR NOVA VIA, 'D' = ESTUDANTE DESLIGADO (NAO MAIS ATIVO),
000930*    'X' = ESTUDANTE EXCLUIDO OU EXPURGADO DO CADASTRO.
000940 FD  ARQ-CANCELADAS
000950     RECORDING MODE IS F.
000960 01  REG-CANCELADA.
000970     05  CAN-TIPO                  PIC X(01).
000980         88  CAN-TIPO-HEADER               VALUE 'H'.
000990         88  CAN-TIPO-DETALHE              VALUE 'D'.
001000         88  CAN-TIPO-TRAILER              VALUE 'T'.
001010     05  CAN-CORPO                 PIC X(19).
001020     05  CAN-CORPO-HEADER REDEFINES CAN-CORPO.
001030         10  CAN-DATA-GERACAO      PIC 9(08).
001040         10  FILLER                PIC X(11).
001050     05  CAN-CORPO-DETALHE REDEFINES CAN-CORPO.
001060         10  CAN-ESTUDANTE-ID      PIC 9(07).
001070         10  CAN-VIA               PIC 9(02).
001080         10  CAN-DATA-CANCELAMENTO PIC 9(08).
001090         10  CAN-MOTIVO            PIC X(01).
001100             88  CAN-SUBSTITUIDA           VALUE 'S'.
001110             88  CAN-DESLIGADO             VALUE 'D'.
001120             88  CAN-EXCLUIDO              VALUE 'X'.
001130         10  FILLER                PIC X(01).
001140     05  CAN-CORPO-TRAILER REDEFINES CAN-CORPO.
001150         10  CAN-QTDE-DETALHES     PIC 9(07).
001160         10  FILLER                PIC X(12).
001170
001180 FD  ARQ-RELATORIO
001190     RECORDING MODE IS F.
001200 01  REL-REGISTRO                  PIC X(133).
001210
001220 FD  ARQ-DATA-PROC
001230     RECORDING MODE IS F.
001240 01  REG-DATA-PROC                 PIC 9(08).
001250
001260 COPY ESTLOGFD.
001270
001280 WORKING-STORAGE SECTION.
001290 COPY ESTLOGWS.
001300
001310 EXEC SQL
001320     INCLUDE SQLCA
001330 END-EXEC.
001340 EXEC SQL
001350     INCLUDE ESTUDANTE
001360 END-EXEC.
001370 EXEC SQL
001380     INCLUDE MATRICULA
001390 END-EXEC.
001400 EXEC SQL
001410     INCLUDE CURSO
001420 END-EXEC.
001430 EXEC SQL
001440     INCLUDE CARTEIRA
001450 END-EXEC.
001460
001470 EXEC SQL BEGIN DECLARE SECTION
001480 END-EXEC.
001490 01  WS-ESTUDANTE-ID               PIC 9(07).
001500 01  WS-ESTUDANTE-NOME             PIC X(25).
001510 01  WS-ESTUDANTE-CAMPUS           PIC X(02).
001520 01  WS-ESTUDANTE-STATUS           PIC X(01).
001530 01  WS-CURSO-ID                   PIC 9(04).
001540 01  WS-CURSO-NOME                 PIC X(30).
001550 01  WS-CAR-VIA                    PIC S9(04) COMP.
001560 01  WS-CAR-VIA-NOVA               PIC S9(04) COMP.
001570 01  WS-CAR-MOTIVO                 PIC X(01).
001580 01  WS-CAR-DATA                   PIC X(08).
001590 01  WS-CAR-DATA-EMISSAO           PIC X(08).
001600 01  WS-CAR-VALIDADE               PIC X(08).
001610 01  WS-CAR-OPERADOR               PIC X(08).
001620 EXEC SQL END DECLARE SECTION
001630 END-EXEC.
001640
001650 01  WS-REG-SEGUNDA-VIA.
001660     05  SVI-ESTUDANTE-ID          PIC 9(07).
001670     05  SVI-MOTIVO                PIC X(01).
001680         88  SVI-MOTIVO-VALIDO             VALUE 'P' 'R' 'D'.
001690     05  SVI-OPERADOR              PIC X(08).
001700
001710 01  WS-PARM-AREA.
001720     05  WS-PARM-DATA              PIC X(08) VALUE SPACES.
001730
001740 01  WS-FS-DATAPROC                PIC X(02) VALUE '00'.
001750     88  WS-DATAPROC-OK                    VALUE '00'.
001760     88  WS-DATAPROC-NAO-EXISTE            VALUE '35'.
001770 01  WS-FS-SEGUNDA-VIA             PIC X(02) VALUE '00'.
001780     88  WS-SEGUNDA-VIA-OK                 VALUE '00'.
001790     88  WS-SEGUNDA-VIA-NAO-EXISTE         VALUE '35'.
001800
001810 01  WS-SWITCHES.
001820     05  WS-SW-FIM-AUDITORIA       PIC X(01) VALUE 'N'.
001830         88  WS-FIM-AUDITORIA              VALUE 'S'.
001840     05  WS-SW-FIM-SEGUNDA-VIA     PIC X(01) VALUE 'N'.
001850         88  WS-FIM-SEGUNDA-VIA            VALUE 'S'.
001860     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
001870         88  WS-FIM-CURSOR                 VALUE 'S'.
001880     05  WS-SW-CARTEIRA-ATIVA      PIC X(01) VALUE 'N'.
001890         88  WS-TEM-CARTEIRA-ATIVA         VALUE 'S'.
001900
001910 01  WS-CONTADORES.
001920     05  WS-QTDE-AUD-LIDOS         PIC 9(07) COMP-3 VALUE ZERO.
001930     05  WS-QTDE-SVI-LIDOS         PIC 9(05) COMP-3 VALUE ZERO.
001940     05  WS-QTDE-EMIT-NOVO         PIC 9(05) COMP-3 VALUE ZERO.
001950     05  WS-QTDE-EMIT-TRANSF       PIC 9(05) COMP-3 VALUE ZERO.
001960     05  WS-QTDE-EMIT-REATIV       PIC 9(05) COMP-3 VALUE ZERO.
001970     05  WS-QTDE-EMIT-SEGVIA       PIC 9(05) COMP-3 VALUE ZERO.
001980     05  WS-QTDE-JA-EMITIDAS       PIC 9(05) COMP-3 VALUE ZERO.
001990     05  WS-QTDE-RECUSADOS         PIC 9(05) COMP-3 VALUE ZERO.
002000     05  WS-QTDE-PULADOS           PIC 9(05) COMP-3 VALUE ZERO.
002010     05  WS-QTDE-SUBSTITUIDAS      PIC 9(05) COMP-3 VALUE ZERO.
002020     05  WS-QTDE-CANC-DESLIG       PIC 9(05) COMP-3 VALUE ZERO.
002030     05  WS-QTDE-CANC-EXCLUIDO     PIC 9(05) COMP-3 VALUE ZERO.
002040     05  WS-QTDE-PEDIDOS           PIC 9(07) COMP-3 VALUE ZERO.
002050     05  WS-QTDE-CANCELADAS        PIC 9(07) COMP-3 VALUE ZERO.
002060     05  WS-QTDE-CANC-VARREDURA    PIC 9(07) COMP-3 VALUE ZERO.
002070     05  WS-QTDE-LINHAS            PIC 9(07) COMP-3 VALUE ZERO.
002080
002090*    OPERADOR GRAVADO NAS EMISSOES AUTOMATICAS (INCLUSAO,
002100*    TRANSFERENCIA E REATIVACAO).
002110 01  WS-OPERADOR-AUTOMATICO        PIC X(08) VALUE 'CAR-EXT'.
002120
002130*    VALIDADE DA CARTEIRINHA: O MESMO DIA DA EMISSAO, TANTOS
002140*    ANOS DEPOIS (29/02 VIRA 28/02).
002150 77  WS-ANOS-VALIDADE              PIC 9(01) VALUE 1.
002160
002170 01  WS-DATA-MOVIMENTO             PIC 9(08) VALUE ZERO.
002180 01  WS-DATA-VALIDADE-N            PIC 9(08) VALUE ZERO.
002190 01  WS-DATA-VALIDADE REDEFINES WS-DATA-VALIDADE-N.
002200     05  WS-VAL-ANO                PIC 9(04).
002210     05  WS-VAL-MES                PIC 9(02).
002220     05  WS-VAL-DIA                PIC 9(02).
002230
002240 77  WS-VIA-ED                     PIC 9(02).
002250 77  WS-MOTIVO-CANCELAMENTO        PIC X(01) VALUE SPACE.
002260
002270 01  WS-CONTROLE-RELATORIO.
002280     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
002290     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
002300     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
002310
002320 01  WS-LINHA-CABECALHO-1.
002330     05  FILLER                    PIC X(01) VALUE '1'.
002340     05  FILLER                    PIC X(43) VALUE
002350         'CARTEIRINHAS EMITIDAS E CANCELADAS'.
002360     05  FILLER                    PIC X(18) VALUE
002370         'DATA DO MOVIMENTO'.
002380     05  CAB-DATA-MOVIMENTO        PIC 9(08).
002390     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
002400     05  CAB-PAGINA                PIC ZZ9.
002410     05  FILLER                    PIC X(53) VALUE SPACES.
002420
002430 01  WS-LINHA-COLUNAS.
002440     05  FILLER                    PIC X(01) VALUE '0'.
002450     05  FILLER                    PIC X(10) VALUE 'ESTUDANTE'.
002460     05  FILLER                    PIC X(05) VALUE 'M'.
002470     05  FILLER                    PIC X(06) VALUE 'VIA'.
002480     05  FILLER                    PIC X(06) VALUE 'CP'.
002490     05  FILLER                    PIC X(07) VALUE 'CURSO'.
002500     05  FILLER                    PIC X(40) VALUE 'OCORRENCIA'.
002510     05  FILLER                    PIC X(58) VALUE SPACES.
002520
002530*    M = MOTIVO DA EMISSAO (N/T/R/S) OU DO CANCELAMENTO (S/D/X);
002540*    CP = CAMPUS IMPRESSO NA CARTEIRINHA.
002550 01  WS-LINHA-DETALHE.
002560     05  FILLER                    PIC X(01) VALUE SPACE.
002570     05  DET-ESTUDANTE-ID          PIC X(07).
002580     05  FILLER                    PIC X(03) VALUE SPACES.
002590     05  DET-MOTIVO                PIC X(01).
002600     05  FILLER                    PIC X(04) VALUE SPACES.
002610     05  DET-VIA                   PIC ZZ9 BLANK WHEN ZERO.
002620     05  FILLER                    PIC X(03) VALUE SPACES.
002630     05  DET-CAMPUS                PIC X(02).
002640     05  FILLER                    PIC X(04) VALUE SPACES.
002650     05  DET-CURSO-ID              PIC X(04).
002660     05  FILLER                    PIC X(03) VALUE SPACES.
002670     05  DET-OCORRENCIA            PIC X(40).
002680     05  FILLER                    PIC X(58) VALUE SPACES.
002690
002700 01  WS-LINHA-TOTAL.
002710     05  FILLER                    PIC X(01) VALUE SPACE.
002720     05  TOT-DESCRICAO             PIC X(40).
002730     05  FILLER                    PIC X(02) VALUE ': '.
002740     05  TOT-QTDE                  PIC ZZZZZZ9.
002750     05  FILLER                    PIC X(83) VALUE SPACES.
002760
002770 COPY ESTCONWS.
002780
002790 PROCEDURE DIVISION.
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002820     PERFORM 2000-LER-AUDITORIA THRU 2000-EXIT
002830         UNTIL WS-FIM-AUDITORIA
002840     PERFORM 4000-PROCESSAR-SEGUNDA-VIA THRU 4000-EXIT
002850     PERFORM 6000-CANCELAR-INATIVOS THRU 6000-EXIT
002860*    UMA SO UNIDADE DE TRABALHO: SE O PASSO ABENDAR, O REGISTRO
002870*    VOLTA AO QUE ERA E OS ARQUIVOS (DISP NEW,CATLG,DELETE) SAO
002880*    APAGADOS, E A REEXECUCAO REFAZ O DIA INTEIRO.
002890     EXEC SQL
002900         COMMIT
002910     END-EXEC
002920     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002930     MOVE 'CAR-EXT' TO WS-LOG-PROGRAMA
002940     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002950     MOVE WS-DATA-MOVIMENTO TO WS-LOG-DATA-PROC
002960     COMPUTE WS-LOG-LIDAS = WS-QTDE-AUD-LIDOS
002970         + WS-QTDE-SVI-LIDOS
002980     COMPUTE WS-LOG-APLICADAS = WS-QTDE-PEDIDOS
002990         + WS-QTDE-CANCELADAS
003000     COMPUTE WS-LOG-REJEITADAS = WS-QTDE-RECUSADOS
003010         + WS-QTDE-PULADOS
003020     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
003030     STOP RUN.
003040
003050 1000-INITIALIZE.
003060     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
003070     EXEC SQL
003080         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003090     END-EXEC
003100     EXEC SQL
003110         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
003120     END-EXEC
003130     DISPLAY 'CAR-EXT - DATA DO MOVIMENTO (AAAAMMDD,'
003140             ' BRANCO=DATA DA JANELA): '
003150     ACCEPT WS-PARM-DATA FROM SYSIN
003160     IF WS-PARM-DATA NOT = SPACES
003170         IF WS-PARM-DATA NOT NUMERIC
003180             DISPLAY 'CAR-EXT: DATA INVALIDA - ' WS-PARM-DATA
003190             MOVE 16 TO RETURN-CODE
003200             STOP RUN
003210         END-IF
003220         MOVE WS-PARM-DATA TO WS-DATA-MOVIMENTO
003230     ELSE
003240         OPEN INPUT ARQ-DATA-PROC
003250         IF WS-DATAPROC-OK
003260             READ ARQ-DATA-PROC
003270                 NOT AT END
003280                     MOVE REG-DATA-PROC TO WS-DATA-MOVIMENTO
003290             END-READ
003300             CLOSE ARQ-DATA-PROC
003310         END-IF
003320         IF WS-DATA-MOVIMENTO = ZERO
003330             ACCEPT WS-DATA-MOVIMENTO FROM DATE YYYYMMDD
003340         END-IF
003350     END-IF
003360     MOVE WS-DATA-MOVIMENTO TO WS-CAR-DATA
003370     MOVE WS-DATA-MOVIMENTO TO WS-DATA-VALIDADE-N
003380     ADD WS-ANOS-VALIDADE TO WS-VAL-ANO
003390     IF WS-VAL-MES = 02 AND WS-VAL-DIA = 29
003400         MOVE 28 TO WS-VAL-DIA
003410     END-IF
003420     MOVE WS-DATA-VALIDADE-N TO WS-CAR-VALIDADE
003430     OPEN INPUT ARQ-AUDITORIA
003440     OPEN OUTPUT ARQ-PEDIDOS
003450     OPEN OUTPUT ARQ-CANCELADAS
003460     OPEN OUTPUT ARQ-RELATORIO
003470     MOVE SPACES TO REG-PEDIDO
003480     SET PED-TIPO-HEADER TO TRUE
003490     MOVE WS-DATA-MOVIMENTO TO PED-DATA-GERACAO
003500     WRITE REG-PEDIDO
003510     MOVE SPACES TO REG-CANCELADA
003520     SET CAN-TIPO-HEADER TO TRUE
003530     MOVE WS-DATA-MOVIMENTO TO CAN-DATA-GERACAO
003540     WRITE REG-CANCELADA
003550     MOVE WS-DATA-MOVIMENTO TO CAB-DATA-MOVIMENTO
003560     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT.
003570 1000-EXIT.
003580     EXIT.
003590
003600 2000-LER-AUDITORIA.
003610     READ ARQ-AUDITORIA
003620         AT END
003630             SET WS-FIM-AUDITORIA TO TRUE
003640         NOT AT END
003650             ADD 1 TO WS-QTDE-AUD-LIDOS
003660             IF AUD-DATA = WS-DATA-MOVIMENTO
003670                 AND AUD-RESULTADO-OK
003680                 AND (AUD-OP-INCLUSAO OR AUD-OP-TRANSFERENCIA
003690                      OR AUD-OP-REATIVACAO)
003700                 PERFORM 3000-EVENTO-AUDITORIA THRU 3000-EXIT
003710             END-IF
003720     END-READ.
003730 2000-EXIT.
003740     EXIT.
003750
003760 3000-EVENTO-AUDITORIA.
003770     MOVE AUD-ESTUDANTE-ID TO WS-ESTUDANTE-ID
003780     EVALUATE TRUE
003790         WHEN AUD-OP-INCLUSAO
003800             MOVE 'N' TO WS-CAR-MOTIVO
003810         WHEN AUD-OP-TRANSFERENCIA
003820             MOVE 'T' TO WS-CAR-MOTIVO
003830         WHEN OTHER
003840             MOVE 'R' TO WS-CAR-MOTIVO
003850     END-EVALUATE
003860     MOVE WS-OPERADOR-AUTOMATICO TO WS-CAR-OPERADOR
003870     PERFORM 5000-EMITIR-CARTEIRA THRU 5000-EXIT.
003880 3000-EXIT.
003890     EXIT.
003900
003910 4000-PROCESSAR-SEGUNDA-VIA.
003920*    GERACAO CORRENTE DO GDG DE PEDIDOS; A JANELA SO ABRE UMA
003921*    GERACAO NOVA (VAZIA) DEPOIS DE ESTE PASSO TERMINAR COM RC
003922*    <= 4, ENTAO CADA PEDIDO E LIDO EM UMA SO JANELA BEM-SUCEDIDA
003923*    (NA REEXECUCAO DO MESMO DIA, 5000 NAO REEMITE A VIA). GERACAO
003924*    VAZIA OU ARQUIVO AUSENTE = NENHUM PEDIDO DE SEGUNDA VIA.
003930     OPEN INPUT ARQ-SEGUNDA-VIA
003940     IF WS-SEGUNDA-VIA-NAO-EXISTE
003950         GO TO 4000-EXIT
003960     END-IF
003970     PERFORM 4050-LER-SEGUNDA-VIA THRU 4050-EXIT
003980         UNTIL WS-FIM-SEGUNDA-VIA
003990     CLOSE ARQ-SEGUNDA-VIA.
004000 4000-EXIT.
004010     EXIT.
004020
004030 4050-LER-SEGUNDA-VIA.
004040     READ ARQ-SEGUNDA-VIA INTO WS-REG-SEGUNDA-VIA
004050         AT END
004060             SET WS-FIM-SEGUNDA-VIA TO TRUE
004070             GO TO 4050-EXIT
004080     END-READ
004090     ADD 1 TO WS-QTDE-SVI-LIDOS
004100     MOVE 'S' TO WS-CAR-MOTIVO
004110     PERFORM 5050-LIMPAR-DETALHE THRU 5050-EXIT
004120     MOVE SVI-ESTUDANTE-ID TO DET-ESTUDANTE-ID
004130     MOVE 'S' TO DET-MOTIVO
004140     IF SVI-ESTUDANTE-ID NOT NUMERIC
004150         MOVE 'SEGUNDA VIA COM ID INVALIDO' TO DET-OCORRENCIA
004160         PERFORM 5900-RECUSAR THRU 5900-EXIT
004170         GO TO 4050-EXIT
004180     END-IF
004190     IF NOT SVI-MOTIVO-VALIDO
004200         MOVE 'SEGUNDA VIA SEM MOTIVO P/R/D'
004210           TO DET-OCORRENCIA
004220         PERFORM 5900-RECUSAR THRU 5900-EXIT
004230         GO TO 4050-EXIT
004240     END-IF
004250     MOVE SVI-ESTUDANTE-ID TO WS-ESTUDANTE-ID
004260     MOVE SVI-OPERADOR TO WS-CAR-OPERADOR
004270     PERFORM 5000-EMITIR-CARTEIRA THRU 5000-EXIT.
004280 4050-EXIT.
004290     EXIT.
004300
004310 5000-EMITIR-CARTEIRA.
004320*    SO RECEBE CARTEIRINHA QUEM ESTA ATIVO NO MOMENTO DA JANELA
004330*    (O INCLUIDO E DESLIGADO NO MESMO DIA NAO RECEBE). A VIA
004340*    NOVA SUBSTITUI A ATIVA, QUE VAI PARA A LISTA DE CANCELADAS.
004350     PERFORM 5050-LIMPAR-DETALHE THRU 5050-EXIT
004360     MOVE WS-ESTUDANTE-ID TO DET-ESTUDANTE-ID
004370     MOVE WS-CAR-MOTIVO   TO DET-MOTIVO
004380     EXEC SQL
004390         SELECT ESTUDANTE-NOME, ESTUDANTE-CAMPUS,
004400                ESTUDANTE-STATUS
004410           INTO :WS-ESTUDANTE-NOME, :WS-ESTUDANTE-CAMPUS,
004420                :WS-ESTUDANTE-STATUS
004430           FROM ESTUDANTE
004440          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
004450     END-EXEC
004460     IF SQLCODE = 100
004470         MOVE 'ESTUDANTE NAO CADASTRADO' TO DET-OCORRENCIA
004480         PERFORM 5900-RECUSAR THRU 5900-EXIT
004490         GO TO 5000-EXIT
004500     END-IF
004510     IF WS-ESTUDANTE-STATUS NOT = 'A'
004520         MOVE 'ESTUDANTE NAO ESTA ATIVO' TO DET-OCORRENCIA
004530         PERFORM 5900-RECUSAR THRU 5900-EXIT
004540         GO TO 5000-EXIT
004550     END-IF
004560     MOVE WS-ESTUDANTE-CAMPUS TO DET-CAMPUS
004570     PERFORM 5100-LER-CARTEIRA-ATIVA THRU 5100-EXIT
004580*    VIA JA EMITIDA NA DATA DO MOVIMENTO: DOIS EVENTOS DO MESMO
004590*    ESTUDANTE NO DIA (INCLUSAO E TRANSFERENCIA, POR EXEMPLO) OU
004600*    REEXECUCAO DO PASSO. A CARTEIRINHA JA SAIU COM OS DADOS
004610*    ATUAIS E NAO E ENCOMENDADA DE NOVO.
004620     IF WS-TEM-CARTEIRA-ATIVA
004630         AND WS-CAR-DATA-EMISSAO = WS-CAR-DATA
004640         ADD 1 TO WS-QTDE-JA-EMITIDAS
004650         MOVE WS-CAR-VIA TO DET-VIA
004660         MOVE 'VIA JA EMITIDA NA DATA' TO DET-OCORRENCIA
004670         PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT
004680         GO TO 5000-EXIT
004690     END-IF
004700     IF WS-CAR-MOTIVO = 'S'
004710         AND NOT WS-TEM-CARTEIRA-ATIVA
004720         MOVE 'SEGUNDA VIA SEM CARTEIRINHA ATIVA'
004730           TO DET-OCORRENCIA
004740         PERFORM 5900-RECUSAR THRU 5900-EXIT
004750         GO TO 5000-EXIT
004760     END-IF
004770     PERFORM 5200-LER-CURSO THRU 5200-EXIT
004780     EXEC SQL
004790         SELECT VALUE(MAX(CARTEIRA-VIA), 0) + 1
004800           INTO :WS-CAR-VIA-NOVA
004810           FROM CARTEIRA-ESTUDANTE
004820          WHERE CARTEIRA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
004830     END-EXEC
004840     IF WS-TEM-CARTEIRA-ATIVA
004850         PERFORM 5300-SUBSTITUIR-VIA THRU 5300-EXIT
004860     END-IF
004870     EXEC SQL
004880         INSERT INTO CARTEIRA-ESTUDANTE
004890             (CARTEIRA-ESTUDANTE-ID, CARTEIRA-VIA,
004900              CARTEIRA-MOTIVO, CARTEIRA-CAMPUS,
004910              CARTEIRA-CURSO-ID, CARTEIRA-DATA-EMISSAO,
004920              CARTEIRA-VALIDADE, CARTEIRA-STATUS,
004930              CARTEIRA-OPERADOR)
004940         VALUES
004950             (:WS-ESTUDANTE-ID, :WS-CAR-VIA-NOVA,
004960              :WS-CAR-MOTIVO, :WS-ESTUDANTE-CAMPUS,
004970              :WS-CURSO-ID, :WS-CAR-DATA,
004980              :WS-CAR-VALIDADE, 'A',
004990              :WS-CAR-OPERADOR)
005000     END-EXEC
005010     MOVE SPACES TO REG-PEDIDO
005020     SET PED-TIPO-DETALHE TO TRUE
005030     MOVE WS-CAR-MOTIVO       TO PED-MOTIVO
005040     MOVE WS-ESTUDANTE-ID     TO PED-ESTUDANTE-ID
005050     MOVE WS-CAR-VIA-NOVA     TO PED-VIA
005060     MOVE WS-ESTUDANTE-NOME   TO PED-NOME
005070     MOVE WS-ESTUDANTE-CAMPUS TO PED-CAMPUS
005080     MOVE WS-CURSO-ID         TO PED-CURSO-ID
005090     MOVE WS-CURSO-NOME       TO PED-CURSO-NOME
005100     MOVE WS-DATA-MOVIMENTO   TO PED-DATA-EMISSAO
005110     MOVE WS-DATA-VALIDADE-N  TO PED-VALIDADE
005120     WRITE REG-PEDIDO
005130     ADD 1 TO WS-QTDE-PEDIDOS
005140     EVALUATE WS-CAR-MOTIVO
005150         WHEN 'N'
005160             ADD 1 TO WS-QTDE-EMIT-NOVO
005170         WHEN 'T'
005180             ADD 1 TO WS-QTDE-EMIT-TRANSF
005190         WHEN 'R'
005200             ADD 1 TO WS-QTDE-EMIT-REATIV
005210         WHEN OTHER
005220             ADD 1 TO WS-QTDE-EMIT-SEGVIA
005230     END-EVALUATE
005240     MOVE WS-CAR-VIA-NOVA TO DET-VIA
005250     IF WS-CURSO-ID NOT = ZERO
005260         MOVE WS-CURSO-ID TO DET-CURSO-ID
005270     END-IF
005280     IF WS-TEM-CARTEIRA-ATIVA
005290         MOVE WS-CAR-VIA TO WS-VIA-ED
005300         STRING 'EMITIDA - SUBSTITUI A VIA ' DELIMITED BY SIZE
005310                WS-VIA-ED                    DELIMITED BY SIZE
005320           INTO DET-OCORRENCIA
005330     ELSE
005340         MOVE 'EMITIDA' TO DET-OCORRENCIA
005350     END-IF
005360     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
005370 5000-EXIT.
005380     EXIT.
005390
005400 5050-LIMPAR-DETALHE.
005410     MOVE SPACES TO DET-ESTUDANTE-ID
005420     MOVE SPACES TO DET-MOTIVO
005430     MOVE ZERO   TO DET-VIA
005440     MOVE SPACES TO DET-CAMPUS
005450     MOVE SPACES TO DET-CURSO-ID
005460     MOVE SPACES TO DET-OCORRENCIA.
005470 5050-EXIT.
005480     EXIT.
005490
005500 5100-LER-CARTEIRA-ATIVA.
005510     MOVE 'N' TO WS-SW-CARTEIRA-ATIVA
005520     EXEC SQL
005530         SELECT CARTEIRA-VIA, CARTEIRA-DATA-EMISSAO
005540           INTO :WS-CAR-VIA, :WS-CAR-DATA-EMISSAO
005550           FROM CARTEIRA-ESTUDANTE
005560          WHERE CARTEIRA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005570            AND CARTEIRA-STATUS = 'A'
005580     END-EXEC
005590     IF SQLCODE = 0
005600         SET WS-TEM-CARTEIRA-ATIVA TO TRUE
005610     END-IF.
005620 5100-EXIT.
005630     EXIT.
005640
005650 5200-LER-CURSO.
005660*    O CURSO IMPRESSO E O DA MATRICULA ATIVA DO PERIODO MAIS
005670*    RECENTE (MENOR CURSO-ID NO EMPATE). RECEM-INCLUIDO AINDA
005680*    NAO TEM MATRICULA: A CARTEIRINHA SAI SEM CURSO.
005690     MOVE ZERO   TO WS-CURSO-ID
005700     MOVE SPACES TO WS-CURSO-NOME
005710     EXEC SQL
005720         SELECT M.MATRICULA-CURSO-ID, C.CURSO-NOME
005730           INTO :WS-CURSO-ID, :WS-CURSO-NOME
005740           FROM MATRICULA M
005750          INNER JOIN CURSO C
005760             ON C.CURSO-ID = M.MATRICULA-CURSO-ID
005770          WHERE M.MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005780            AND M.MATRICULA-STATUS = 'A'
005790          ORDER BY M.MATRICULA-PERIODO DESC,
005800                   M.MATRICULA-CURSO-ID
005810          FETCH FIRST 1 ROW ONLY
005820     END-EXEC
005830     IF SQLCODE = 100
005840         MOVE ZERO   TO WS-CURSO-ID
005850         MOVE SPACES TO WS-CURSO-NOME
005860     END-IF.
005870 5200-EXIT.
005880     EXIT.
005890
005900 5300-SUBSTITUIR-VIA.
005910     EXEC SQL
005920         UPDATE CARTEIRA-ESTUDANTE
005930            SET CARTEIRA-STATUS = 'S',
005940                CARTEIRA-DATA-SITUACAO = :WS-CAR-DATA
005950          WHERE CARTEIRA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
005960            AND CARTEIRA-VIA = :WS-CAR-VIA
005970     END-EXEC
005980     ADD 1 TO WS-QTDE-SUBSTITUIDAS
005990     MOVE 'S' TO WS-MOTIVO-CANCELAMENTO
006000     PERFORM 6500-GRAVAR-CANCELADA THRU 6500-EXIT.
006010 5300-EXIT.
006020     EXIT.
006030
006040 5900-RECUSAR.
006050*    PEDIDO DE SEGUNDA VIA QUE NAO PODE SER ATENDIDO VOLTA PARA A
006060*    SECRETARIA (RECUSADO); EVENTO DA TRILHA DE QUEM NAO ESTA
006070*    MAIS ATIVO NA JANELA E SO PULADO.
006080     IF WS-CAR-MOTIVO = 'S'
006090         ADD 1 TO WS-QTDE-RECUSADOS
006100     ELSE
006110         ADD 1 TO WS-QTDE-PULADOS
006120     END-IF
006130     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
006140 5900-EXIT.
006150     EXIT.
006160
006170 6000-CANCELAR-INATIVOS.
006180*    A CARTEIRINHA ATIVA DE QUEM NAO E MAIS ESTUDANTE ATIVO E
006190*    CANCELADA, QUALQUER QUE TENHA SIDO O CAMINHO: DESLIGAMENTO
006200*    NO LOTE, NO WD-SQL OU NA TELA, EXCLUSAO FISICA, EXPURGO.
006210*    O CURSOR SO LE (LISTA E RELATORIO); O UPDATE VEM DEPOIS,
006220*    COM O MESMO CRITERIO, E AS CONTAGENS SAO CONFERIDAS.
006230     MOVE 'N' TO WS-SW-FIM-CURSOR
006240     EXEC SQL
006250         DECLARE CUR-CARTEIRA-INATIVO CURSOR FOR
006260         SELECT C.CARTEIRA-ESTUDANTE-ID, C.CARTEIRA-VIA,
006270                C.CARTEIRA-CAMPUS,
006280                VALUE(E.ESTUDANTE-STATUS, ' ')
006290           FROM CARTEIRA-ESTUDANTE C
006300           LEFT OUTER JOIN ESTUDANTE E
006310             ON E.ESTUDANTE-ID = C.CARTEIRA-ESTUDANTE-ID
006320          WHERE C.CARTEIRA-STATUS = 'A'
006330            AND VALUE(E.ESTUDANTE-STATUS, ' ') <> 'A'
006340          ORDER BY 1
006350     END-EXEC
006360     EXEC SQL
006370         OPEN CUR-CARTEIRA-INATIVO
006380     END-EXEC
006390     PERFORM 6050-LER-CARTEIRA-INATIVO THRU 6050-EXIT
006400         UNTIL WS-FIM-CURSOR
006410     EXEC SQL
006420         CLOSE CUR-CARTEIRA-INATIVO
006430     END-EXEC
006440     IF WS-QTDE-CANC-VARREDURA = ZERO
006450         GO TO 6000-EXIT
006460     END-IF
006470     EXEC SQL
006480         UPDATE CARTEIRA-ESTUDANTE
006490            SET CARTEIRA-STATUS = 'C',
006500                CARTEIRA-DATA-SITUACAO = :WS-CAR-DATA
006510          WHERE CARTEIRA-STATUS = 'A'
006520            AND NOT EXISTS
006530                (SELECT 1
006540                   FROM ESTUDANTE E
006550                  WHERE E.ESTUDANTE-ID = CARTEIRA-ESTUDANTE-ID
006560                    AND E.ESTUDANTE-STATUS = 'A')
006570     END-EXEC
006580     MOVE SQLERRD(3) TO WS-QTDE-LINHAS
006590     IF WS-QTDE-LINHAS NOT = WS-QTDE-CANC-VARREDURA
006600         DISPLAY 'CAR-EXT: CANCELAMENTO DIVERGENTE - LISTADAS '
006610                 WS-QTDE-CANC-VARREDURA ' ATUALIZADAS '
006620                 WS-QTDE-LINHAS
006630         MOVE 4 TO RETURN-CODE
006640     END-IF.
006650 6000-EXIT.
006660     EXIT.
006670
006680 6050-LER-CARTEIRA-INATIVO.
006690     EXEC SQL
006700         FETCH CUR-CARTEIRA-INATIVO
006710          INTO :WS-ESTUDANTE-ID, :WS-CAR-VIA,
006720               :WS-ESTUDANTE-CAMPUS, :WS-ESTUDANTE-STATUS
006730     END-EXEC
006740     IF SQLCODE = 100
006750         SET WS-FIM-CURSOR TO TRUE
006760         GO TO 6050-EXIT
006770     END-IF
006780     ADD 1 TO WS-QTDE-CANC-VARREDURA
006790     PERFORM 5050-LIMPAR-DETALHE THRU 5050-EXIT
006800     MOVE WS-ESTUDANTE-ID     TO DET-ESTUDANTE-ID
006810     MOVE WS-CAR-VIA          TO DET-VIA
006820     MOVE WS-ESTUDANTE-CAMPUS TO DET-CAMPUS
006830     IF WS-ESTUDANTE-STATUS = SPACE
006840         MOVE 'X' TO WS-MOTIVO-CANCELAMENTO
006850         ADD 1 TO WS-QTDE-CANC-EXCLUIDO
006860         MOVE 'CANCELADA - ESTUDANTE NAO CADASTRADO'
006870           TO DET-OCORRENCIA
006880     ELSE
006890         MOVE 'D' TO WS-MOTIVO-CANCELAMENTO
006900         ADD 1 TO WS-QTDE-CANC-DESLIG
006910         MOVE 'CANCELADA - ESTUDANTE NAO ESTA ATIVO'
006920           TO DET-OCORRENCIA
006930     END-IF
006940     MOVE WS-MOTIVO-CANCELAMENTO TO DET-MOTIVO
006950     PERFORM 6500-GRAVAR-CANCELADA THRU 6500-EXIT
006960     PERFORM 7100-IMPRIMIR-DETALHE THRU 7100-EXIT.
006970 6050-EXIT.
006980     EXIT.
006990
007000 6500-GRAVAR-CANCELADA.
007010*    O MOTIVO VEM DO CHAMADOR EM WS-MOTIVO-CANCELAMENTO.
007020     MOVE SPACES TO REG-CANCELADA
007030     SET CAN-TIPO-DETALHE TO TRUE
007040     MOVE WS-ESTUDANTE-ID   TO CAN-ESTUDANTE-ID
007050     MOVE WS-CAR-VIA        TO CAN-VIA
007060     MOVE WS-DATA-MOVIMENTO TO CAN-DATA-CANCELAMENTO
007070     MOVE WS-MOTIVO-CANCELAMENTO TO CAN-MOTIVO
007080     WRITE REG-CANCELADA
007090     ADD 1 TO WS-QTDE-CANCELADAS.
007100 6500-EXIT.
007110     EXIT.
007120
007130 7000-IMPRIMIR-CABECALHO.
007140     ADD 1 TO WS-PAGINA-ATUAL
007150     MOVE ZERO TO WS-LINHAS-NA-PAGINA
007160     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
007170     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
007180     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
007190     ADD 3 TO WS-LINHAS-NA-PAGINA.
007200 7000-EXIT.
007210     EXIT.
007220
007230 7100-IMPRIMIR-DETALHE.
007240     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
007250         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
007260     END-IF
007270     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
007280     ADD 1 TO WS-LINHAS-NA-PAGINA.
007290 7100-EXIT.
007300     EXIT.
007310
007320 9100-IMPRIMIR-TOTAL.
007330     WRITE REL-REGISTRO FROM WS-LINHA-TOTAL.
007340 9100-EXIT.
007350     EXIT.
007360
007370 9999-ENCERRAR.
007380     MOVE SPACES TO REG-PEDIDO
007390     SET PED-TIPO-TRAILER TO TRUE
007400     MOVE WS-QTDE-PEDIDOS TO PED-QTDE-DETALHES
007410     WRITE REG-PEDIDO
007420     MOVE SPACES TO REG-CANCELADA
007430     SET CAN-TIPO-TRAILER TO TRUE
007440     MOVE WS-QTDE-CANCELADAS TO CAN-QTDE-DETALHES
007450     WRITE REG-CANCELADA
007460     MOVE SPACES TO REL-REGISTRO
007470     WRITE REL-REGISTRO
007480     MOVE 'EMITIDAS - NOVO ESTUDANTE' TO TOT-DESCRICAO
007490     MOVE WS-QTDE-EMIT-NOVO TO TOT-QTDE
007500     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007510     MOVE 'EMITIDAS - TRANSFERENCIA DE CAMPUS' TO TOT-DESCRICAO
007520     MOVE WS-QTDE-EMIT-TRANSF TO TOT-QTDE
007530     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007540     MOVE 'EMITIDAS - REATIVACAO' TO TOT-DESCRICAO
007550     MOVE WS-QTDE-EMIT-REATIV TO TOT-QTDE
007560     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007570     MOVE 'EMITIDAS - SEGUNDA VIA' TO TOT-DESCRICAO
007580     MOVE WS-QTDE-EMIT-SEGVIA TO TOT-QTDE
007590     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007600     MOVE 'TOTAL ENCOMENDADO AO FORNECEDOR' TO TOT-DESCRICAO
007610     MOVE WS-QTDE-PEDIDOS TO TOT-QTDE
007620     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007630     MOVE 'VIAS JA EMITIDAS NA DATA (PULADAS)' TO TOT-DESCRICAO
007640     MOVE WS-QTDE-JA-EMITIDAS TO TOT-QTDE
007650     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007660     MOVE 'EVENTOS SEM ESTUDANTE ATIVO (PULADOS)'
007670       TO TOT-DESCRICAO
007680     MOVE WS-QTDE-PULADOS TO TOT-QTDE
007690     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007700     MOVE 'SEGUNDAS VIAS RECUSADAS' TO TOT-DESCRICAO
007710     MOVE WS-QTDE-RECUSADOS TO TOT-QTDE
007720     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007730     MOVE 'CANCELADAS - SUBSTITUIDAS POR NOVA VIA'
007740       TO TOT-DESCRICAO
007750     MOVE WS-QTDE-SUBSTITUIDAS TO TOT-QTDE
007760     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007770     MOVE 'CANCELADAS - ESTUDANTE NAO ATIVO' TO TOT-DESCRICAO
007780     MOVE WS-QTDE-CANC-DESLIG TO TOT-QTDE
007790     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007800     MOVE 'CANCELADAS - ESTUDANTE NAO CADASTRADO'
007810       TO TOT-DESCRICAO
007820     MOVE WS-QTDE-CANC-EXCLUIDO TO TOT-QTDE
007830     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007840     MOVE 'TOTAL NA LISTA DE CANCELADAS' TO TOT-DESCRICAO
007850     MOVE WS-QTDE-CANCELADAS TO TOT-QTDE
007860     PERFORM 9100-IMPRIMIR-TOTAL THRU 9100-EXIT
007870     CLOSE ARQ-AUDITORIA
007880     CLOSE ARQ-PEDIDOS
007890     CLOSE ARQ-CANCELADAS
007900     CLOSE ARQ-RELATORIO
007910     DISPLAY 'CAR-EXT - ENCOMENDADAS: ' WS-QTDE-PEDIDOS
007920             ' CANCELADAS: ' WS-QTDE-CANCELADAS
007930             ' RECUSADOS: ' WS-QTDE-RECUSADOS
007940*    SEGUNDA VIA RECUSADA PRECISA DE RETORNO A SECRETARIA (RC 4).
007950     IF WS-QTDE-RECUSADOS > ZERO
007960         AND RETURN-CODE < 4
007970         MOVE 4 TO RETURN-CODE
007980     END-IF.
007990 9999-EXIT.
008000     EXIT.
008010
008020 COPY ESTCONPR.
008030 COPY ESTERRPR.
008040
008050 COPY ESTLOGPR.
