000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CEN-INE.
000030 AUTHOR. EQUIPE-CADASTRO-ACADEMICO.
000040 INSTALLATION. CENTRO-DE-PROCESSAMENTO-DE-DADOS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* HISTORICO DE ALTERACOES
000090*----------------------------------------------------------------
000100* 2026-10-15 RCM  VERSAO INICIAL. EXPORTACAO ANUAL PARA O CENSO
000110*                 DA EDUCACAO SUPERIOR (INEP), NO LEIAUTE DO
000120*                 MODULO ALUNO (ARQ-CENSO, COPY ESTCENSL/ESTCENFD;
000130*                 SYSIN: ANO-BASE, BRANCO = ANO ANTERIOR, E O
000140*                 CODIGO INEP DA IES). UM REGISTRO 41 POR
000150*                 ESTUDANTE COM MATRICULA EM PERIODO DO ANO-BASE
000160*                 E UM 42 POR CURSO, COM A SITUACAO DO VINCULO
000170*                 APURADA DAS MATRICULAS, DAS NOTAS E DA
000180*                 FREQUENCIA (COPY ESTRESPR) E DOS DESLIGAMENTOS
000190*                 E TRANSFERENCIAS DO ANO NA TRILHA ARQ-AUDITORIA.
000200*                 O ESTUDANTE QUE NAO PASSA NAS REGRAS DO CENSO
000210*                 (CPF AUSENTE, INVALIDO OU REPETIDO, NASCIMENTO
000220*                 AUSENTE OU INVALIDO, NOME OU CAMPUS EM BRANCO)
000230*                 FICA FORA DO ARQUIVO E SAI NO RELATORIO DE
000240*                 PENDENCIAS, PARA A SECRETARIA CORRIGIR O
000250*                 CADASTRO E RODAR DE NOVO ANTES DO ENVIO.
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000320            ORGANIZATION IS SEQUENTIAL.
000330 COPY ESTAUDSL.
000340 COPY ESTCENSL.
000350
000360     COPY ESTLOGSL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ARQ-RELATORIO
000410     RECORDING MODE IS F.
000420 01  REL-REGISTRO                  PIC X(133).
000430
000440 COPY ESTAUDFD.
000450
000460 COPY ESTCENFD.
000470
000480 COPY ESTLOGFD.
000490
000500 WORKING-STORAGE SECTION.
000510 COPY ESTLOGWS.
000520
000530 EXEC SQL
000540     INCLUDE SQLCA
000550 END-EXEC.
000560 EXEC SQL
000570     INCLUDE ESTUDANTE
000580 END-EXEC.
000590 EXEC SQL
000600     INCLUDE MATRICULA
000610 END-EXEC.
000620 EXEC SQL
000630     INCLUDE NOTA
000640 END-EXEC.
000650
000660 EXEC SQL BEGIN DECLARE SECTION
000670 END-EXEC.
000680 01  WS-ANO-BASE                   PIC X(04).
000690 01  WS-ESTUDANTE-ID               PIC 9(07).
000700 01  WS-ESTUDANTE-NOME             PIC X(25).
000710 01  WS-ESTUDANTE-CPF              PIC X(11).
000720 01  WS-ESTUDANTE-DATA-NASC        PIC X(08).
000730 01  WS-ESTUDANTE-CAMPUS           PIC X(02).
000740 01  WS-ESTUDANTE-STATUS           PIC X(01).
000750 01  WS-ESTUDANTE-DATA-DESLIG      PIC X(08).
000760 01  WS-CURSO-ID                   PIC 9(04).
000770 01  WS-MAT-PERIODO                PIC X(06).
000780 01  WS-MAT-STATUS                 PIC X(01).
000790 01  WS-NOTA-VALOR                 PIC S9(02)V9(02) COMP-3.
000800 EXEC SQL END DECLARE SECTION
000810 END-EXEC.
000820
000830*    O ENDERECO NAO VAI AO CENSO; E DECLARADO PORQUE A CRITICA
000840*    COMPARTILHADA (ESTVALPR) O REFERENCIA. SO A CRITICA DOS
000850*    DIGITOS DO CPF (8520) E USADA AQUI.
000860 01  WS-ESTUDANTE-ENDERECO.
000870     05  WS-ESTUDANTE-LOGRADOURO   PIC X(25) VALUE SPACES.
000880     05  WS-ESTUDANTE-NUMERO       PIC X(05) VALUE SPACES.
000890     05  WS-ESTUDANTE-CIDADE       PIC X(20) VALUE SPACES.
000900     05  WS-ESTUDANTE-UF           PIC X(02) VALUE SPACES.
000910     05  WS-ESTUDANTE-CEP          PIC X(08) VALUE SPACES.
000920
000930 COPY ESTVALWS.
000940 COPY ESTRESWS.
000950
000960 01  WS-PARM-AREA.
000970     05  WS-PARM-ANO-BASE          PIC X(04) VALUE SPACES.
000980     05  WS-PARM-ANO-BASE-N REDEFINES WS-PARM-ANO-BASE
000990                                   PIC 9(04).
001000     05  WS-PARM-COD-IES           PIC X(08) VALUE SPACES.
001010     05  WS-PARM-COD-IES-N REDEFINES WS-PARM-COD-IES
001020                                   PIC 9(08).
001030
001040*    JANELA DO ANO-BASE PARA A TRILHA DE AUDITORIA (AAAAMMDD).
001050 01  WS-ANO-BASE-N                 PIC 9(04) VALUE ZERO.
001060 01  WS-DATA-INICIO-ANO            PIC 9(08) VALUE ZERO.
001070 01  WS-DATA-FIM-ANO               PIC 9(08) VALUE ZERO.
001080
001090*    TABELA EM MEMORIA COM UMA ENTRADA POR ESTUDANTE QUE TEVE
001100*    DESLIGAMENTO ('E'), REATIVACAO ('R') OU TRANSFERENCIA ('T')
001110*    BEM-SUCEDIDA NO ANO-BASE. A TRILHA E CRONOLOGICA, ENTAO A
001120*    ULTIMA ENTRE 'E' E 'R' DIZ SE O ESTUDANTE TERMINOU O ANO
001130*    DESLIGADO.
001140 01  WS-TABELA-EVENTOS.
001150     05  WS-EVT-QTDE               PIC 9(04) COMP VALUE ZERO.
001160     05  WS-EVT-ENTRADA            OCCURS 9000 TIMES.
001170         10  WS-EVT-ID             PIC 9(07).
001180         10  WS-EVT-SW-DESLIGADO   PIC X(01).
001190             88  WS-EVT-DESLIGADO          VALUE 'S'.
001200         10  WS-EVT-SW-TRANSFERIDO PIC X(01).
001210             88  WS-EVT-TRANSFERIDO        VALUE 'S'.
001220
001230 77  WS-INDICE-EVT                 PIC 9(04) COMP VALUE ZERO.
001240 77  WS-INDICE-BUSCA               PIC 9(04) COMP VALUE ZERO.
001250 77  WS-SW-ACHOU                   PIC X(01) VALUE 'N'.
001260     88  WS-ACHOU                          VALUE 'S'.
001270
001280 01  WS-SWITCHES.
001290     05  WS-SW-FIM-AUDITORIA       PIC X(01) VALUE 'N'.
001300         88  WS-FIM-AUDITORIA              VALUE 'S'.
001310     05  WS-SW-FIM-CURSOR          PIC X(01) VALUE 'N'.
001320         88  WS-FIM-CURSOR                 VALUE 'S'.
001330     05  WS-SW-PRIMEIRO            PIC X(01) VALUE 'S'.
001340         88  WS-PRIMEIRA-LINHA             VALUE 'S'.
001350     05  WS-SW-PENDENTE            PIC X(01) VALUE 'N'.
001360         88  WS-ESTUDANTE-PENDENTE         VALUE 'S'.
001370     05  WS-SW-DESLIGADO-ANO       PIC X(01) VALUE 'N'.
001380         88  WS-DESLIGADO-NO-ANO           VALUE 'S'.
001390     05  WS-SW-TRANSFERIDO-ANO     PIC X(01) VALUE 'N'.
001400         88  WS-TRANSFERIDO-NO-ANO         VALUE 'S'.
001410
001420 01  WS-CONTADORES.
001430     05  WS-QTDE-EVENTOS           PIC 9(07) COMP-3 VALUE ZERO.
001440     05  WS-QTDE-ESTUDANTES        PIC 9(07) COMP-3 VALUE ZERO.
001450     05  WS-QTDE-EXPORTADOS        PIC 9(07) COMP-3 VALUE ZERO.
001460     05  WS-QTDE-PENDENTES         PIC 9(07) COMP-3 VALUE ZERO.
001470     05  WS-QTDE-PENDENCIAS        PIC 9(07) COMP-3 VALUE ZERO.
001480     05  WS-QTDE-VINCULOS          PIC 9(07) COMP-3 VALUE ZERO.
001490     05  WS-QTDE-CURSANDO          PIC 9(07) COMP-3 VALUE ZERO.
001500     05  WS-QTDE-DESVINCULADOS     PIC 9(07) COMP-3 VALUE ZERO.
001510     05  WS-QTDE-TRANSFERIDOS      PIC 9(07) COMP-3 VALUE ZERO.
001520     05  WS-QTDE-FORMADOS          PIC 9(07) COMP-3 VALUE ZERO.
001530     05  WS-QTDE-REGISTROS         PIC 9(07) COMP-3 VALUE ZERO.
001540
001550 01  WS-ESTUDANTE-ANTERIOR         PIC 9(07) VALUE ZERO.
001560 01  WS-CURSO-ANTERIOR             PIC 9(04) VALUE ZERO.
001570 01  WS-MOTIVO-PENDENCIA           PIC X(40) VALUE SPACES.
001580
001590*    SITUACAO DO VINCULO NO LEIAUTE DO INEP.
001600 01  WS-SITUACAO-VINCULO           PIC X(01) VALUE SPACE.
001610     88  WS-VINC-CURSANDO                  VALUE '2'.
001620     88  WS-VINC-DESVINCULADO              VALUE '4'.
001630     88  WS-VINC-TRANSFERIDO               VALUE '5'.
001640     88  WS-VINC-FORMADO                   VALUE '6'.
001650
001660*    CRITICA DA DATA DE NASCIMENTO (AAAAMMDD).
001670 01  WS-NASC-TRABALHO.
001680     05  WS-NASC-ANO               PIC 9(04).
001690     05  WS-NASC-MES               PIC 9(02).
001700     05  WS-NASC-DIA               PIC 9(02).
001710 01  WS-SW-NASC                    PIC X(01) VALUE 'S'.
001720     88  WS-NASC-VALIDA                    VALUE 'S'.
001730     88  WS-NASC-INVALIDA                  VALUE 'N'.
001740 01  WS-DIAS-MESES.
001750     05  FILLER                    PIC X(24) VALUE
001760         '312931303130313130313031'.
001770 01  WS-TAB-DIAS-MESES REDEFINES WS-DIAS-MESES.
001780     05  WS-DIAS-NO-MES            PIC 9(02) OCCURS 12 TIMES.
001790 77  WS-QUOCIENTE                  PIC 9(04) COMP VALUE ZERO.
001800 77  WS-RESTO-4                    PIC 9(04) COMP VALUE ZERO.
001810 77  WS-RESTO-100                  PIC 9(04) COMP VALUE ZERO.
001820 77  WS-RESTO-400                  PIC 9(04) COMP VALUE ZERO.
001830
001840 01  WS-DATA-HOJE.
001850     05  WS-DATA-ANO               PIC 9(04).
001860     05  WS-DATA-MES               PIC 9(02).
001870     05  WS-DATA-DIA               PIC 9(02).
001880
001890*    REGISTROS DO ARQUIVO DO CENSO (LEIAUTE EM ESTCENFD).
001900 01  WS-REG-40.
001910     05  FILLER                    PIC X(03) VALUE '40|'.
001920     05  R40-COD-IES               PIC 9(08).
001930     05  FILLER                    PIC X(01) VALUE '|'.
001940     05  FILLER                    PIC X(01) VALUE '4'.
001950     05  FILLER                    PIC X(01) VALUE '|'.
001960     05  R40-ANO-BASE              PIC X(04).
001970     05  FILLER                    PIC X(62) VALUE SPACES.
001980
001990 01  WS-REG-41.
002000     05  FILLER                    PIC X(03) VALUE '41|'.
002010     05  R41-ESTUDANTE-ID          PIC 9(07).
002020     05  FILLER                    PIC X(01) VALUE '|'.
002030     05  R41-NOME                  PIC X(25).
002040     05  FILLER                    PIC X(01) VALUE '|'.
002050     05  R41-CPF                   PIC X(11).
002060     05  FILLER                    PIC X(01) VALUE '|'.
002070     05  R41-DATA-NASC             PIC X(08).
002080     05  FILLER                    PIC X(23) VALUE SPACES.
002090
002100 01  WS-REG-42.
002110     05  FILLER                    PIC X(03) VALUE '42|'.
002120     05  R42-CURSO-ID              PIC 9(04).
002130     05  FILLER                    PIC X(01) VALUE '|'.
002140     05  R42-CAMPUS                PIC X(02).
002150     05  FILLER                    PIC X(01) VALUE '|'.
002160     05  R42-SEMESTRE              PIC X(01).
002170     05  FILLER                    PIC X(01) VALUE '|'.
002180     05  R42-SITUACAO              PIC X(01).
002190     05  FILLER                    PIC X(66) VALUE SPACES.
002200
002210 01  WS-CONTROLE-RELATORIO.
002220     05  WS-PAGINA-ATUAL           PIC 9(03) COMP-3 VALUE ZERO.
002230     05  WS-LINHAS-NA-PAGINA       PIC 9(03) COMP-3 VALUE ZERO.
002240     05  WS-LINHAS-POR-PAGINA      PIC 9(03) VALUE 60.
002250
002260 01  WS-LINHA-CABECALHO-1.
002270     05  FILLER                    PIC X(01) VALUE '1'.
002280     05  FILLER                    PIC X(40) VALUE
002290         'CENSO DA EDUCACAO SUPERIOR - PENDENCIAS'.
002300     05  FILLER                    PIC X(10) VALUE
002310         'ANO-BASE '.
002320     05  CAB-ANO-BASE              PIC X(04).
002330     05  FILLER                    PIC X(04) VALUE SPACES.
002340     05  FILLER                    PIC X(17) VALUE
002350         'DATA DA EXECUCAO'.
002360     05  CAB-DATA-EXECUCAO         PIC X(10).
002370     05  FILLER                    PIC X(07) VALUE ' PAGINA'.
002380     05  CAB-PAGINA                PIC ZZ9.
002390     05  FILLER                    PIC X(37) VALUE SPACES.
002400
002410 01  WS-LINHA-COLUNAS.
002420     05  FILLER                    PIC X(01) VALUE '0'.
002430     05  FILLER                    PIC X(09) VALUE 'ID'.
002440     05  FILLER                    PIC X(27) VALUE 'NOME'.
002450     05  FILLER                    PIC X(13) VALUE 'CPF'.
002460     05  FILLER                    PIC X(12) VALUE 'NASCIMENTO'.
002470     05  FILLER                    PIC X(08) VALUE 'CAMPUS'.
002480     05  FILLER                    PIC X(40) VALUE 'PENDENCIA'.
002490     05  FILLER                    PIC X(23) VALUE SPACES.
002500
002510 01  WS-LINHA-DETALHE.
002520     05  FILLER                    PIC X(01) VALUE SPACE.
002530     05  DET-ESTUDANTE-ID          PIC 9(07).
002540     05  FILLER                    PIC X(02) VALUE SPACES.
002550     05  DET-ESTUDANTE-NOME        PIC X(25).
002560     05  FILLER                    PIC X(02) VALUE SPACES.
002570     05  DET-CPF                   PIC X(11).
002580     05  FILLER                    PIC X(02) VALUE SPACES.
002590     05  DET-DATA-NASC             PIC X(08).
002600     05  FILLER                    PIC X(04) VALUE SPACES.
002610     05  DET-CAMPUS                PIC X(02).
002620     05  FILLER                    PIC X(06) VALUE SPACES.
002630     05  DET-PENDENCIA             PIC X(40).
002640     05  FILLER                    PIC X(23) VALUE SPACES.
002650
002660 01  WS-LINHA-NENHUMA.
002670     05  FILLER                    PIC X(01) VALUE SPACE.
002680     05  FILLER                    PIC X(09) VALUE SPACES.
002690     05  FILLER                    PIC X(40) VALUE
002700         'NENHUMA PENDENCIA - ARQUIVO COMPLETO'.
002710     05  FILLER                    PIC X(83) VALUE SPACES.
002720
002730 01  WS-LINHA-RODAPE.
002740     05  ROD-CONTROLE              PIC X(01).
002750     05  ROD-ROTULO                PIC X(33).
002760     05  FILLER                    PIC X(01) VALUE SPACE.
002770     05  ROD-VALOR                 PIC ZZZZZZ9.
002780     05  FILLER                    PIC X(91) VALUE SPACES.
002790
002800 COPY ESTCONWS.
002810
002820 PROCEDURE DIVISION.
002830 0000-MAINLINE.
002840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002850     PERFORM 2000-CARREGAR-AUDITORIA THRU 2000-EXIT
002860     PERFORM 3000-GERAR-CENSO THRU 3000-EXIT
002870     PERFORM 9999-ENCERRAR THRU 9999-EXIT
002880     MOVE 'CEN-INE' TO WS-LOG-PROGRAMA
002890     MOVE WS-DB2-SUBSISTEMA TO WS-LOG-SUBSISTEMA
002900     MOVE WS-QTDE-ESTUDANTES TO WS-LOG-LIDAS
002910     MOVE WS-QTDE-EXPORTADOS TO WS-LOG-APLICADAS
002920     MOVE WS-QTDE-PENDENTES TO WS-LOG-REJEITADAS
002930     PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
002940     STOP RUN.
002950
002960 1000-INITIALIZE.
002970     PERFORM 2500-CONECTAR-SUBSISTEMA THRU 2500-EXIT
002980     EXEC SQL
002990         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
003000     END-EXEC
003010     EXEC SQL
003020         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
003030     END-EXEC
003040     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
003050     DISPLAY 'CEN-INE - ANO-BASE (AAAA, BRANCO=ANO ANTERIOR): '
003060     ACCEPT WS-PARM-ANO-BASE FROM SYSIN
003070     DISPLAY 'CEN-INE - CODIGO INEP DA IES (8 DIGITOS): '
003080     ACCEPT WS-PARM-COD-IES FROM SYSIN
003090     IF WS-PARM-ANO-BASE = SPACES
003100         COMPUTE WS-ANO-BASE-N = WS-DATA-ANO - 1
003110     ELSE
003120         IF WS-PARM-ANO-BASE NOT NUMERIC
003130             OR WS-PARM-ANO-BASE-N >= WS-DATA-ANO
003140             DISPLAY 'CEN-INE: ANO-BASE INVALIDO - '
003150                     WS-PARM-ANO-BASE
003160             MOVE 16 TO RETURN-CODE
003170             STOP RUN
003180         END-IF
003190         MOVE WS-PARM-ANO-BASE-N TO WS-ANO-BASE-N
003200     END-IF
003210     IF WS-PARM-COD-IES NOT NUMERIC
003220         OR WS-PARM-COD-IES-N = ZERO
003230         DISPLAY 'CEN-INE: CODIGO INEP DA IES INVALIDO - '
003240                 WS-PARM-COD-IES
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF
003280     MOVE WS-ANO-BASE-N TO WS-ANO-BASE
003290     COMPUTE WS-DATA-INICIO-ANO = WS-ANO-BASE-N * 10000 + 101
003300     COMPUTE WS-DATA-FIM-ANO = WS-ANO-BASE-N * 10000 + 1231
003310     MOVE WS-ANO-BASE TO CAB-ANO-BASE
003320     STRING WS-DATA-DIA    DELIMITED BY SIZE
003330            '/'            DELIMITED BY SIZE
003340            WS-DATA-MES    DELIMITED BY SIZE
003350            '/'            DELIMITED BY SIZE
003360            WS-DATA-ANO    DELIMITED BY SIZE
003370       INTO CAB-DATA-EXECUCAO.
003380 1000-EXIT.
003390     EXIT.
003400
003410 2000-CARREGAR-AUDITORIA.
003420*    SO OS DESLIGAMENTOS, REATIVACOES E TRANSFERENCIAS
003430*    BEM-SUCEDIDOS DO ANO-BASE INTERESSAM AO CENSO. PARA UM ANO
003440*    JA EXPURGADO PELO ARC-AUD, O JOB CONCATENA A GUARDA ANUAL
003450*    ANTES DO DATASET VIVO.
003460     OPEN INPUT ARQ-AUDITORIA
003470     PERFORM 2100-LER-AUDITORIA THRU 2100-EXIT
003480     PERFORM 2200-TRATAR-REGISTRO THRU 2200-EXIT
003490         UNTIL WS-FIM-AUDITORIA
003500     CLOSE ARQ-AUDITORIA.
003510 2000-EXIT.
003520     EXIT.
003530
003540 2100-LER-AUDITORIA.
003550     READ ARQ-AUDITORIA
003560         AT END
003570             SET WS-FIM-AUDITORIA TO TRUE
003580     END-READ.
003590 2100-EXIT.
003600     EXIT.
003610
003620 2200-TRATAR-REGISTRO.
003630     IF AUD-DATA >= WS-DATA-INICIO-ANO
003640         AND AUD-DATA <= WS-DATA-FIM-ANO
003650         AND AUD-RESULTADO-OK
003660         AND (AUD-OP-EXCLUSAO OR AUD-OP-REATIVACAO
003670              OR AUD-OP-TRANSFERENCIA)
003680         PERFORM 2300-GUARDAR-EVENTO THRU 2300-EXIT
003690     END-IF
003700     PERFORM 2100-LER-AUDITORIA THRU 2100-EXIT.
003710 2200-EXIT.
003720     EXIT.
003730
003740 2300-GUARDAR-EVENTO.
003750     ADD 1 TO WS-QTDE-EVENTOS
003760     MOVE AUD-ESTUDANTE-ID TO WS-ESTUDANTE-ID
003770     PERFORM 6000-PROCURAR-NA-TABELA THRU 6000-EXIT
003780     IF WS-ACHOU
003790         MOVE WS-INDICE-BUSCA TO WS-INDICE-EVT
003800     ELSE
003810         IF WS-EVT-QTDE >= 9000
003820             DISPLAY 'CEN-INE: TABELA DE EVENTOS DA TRILHA'
003830                     ' ESGOTADA - AMPLIAR WS-TABELA-EVENTOS'
003840             CLOSE ARQ-AUDITORIA
003850             MOVE 12 TO RETURN-CODE
003860             STOP RUN
003870         END-IF
003880         ADD 1 TO WS-EVT-QTDE
003890         MOVE WS-EVT-QTDE TO WS-INDICE-EVT
003900         MOVE AUD-ESTUDANTE-ID TO WS-EVT-ID (WS-INDICE-EVT)
003910         MOVE 'N' TO WS-EVT-SW-DESLIGADO (WS-INDICE-EVT)
003920         MOVE 'N' TO WS-EVT-SW-TRANSFERIDO (WS-INDICE-EVT)
003930     END-IF
003940     EVALUATE TRUE
003950         WHEN AUD-OP-EXCLUSAO
003960             MOVE 'S' TO WS-EVT-SW-DESLIGADO (WS-INDICE-EVT)
003970         WHEN AUD-OP-REATIVACAO
003980             MOVE 'N' TO WS-EVT-SW-DESLIGADO (WS-INDICE-EVT)
003990         WHEN OTHER
004000             MOVE 'S' TO WS-EVT-SW-TRANSFERIDO (WS-INDICE-EVT)
004010     END-EVALUATE.
004020 2300-EXIT.
004030     EXIT.
004040
004050 3000-GERAR-CENSO.
004060*    UMA LINHA POR MATRICULA DO ANO-BASE, DA MAIS NOVA PARA A
004070*    MAIS ANTIGA DENTRO DE CADA CURSO DO ESTUDANTE: A PRIMEIRA
004080*    DE CADA CURSO E A QUE DA A SITUACAO DO VINCULO.
004090     OPEN OUTPUT ARQ-CENSO
004100     OPEN OUTPUT ARQ-RELATORIO
004110     PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
004120     MOVE WS-PARM-COD-IES-N TO R40-COD-IES
004130     MOVE WS-ANO-BASE       TO R40-ANO-BASE
004140     WRITE CEN-REGISTRO FROM WS-REG-40
004150     ADD 1 TO WS-QTDE-REGISTROS
004160     EXEC SQL
004170         DECLARE CUR-CENSO CURSOR FOR
004180         SELECT E.ESTUDANTE-ID, E.ESTUDANTE-NOME,
004190                E.ESTUDANTE-CPF, E.ESTUDANTE-DATA-NASC,
004200                E.ESTUDANTE-CAMPUS, E.ESTUDANTE-STATUS,
004210                E.ESTUDANTE-DATA-DESLIG,
004220                M.MATRICULA-CURSO-ID, M.MATRICULA-PERIODO,
004230                M.MATRICULA-STATUS, M.MATRICULA-AULAS-DADAS,
004240                M.MATRICULA-AULAS-PRESENTE,
004250                M.MATRICULA-DATA-FREQ,
004260                VALUE(N.NOTA-VALOR, -1)
004270           FROM MATRICULA M
004280          INNER JOIN ESTUDANTE E
004290             ON E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
004300           LEFT OUTER JOIN NOTA N
004310             ON N.NOTA-ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
004320            AND N.NOTA-CURSO-ID = M.MATRICULA-CURSO-ID
004330            AND N.NOTA-PERIODO = M.MATRICULA-PERIODO
004340          WHERE SUBSTR(M.MATRICULA-PERIODO, 1, 4) = :WS-ANO-BASE
004350          ORDER BY E.ESTUDANTE-ID, M.MATRICULA-CURSO-ID,
004360                   M.MATRICULA-PERIODO DESC
004370     END-EXEC
004380     EXEC SQL
004390         OPEN CUR-CENSO
004400     END-EXEC
004410     PERFORM 3100-FETCH-CENSO THRU 3100-EXIT
004420         UNTIL WS-FIM-CURSOR
004430     EXEC SQL
004440         CLOSE CUR-CENSO
004450     END-EXEC
004460     IF WS-QTDE-PENDENCIAS = ZERO
004470         WRITE REL-REGISTRO FROM WS-LINHA-NENHUMA
004480         ADD 1 TO WS-LINHAS-NA-PAGINA
004490     END-IF.
004500 3000-EXIT.
004510     EXIT.
004520
004530 3100-FETCH-CENSO.
004540     EXEC SQL
004550         FETCH CUR-CENSO
004560          INTO :WS-ESTUDANTE-ID, :WS-ESTUDANTE-NOME,
004570               :WS-ESTUDANTE-CPF, :WS-ESTUDANTE-DATA-NASC,
004580               :WS-ESTUDANTE-CAMPUS, :WS-ESTUDANTE-STATUS,
004590               :WS-ESTUDANTE-DATA-DESLIG,
004600               :WS-CURSO-ID, :WS-MAT-PERIODO,
004610               :WS-MAT-STATUS, :WS-RES-AULAS-DADAS,
004620               :WS-RES-AULAS-PRESENTE,
004630               :WS-RES-DATA-FREQ,
004640               :WS-NOTA-VALOR
004650     END-EXEC
004660     IF SQLCODE = 100
004670         SET WS-FIM-CURSOR TO TRUE
004680         GO TO 3100-EXIT
004690     END-IF
004700     PERFORM 3200-TRATAR-MATRICULA THRU 3200-EXIT.
004710 3100-EXIT.
004720     EXIT.
004730
004740 3200-TRATAR-MATRICULA.
004750     IF WS-PRIMEIRA-LINHA
004760         OR WS-ESTUDANTE-ID NOT = WS-ESTUDANTE-ANTERIOR
004770         MOVE 'N' TO WS-SW-PRIMEIRO
004780         PERFORM 3300-INICIAR-ESTUDANTE THRU 3300-EXIT
004790     END-IF
004800     IF WS-CURSO-ID = WS-CURSO-ANTERIOR
004810*        PERIODO MAIS ANTIGO DE UM CURSO JA EXPORTADO.
004820         GO TO 3200-EXIT
004830     END-IF
004840     MOVE WS-CURSO-ID TO WS-CURSO-ANTERIOR
004850     IF WS-ESTUDANTE-PENDENTE
004860         GO TO 3200-EXIT
004870     END-IF
004880     PERFORM 3500-APURAR-SITUACAO THRU 3500-EXIT
004890     MOVE WS-CURSO-ID          TO R42-CURSO-ID
004900     MOVE WS-ESTUDANTE-CAMPUS  TO R42-CAMPUS
004910     MOVE WS-MAT-PERIODO (6:1) TO R42-SEMESTRE
004920     MOVE WS-SITUACAO-VINCULO  TO R42-SITUACAO
004930     WRITE CEN-REGISTRO FROM WS-REG-42
004940     ADD 1 TO WS-QTDE-REGISTROS
004950     ADD 1 TO WS-QTDE-VINCULOS.
004960 3200-EXIT.
004970     EXIT.
004980
004990 3300-INICIAR-ESTUDANTE.
005000     MOVE WS-ESTUDANTE-ID TO WS-ESTUDANTE-ANTERIOR
005010     MOVE ZERO TO WS-CURSO-ANTERIOR
005020     MOVE 'N' TO WS-SW-PENDENTE
005030     ADD 1 TO WS-QTDE-ESTUDANTES
005040     PERFORM 3400-CRITICAR-ESTUDANTE THRU 3400-EXIT
005050     IF WS-ESTUDANTE-PENDENTE
005060         ADD 1 TO WS-QTDE-PENDENTES
005070         GO TO 3300-EXIT
005080     END-IF
005090*    DESLIGADO NO ANO: PELA TRILHA OU, SE ELA NAO COBRIR O ANO
005100*    INTEIRO, PELA DATA DE DESLIGAMENTO AINDA EM VIGOR.
005110     MOVE 'N' TO WS-SW-DESLIGADO-ANO
005120     MOVE 'N' TO WS-SW-TRANSFERIDO-ANO
005130     PERFORM 6000-PROCURAR-NA-TABELA THRU 6000-EXIT
005140     IF WS-ACHOU
005150         MOVE WS-EVT-SW-DESLIGADO (WS-INDICE-BUSCA)
005160           TO WS-SW-DESLIGADO-ANO
005170         MOVE WS-EVT-SW-TRANSFERIDO (WS-INDICE-BUSCA)
005180           TO WS-SW-TRANSFERIDO-ANO
005190     END-IF
005200     IF WS-ESTUDANTE-STATUS = 'I'
005210         AND WS-ESTUDANTE-DATA-DESLIG (1:4) = WS-ANO-BASE
005220         MOVE 'S' TO WS-SW-DESLIGADO-ANO
005230     END-IF
005240     MOVE WS-ESTUDANTE-ID   TO R41-ESTUDANTE-ID
005250     MOVE WS-ESTUDANTE-NOME TO R41-NOME
005260     MOVE WS-ESTUDANTE-CPF  TO R41-CPF
005270     STRING WS-ESTUDANTE-DATA-NASC (7:2) DELIMITED BY SIZE
005280            WS-ESTUDANTE-DATA-NASC (5:2) DELIMITED BY SIZE
005290            WS-ESTUDANTE-DATA-NASC (1:4) DELIMITED BY SIZE
005300       INTO R41-DATA-NASC
005310     WRITE CEN-REGISTRO FROM WS-REG-41
005320     ADD 1 TO WS-QTDE-REGISTROS
005330     ADD 1 TO WS-QTDE-EXPORTADOS.
005340 3300-EXIT.
005350     EXIT.
005360
005370 3400-CRITICAR-ESTUDANTE.
005380*    REGRAS DO CENSO PARA O REGISTRO 41. CADA FALHA SAI NUMA
005390*    LINHA DO RELATORIO; QUALQUER UMA RETEM O ESTUDANTE.
005400     IF WS-ESTUDANTE-NOME = SPACES
005410         MOVE 'NOME NAO INFORMADO' TO WS-MOTIVO-PENDENCIA
005420         PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005430     END-IF
005440     IF WS-ESTUDANTE-CPF = SPACES OR WS-ESTUDANTE-CPF = ZEROS
005450         MOVE 'CPF NAO INFORMADO' TO WS-MOTIVO-PENDENCIA
005460         PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005470     ELSE
005480         SET WS-DADOS-VALIDOS TO TRUE
005490         PERFORM 8520-VALIDAR-DIGITOS-CPF THRU 8520-EXIT
005500         IF WS-DADOS-INVALIDOS
005510             MOVE 'CPF INVALIDO (DIGITO VERIFICADOR)'
005520               TO WS-MOTIVO-PENDENCIA
005530             PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005540         ELSE
005550             PERFORM 3410-VERIFICAR-CPF-REPETIDO THRU 3410-EXIT
005560         END-IF
005570     END-IF
005580     IF WS-ESTUDANTE-DATA-NASC = SPACES
005590         OR WS-ESTUDANTE-DATA-NASC = ZEROS
005600         MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
005610           TO WS-MOTIVO-PENDENCIA
005620         PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005630     ELSE
005640         PERFORM 3420-CRITICAR-NASCIMENTO THRU 3420-EXIT
005650         IF WS-NASC-INVALIDA
005660             MOVE 'DATA DE NASCIMENTO INVALIDA'
005670               TO WS-MOTIVO-PENDENCIA
005680             PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005690         END-IF
005700     END-IF
005710     IF WS-ESTUDANTE-CAMPUS = SPACES
005720         MOVE 'CAMPUS NAO INFORMADO' TO WS-MOTIVO-PENDENCIA
005730         PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005740     END-IF.
005750 3400-EXIT.
005760     EXIT.
005770
005780 3410-VERIFICAR-CPF-REPETIDO.
005790*    O CENSO RECUSA O MESMO CPF EM DOIS ALUNOS DA IES, ATIVOS
005800*    OU NAO.
005810     EXEC SQL
005820         SELECT COUNT(*)
005830           INTO :WS-QTDE-CPF-REPETIDO
005840           FROM ESTUDANTE
005850          WHERE ESTUDANTE-CPF = :WS-ESTUDANTE-CPF
005860            AND ESTUDANTE-ID <> :WS-ESTUDANTE-ID
005870     END-EXEC
005880     IF WS-QTDE-CPF-REPETIDO > 0
005890         MOVE 'CPF REPETIDO EM OUTRO ESTUDANTE'
005900           TO WS-MOTIVO-PENDENCIA
005910         PERFORM 3450-REGISTRAR-PENDENCIA THRU 3450-EXIT
005920     END-IF.
005930 3410-EXIT.
005940     EXIT.
005950
005960 3420-CRITICAR-NASCIMENTO.
005970     SET WS-NASC-INVALIDA TO TRUE
005980     MOVE WS-ESTUDANTE-DATA-NASC TO WS-NASC-TRABALHO
005990     IF WS-NASC-TRABALHO NOT NUMERIC
006000         GO TO 3420-EXIT
006010     END-IF
006020     IF WS-NASC-ANO < 1900 OR WS-NASC-ANO >= WS-ANO-BASE-N
006030         GO TO 3420-EXIT
006040     END-IF
006050     IF WS-NASC-MES < 1 OR WS-NASC-MES > 12
006060         GO TO 3420-EXIT
006070     END-IF
006080     IF WS-NASC-DIA < 1
006090         OR WS-NASC-DIA > WS-DIAS-NO-MES (WS-NASC-MES)
006100         GO TO 3420-EXIT
006110     END-IF
006120     IF WS-NASC-MES = 2 AND WS-NASC-DIA = 29
006130         DIVIDE WS-NASC-ANO BY 4 GIVING WS-QUOCIENTE
006140             REMAINDER WS-RESTO-4
006150         DIVIDE WS-NASC-ANO BY 100 GIVING WS-QUOCIENTE
006160             REMAINDER WS-RESTO-100
006170         DIVIDE WS-NASC-ANO BY 400 GIVING WS-QUOCIENTE
006180             REMAINDER WS-RESTO-400
006190         IF WS-RESTO-4 NOT = ZERO
006200             OR (WS-RESTO-100 = ZERO AND WS-RESTO-400 NOT = ZERO)
006210             GO TO 3420-EXIT
006220         END-IF
006230     END-IF
006240     SET WS-NASC-VALIDA TO TRUE.
006250 3420-EXIT.
006260     EXIT.
006270
006280 3450-REGISTRAR-PENDENCIA.
006290     MOVE 'S' TO WS-SW-PENDENTE
006300     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
006310         PERFORM 7000-IMPRIMIR-CABECALHO THRU 7000-EXIT
006320     END-IF
006330     MOVE WS-ESTUDANTE-ID        TO DET-ESTUDANTE-ID
006340     MOVE WS-ESTUDANTE-NOME      TO DET-ESTUDANTE-NOME
006350     MOVE WS-ESTUDANTE-CPF       TO DET-CPF
006360     MOVE WS-ESTUDANTE-DATA-NASC TO DET-DATA-NASC
006370     MOVE WS-ESTUDANTE-CAMPUS    TO DET-CAMPUS
006380     MOVE WS-MOTIVO-PENDENCIA    TO DET-PENDENCIA
006390     WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
006400     ADD 1 TO WS-LINHAS-NA-PAGINA
006410     ADD 1 TO WS-QTDE-PENDENCIAS.
006420 3450-EXIT.
006430     EXIT.
006440
006450 3500-APURAR-SITUACAO.
006460*    DESLIGAMENTO DO ESTUDANTE OU CANCELAMENTO DA MATRICULA
006470*    DESVINCULAM; MATRICULA ENCERRADA COM APROVACAO E CURSO
006480*    CONCLUIDO; O RESTO CONTINUA CURSANDO, OU TRANSFERIDO SE O
006490*    ESTUDANTE MUDOU DE CAMPUS NO ANO.
006500     IF WS-DESLIGADO-NO-ANO OR WS-MAT-STATUS = 'C'
006510         SET WS-VINC-DESVINCULADO TO TRUE
006520         ADD 1 TO WS-QTDE-DESVINCULADOS
006530         GO TO 3500-EXIT
006540     END-IF
006550     IF WS-MAT-STATUS = 'E'
006560         IF WS-NOTA-VALOR < ZERO
006570             MOVE 'N' TO WS-RES-SW-NOTA
006580         ELSE
006590             MOVE 'S' TO WS-RES-SW-NOTA
006600             MOVE WS-NOTA-VALOR TO WS-RES-NOTA
006610         END-IF
006620         PERFORM 8790-APURAR-RESULTADO THRU 8790-EXIT
006630         IF WS-RES-APROVADO
006640             SET WS-VINC-FORMADO TO TRUE
006650             ADD 1 TO WS-QTDE-FORMADOS
006660             GO TO 3500-EXIT
006670         END-IF
006680     END-IF
006690     IF WS-TRANSFERIDO-NO-ANO
006700         SET WS-VINC-TRANSFERIDO TO TRUE
006710         ADD 1 TO WS-QTDE-TRANSFERIDOS
006720     ELSE
006730         SET WS-VINC-CURSANDO TO TRUE
006740         ADD 1 TO WS-QTDE-CURSANDO
006750     END-IF.
006760 3500-EXIT.
006770     EXIT.
006780
006790 6000-PROCURAR-NA-TABELA.
006800*    BUSCA LINEAR DE WS-ESTUDANTE-ID NA TABELA DE EVENTOS; AO
006810*    RETORNAR COM WS-ACHOU LIGADO, WS-INDICE-BUSCA APONTA A
006820*    ENTRADA ENCONTRADA.
006830     MOVE 'N' TO WS-SW-ACHOU
006840     MOVE ZERO TO WS-INDICE-BUSCA
006850     PERFORM 6100-COMPARAR-ENTRADA THRU 6100-EXIT
006860         VARYING WS-INDICE-BUSCA FROM 1 BY 1
006870         UNTIL WS-INDICE-BUSCA > WS-EVT-QTDE
006880            OR WS-ACHOU
006890*    O PERFORM VARYING INCREMENTA O INDICE ANTES DO TESTE DE
006900*    SAIDA; AO ACHAR, O INDICE FICA UMA POSICAO ALEM DA ENTRADA.
006910     IF WS-ACHOU
006920         SUBTRACT 1 FROM WS-INDICE-BUSCA
006930     END-IF.
006940 6000-EXIT.
006950     EXIT.
006960
006970 6100-COMPARAR-ENTRADA.
006980     IF WS-EVT-ID (WS-INDICE-BUSCA) = WS-ESTUDANTE-ID
006990         SET WS-ACHOU TO TRUE
007000     END-IF.
007010 6100-EXIT.
007020     EXIT.
007030
007040 7000-IMPRIMIR-CABECALHO.
007050     ADD 1 TO WS-PAGINA-ATUAL
007060     MOVE ZERO TO WS-LINHAS-NA-PAGINA
007070     MOVE WS-PAGINA-ATUAL  TO CAB-PAGINA
007080     WRITE REL-REGISTRO FROM WS-LINHA-CABECALHO-1
007090     WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS
007100     ADD 3 TO WS-LINHAS-NA-PAGINA.
007110 7000-EXIT.
007120     EXIT.
007130
007140 9100-IMPRIMIR-RODAPE.
007150     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
007160     MOVE SPACE TO ROD-CONTROLE.
007170 9100-EXIT.
007180     EXIT.
007190
007200 9999-ENCERRAR.
007210     MOVE '-' TO ROD-CONTROLE
007220     MOVE 'ESTUDANTES COM VINCULO NO ANO...:' TO ROD-ROTULO
007230     MOVE WS-QTDE-ESTUDANTES TO ROD-VALOR
007240     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007250     MOVE 'ESTUDANTES EXPORTADOS...........:' TO ROD-ROTULO
007260     MOVE WS-QTDE-EXPORTADOS TO ROD-VALOR
007270     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007280     MOVE 'ESTUDANTES RETIDOS (PENDENCIA)..:' TO ROD-ROTULO
007290     MOVE WS-QTDE-PENDENTES TO ROD-VALOR
007300     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007310     MOVE 'VINCULOS EXPORTADOS.............:' TO ROD-ROTULO
007320     MOVE WS-QTDE-VINCULOS TO ROD-VALOR
007330     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007340     MOVE '  CURSANDO......................:' TO ROD-ROTULO
007350     MOVE WS-QTDE-CURSANDO TO ROD-VALOR
007360     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007370     MOVE '  DESVINCULADOS.................:' TO ROD-ROTULO
007380     MOVE WS-QTDE-DESVINCULADOS TO ROD-VALOR
007390     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007400     MOVE '  TRANSFERIDOS..................:' TO ROD-ROTULO
007410     MOVE WS-QTDE-TRANSFERIDOS TO ROD-VALOR
007420     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007430     MOVE '  FORMADOS......................:' TO ROD-ROTULO
007440     MOVE WS-QTDE-FORMADOS TO ROD-VALOR
007450     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007460     MOVE 'REGISTROS GRAVADOS NO ARQUIVO...:' TO ROD-ROTULO
007470     MOVE WS-QTDE-REGISTROS TO ROD-VALOR
007480     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007490     MOVE 'EVENTOS DA TRILHA NO ANO-BASE...:' TO ROD-ROTULO
007500     MOVE WS-QTDE-EVENTOS TO ROD-VALOR
007510     PERFORM 9100-IMPRIMIR-RODAPE THRU 9100-EXIT
007520     CLOSE ARQ-CENSO
007530     CLOSE ARQ-RELATORIO
007540     IF WS-QTDE-PENDENTES > ZERO
007550         DISPLAY 'CEN-INE: HA ESTUDANTES RETIDOS POR PENDENCIA'
007560                 ' - VER RELATORIO ANTES DO ENVIO'
007570         MOVE 4 TO RETURN-CODE
007580     END-IF
007590     DISPLAY 'CEN-INE - ANO-BASE: ' WS-ANO-BASE
007600             ' ESTUDANTES: ' WS-QTDE-ESTUDANTES
007610             ' EXPORTADOS: ' WS-QTDE-EXPORTADOS
007620             ' RETIDOS: ' WS-QTDE-PENDENTES
007630             ' VINCULOS: ' WS-QTDE-VINCULOS.
007640 9999-EXIT.
007650     EXIT.
007660
007670 COPY ESTVALPR.
007680 COPY ESTRESPR.
007690
007700 COPY ESTCONPR.
007710 COPY ESTERRPR.
007720
007730 COPY ESTLOGPR.
