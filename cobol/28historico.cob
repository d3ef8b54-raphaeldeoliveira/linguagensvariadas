000204*                 CHAVE COMPLETA ESTUDANTE+CURSO+PERIODO. A
000205*                 SITUACAO 'E' (ENCERRADA NO FIM DO PERIODO,
000206*                 ENC-PER) PASSA A SER EXIBIDA.
000207* 2026-10-15 RCM  A LINHA GANHA A FREQUENCIA DA MATRICULA (% DAS
000207*                 AULAS DADAS, EM BRANCO SE NAO LANCADA) E O
000207*                 RESULTADO FINAL (COPY ESTRESWS/ESTRESPR):
000207*                 APROVADO, REPROVADO POR NOTA, REPROVADO POR
000207*                 FALTA (ABAIXO DE 75%, QUALQUER QUE SEJA A NOTA)
000207*                 OU SEM FREQUENCIA. MATRICULA CANCELADA NAO TEM
000207*                 RESULTADO.
000208* 2026-10-15 RCM  DEPOIS DAS MATRICULAS, O HISTORICO TRAZ O
000208*                 COEFICIENTE DE RENDIMENTO DE CADA PERIODO JA
000208*                 CALCULADO PELO CRE-PER (TABELA COEFICIENTE):
000208*                 MEDIA DO PERIODO, MEDIA ACUMULADA E SITUACAO
000208*                 ACADEMICA (PROBATORIO / QUADRO DE HONRA).
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000530 EXEC SQL
000540     INCLUDE NOTA
000550 END-EXEC.
000552 EXEC SQL
000554     INCLUDE COEFREND
000556 END-EXEC.
000560
000570 EXEC SQL BEGIN DECLARE SECTION
000580 END-EXEC.
000640 01  WS-MAT-STATUS                 PIC X(01).
000645 01  WS-MAT-PERIODO                PIC X(06).
000650 01  WS-NOTA-VALOR                 PIC S9(02)V9(02) COMP-3.
000652 01  WS-COEF-PERIODO               PIC X(06).
000654 01  WS-COEF-MEDIA-PERIODO         PIC S9(02)V9(02) COMP-3.
000656 01  WS-COEF-MEDIA-ACUMULADA       PIC S9(02)V9(02) COMP-3.
000658 01  WS-COEF-SITUACAO              PIC X(01).
000660 EXEC SQL END DECLARE SECTION
000670 END-EXEC.
000675 COPY ESTRESWS.
000680
000690 01  WS-PARM-AREA.
000700     05  WS-PARM-ID                PIC X(07) VALUE SPACES.
000760         88  WS-FIM-CURSOR                 VALUE 'S'.
000770     05  WS-SW-NOTA-ACHADA         PIC X(01) VALUE 'N'.
000780         88  WS-NOTA-ACHADA                VALUE 'S'.
000785     05  WS-SW-FIM-COEF            PIC X(01) VALUE 'N'.
000786         88  WS-FIM-COEF                   VALUE 'S'.
000787     05  WS-SW-TITULO-COEF         PIC X(01) VALUE 'N'.
000788         88  WS-TITULO-COEF-IMPRESSO       VALUE 'S'.
000790
000800 01  WS-CONTADORES.
000810     05  WS-QTDE-ESTUDANTES        PIC 9(05) COMP-3 VALUE ZERO.
001095     05  FILLER                    PIC X(09) VALUE 'PERIODO'.
001100     05  FILLER                    PIC X(10) VALUE 'SITUACAO'.
001110     05  FILLER                    PIC X(06) VALUE 'NOTA'.
001112     05  FILLER                    PIC X(06) VALUE 'FREQ'.
001114     05  FILLER                    PIC X(15) VALUE 'RESULTADO'.
001120     05  FILLER                    PIC X(33) VALUE SPACES.
001130
001140 01  WS-LINHA-MATRICULA.
001150     05  FILLER                    PIC X(01) VALUE SPACE.
001220     05  HIS-SITUACAO              PIC X(09).
001230     05  FILLER                    PIC X(01) VALUE SPACE.
001240     05  HIS-NOTA                  PIC X(05).
001242     05  FILLER                    PIC X(01) VALUE SPACE.
001244     05  HIS-FREQ                  PIC X(04).
001246     05  FILLER                    PIC X(02) VALUE SPACES.
001248     05  HIS-RESULTADO             PIC X(15).
001250     05  FILLER                    PIC X(38) VALUE SPACES.
001260
001270 01  WS-NOTA-EDITADA               PIC Z9.99.
001275 01  WS-FREQ-EDITADA.
001276     05  WS-FREQ-EDIT-PERC         PIC ZZ9.
001277     05  FILLER                    PIC X(01) VALUE '%'.
001280
001290 01  WS-LINHA-RODAPE.
001300     05  FILLER                    PIC X(01) VALUE SPACE.
001330     05  FILLER                    PIC X(01) VALUE SPACE.
001340     05  ROD-TOTAL                 PIC ZZZZ9.
001350     05  FILLER                    PIC X(93) VALUE SPACES.
001351
001352 01  WS-LINHA-TITULO-COEF.
001353     05  FILLER                    PIC X(01) VALUE '0'.
001354     05  FILLER                    PIC X(40) VALUE
001355         'COEFICIENTE DE RENDIMENTO POR PERIODO'.
001356     05  FILLER                    PIC X(92) VALUE SPACES.
001357
001358 01  WS-LINHA-COLUNAS-COEF.
001359     05  FILLER                    PIC X(01) VALUE SPACE.
001360     05  FILLER                    PIC X(09) VALUE 'PERIODO'.
001361     05  FILLER                    PIC X(17) VALUE
001362         'MEDIA DO PERIODO'.
001363     05  FILLER                    PIC X(17) VALUE
001364         'MEDIA ACUMULADA'.
001365     05  FILLER                    PIC X(30) VALUE
001366         'SITUACAO ACADEMICA'.
001367     05  FILLER                    PIC X(59) VALUE SPACES.
001368
001369 01  WS-LINHA-COEF.
001370     05  FILLER                    PIC X(01) VALUE SPACE.
001371     05  HCR-PERIODO               PIC X(06).
001372     05  FILLER                    PIC X(08) VALUE SPACES.
001373     05  HCR-MEDIA-PERIODO         PIC Z9.99.
001374     05  FILLER                    PIC X(12) VALUE SPACES.
001375     05  HCR-MEDIA-ACUMULADA       PIC Z9.99.
001376     05  FILLER                    PIC X(07) VALUE SPACES.
001377     05  HCR-SITUACAO              PIC X(30).
001378     05  FILLER                    PIC X(59) VALUE SPACES.
001360
001370 COPY ESTCONWS.
001380
002200         DECLARE CUR-HISTORICO CURSOR FOR
002210         SELECT M.MATRICULA-CURSO-ID, C.CURSO-NOME,
002220                M.MATRICULA-DATA, M.MATRICULA-STATUS,
002225                M.MATRICULA-PERIODO, M.MATRICULA-AULAS-DADAS,
002226                M.MATRICULA-AULAS-PRESENTE, M.MATRICULA-DATA-FREQ
002230           FROM MATRICULA M, CURSO C
002240          WHERE M.MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002250            AND C.CURSO-ID = M.MATRICULA-CURSO-ID
002500     END-EXEC
002510
002520     MOVE WS-MATRICULAS-ESTUDANTE TO ROD-TOTAL
002530     WRITE REL-REGISTRO FROM WS-LINHA-RODAPE
002535     PERFORM 3500-LISTAR-COEFICIENTES THRU 3500-EXIT.
002540 3000-EXIT.
002550     EXIT.
002560
002620         FETCH CUR-HISTORICO
002630          INTO :WS-CURSO-ID, :WS-CURSO-NOME,
002640               :WS-MAT-DATA, :WS-MAT-STATUS,
002645               :WS-MAT-PERIODO, :WS-RES-AULAS-DADAS,
002646               :WS-RES-AULAS-PRESENTE, :WS-RES-DATA-FREQ
002650     END-EXEC
002660     EXEC SQL
002670         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002970     ELSE
002980         MOVE SPACES        TO HIS-NOTA
002990     END-IF
002991     MOVE WS-SW-NOTA-ACHADA TO WS-RES-SW-NOTA
002992     MOVE WS-NOTA-VALOR     TO WS-RES-NOTA
002993     PERFORM 8790-APURAR-RESULTADO THRU 8790-EXIT
002994     IF WS-RES-DATA-FREQ = SPACES
002995         MOVE SPACES        TO HIS-FREQ
002996     ELSE
002997         MOVE WS-RES-PERC-FREQ TO WS-FREQ-EDIT-PERC
002998         MOVE WS-FREQ-EDITADA  TO HIS-FREQ
002999     END-IF
002999     IF WS-MAT-STATUS = 'C'
002999         MOVE SPACES        TO HIS-RESULTADO
002999     ELSE
002999         MOVE WS-RES-DESCRICAO TO HIS-RESULTADO
002999     END-IF
003000     WRITE REL-REGISTRO FROM WS-LINHA-MATRICULA.
003010 3200-EXIT.
003020     EXIT.
003240     END-IF.
003250 3300-EXIT.
003260     EXIT.
003261
003262 3500-LISTAR-COEFICIENTES.
003263*    SO OS PERIODOS JA CALCULADOS PELO CRE-PER; ESTUDANTE SEM
003264*    NENHUM (CALOURO, PERIODO AINDA ABERTO) FICA SEM O BLOCO.
003265     MOVE 'N' TO WS-SW-FIM-COEF
003266     MOVE 'N' TO WS-SW-TITULO-COEF
003267     EXEC SQL
003268         DECLARE CUR-COEFICIENTE CURSOR FOR
003269         SELECT COEF-PERIODO, COEF-MEDIA-PERIODO,
003270                COEF-MEDIA-ACUMULADA, COEF-SITUACAO
003271           FROM COEFICIENTE
003272          WHERE COEF-ESTUDANTE-ID = :WS-ESTUDANTE-ID
003273          ORDER BY COEF-PERIODO
003274     END-EXEC
003275     EXEC SQL
003276         OPEN CUR-COEFICIENTE
003277     END-EXEC
003278     PERFORM 3510-FETCH-COEFICIENTE THRU 3510-EXIT
003279         UNTIL WS-FIM-COEF
003280     EXEC SQL
003281         CLOSE CUR-COEFICIENTE
003282     END-EXEC.
003283 3500-EXIT.
003284     EXIT.
003285
003286 3510-FETCH-COEFICIENTE.
003287     EXEC SQL
003288         FETCH CUR-COEFICIENTE
003289          INTO :WS-COEF-PERIODO, :WS-COEF-MEDIA-PERIODO,
003290               :WS-COEF-MEDIA-ACUMULADA, :WS-COEF-SITUACAO
003291     END-EXEC
003292     IF SQLCODE = 100
003293         SET WS-FIM-COEF TO TRUE
003294         GO TO 3510-EXIT
003295     END-IF
003296     IF NOT WS-TITULO-COEF-IMPRESSO
003297         WRITE REL-REGISTRO FROM WS-LINHA-TITULO-COEF
003298         WRITE REL-REGISTRO FROM WS-LINHA-COLUNAS-COEF
003299         SET WS-TITULO-COEF-IMPRESSO TO TRUE
003300     END-IF
003301     MOVE WS-COEF-PERIODO         TO HCR-PERIODO
003302     MOVE WS-COEF-MEDIA-PERIODO   TO HCR-MEDIA-PERIODO
003303     MOVE WS-COEF-MEDIA-ACUMULADA TO HCR-MEDIA-ACUMULADA
003304     EVALUATE WS-COEF-SITUACAO
003305         WHEN 'P'
003306             MOVE 'PROBATORIO' TO HCR-SITUACAO
003307         WHEN 'S'
003308             MOVE 'PROBATORIO - 2O PER. SEGUIDO'
003309               TO HCR-SITUACAO
003310         WHEN 'H'
003311             MOVE 'QUADRO DE HONRA' TO HCR-SITUACAO
003312         WHEN OTHER
003313             MOVE 'REGULAR' TO HCR-SITUACAO
003314     END-EVALUATE
003315     WRITE REL-REGISTRO FROM WS-LINHA-COEF.
003316 3510-EXIT.
003317     EXIT.
003270
003280 7000-IMPRIMIR-CABECALHO.
003290     STRING WS-DATA-DIA    DELIMITED BY SIZE
003490
003500 COPY ESTCONPR.
003510 COPY ESTERRPR.
003515 COPY ESTRESPR.
003520
003530 COPY ESTLOGPR.
