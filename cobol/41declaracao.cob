000210*                 DE MOTIVO NO PROPRIO RELATORIO, SEM PAGINA DE
000220*                 DECLARACAO. SUBSTITUI AS DECLARACOES MONTADAS
000230*                 UMA A UMA NO EDITOR DE TEXTO DAS SECRETARIAS.
000231* 2026-10-15 RCM  CADA CURSO DA DECLARACAO GANHA A SITUACAO DA
000231*                 MATRICULA (COPY ESTRESWS/ESTRESPR): EM CURSO
000231*                 ENQUANTO NAO HA NOTA FINAL, OU O RESULTADO --
000231*                 APROVADO, REPROVADO POR NOTA, REPROVADO POR
000231*                 FALTA (ABAIXO DE 75% DAS AULAS DADAS) OU SEM
000231*                 FREQUENCIA.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000750 EXEC SQL
000760     INCLUDE MATRICULA
000770 END-EXEC.
000772 EXEC SQL
000774     INCLUDE NOTA
000776 END-EXEC.
000780
000790 EXEC SQL BEGIN DECLARE SECTION
000800 END-EXEC.
000920 01  WS-CURSO-NOME                 PIC X(30).
000930 01  WS-MAT-PERIODO                PIC X(06).
000940 01  WS-MAT-DATA                   PIC X(08).
000945 01  WS-NOTA-VALOR                 PIC S9(02)V9(02) COMP-3.
000950 EXEC SQL END DECLARE SECTION
000960 END-EXEC.
000965 COPY ESTRESWS.
000970
000980 01  WS-SWITCHES.
000990     05  WS-SW-FIM-PEDIDOS         PIC X(01) VALUE 'N'.
001820     05  FILLER                    PIC X(17) VALUE
001830         '  MATRICULADO EM '.
001840     05  DCL-DATA-MAT              PIC X(08).
001842     05  FILLER                    PIC X(11) VALUE
001844         '  SITUACAO '.
001846     05  DCL-RESULTADO             PIC X(15).
001850     05  FILLER                    PIC X(24) VALUE SPACES.
001860
001870 01  WS-LINHA-EMISSAO.
001880     05  FILLER                    PIC X(01) VALUE SPACE.
003570     EXEC SQL
003580         DECLARE CUR-MAT-DECL CURSOR FOR
003590         SELECT M.MATRICULA-CURSO-ID, C.CURSO-NOME,
003600                M.MATRICULA-PERIODO, M.MATRICULA-DATA,
003602                M.MATRICULA-AULAS-DADAS,
003603                M.MATRICULA-AULAS-PRESENTE,
003604                M.MATRICULA-DATA-FREQ
003610           FROM MATRICULA M, CURSO C
003620          WHERE M.MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
003630            AND M.MATRICULA-STATUS = 'A'
003920           TO DCL-CURSO-NOME
003930         MOVE SPACES TO DCL-PERIODO
003940         MOVE SPACES TO DCL-DATA-MAT
003945         MOVE SPACES TO DCL-RESULTADO
003950         WRITE REL-REGISTRO FROM WS-LINHA-CURSO
003960     END-IF.
003970 5000-EXIT.
004040     EXEC SQL
004050         FETCH CUR-MAT-DECL
004060          INTO :WS-CURSO-ID, :WS-CURSO-NOME,
004070               :WS-MAT-PERIODO, :WS-MAT-DATA,
004072               :WS-RES-AULAS-DADAS, :WS-RES-AULAS-PRESENTE,
004074               :WS-RES-DATA-FREQ
004080     END-EXEC
004090     EXEC SQL
004100         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004160             MOVE WS-CURSO-NOME   TO DCL-CURSO-NOME
004170             MOVE WS-MAT-PERIODO  TO DCL-PERIODO
004180             MOVE WS-MAT-DATA     TO DCL-DATA-MAT
004182             PERFORM 5200-APURAR-SITUACAO THRU 5200-EXIT
004190             WRITE REL-REGISTRO FROM WS-LINHA-CURSO
004200         WHEN 100
004210             SET WS-FIM-CURSOR TO TRUE
004260 5100-EXIT.
004270     EXIT.
004280
004281 5200-APURAR-SITUACAO.
004282*    A NOTA FINAL E OPCIONAL (MATRICULA ATIVA NORMALMENTE AINDA
004283*    NAO A TEM); SEM NOTA E SEM REPROVACAO POR FALTA, A
004284*    MATRICULA SAI COMO EM CURSO.
004285     MOVE 'N' TO WS-RES-SW-NOTA
004286     EXEC SQL
004287         WHENEVER SQLERROR CONTINUE
004288     END-EXEC
004289     EXEC SQL
004290         SELECT NOTA-VALOR
004291           INTO :WS-NOTA-VALOR
004292           FROM NOTA
004293          WHERE NOTA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
004294            AND NOTA-CURSO-ID = :WS-CURSO-ID
004295            AND NOTA-PERIODO = :WS-MAT-PERIODO
004296     END-EXEC
004297     EXEC SQL
004298         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
004299     END-EXEC
004300     IF SQLCODE = 0
004301         SET WS-RES-NOTA-LANCADA TO TRUE
004302         MOVE WS-NOTA-VALOR TO WS-RES-NOTA
004303     END-IF
004304     PERFORM 8790-APURAR-RESULTADO THRU 8790-EXIT
004305     IF WS-RES-SEM-NOTA
004306         MOVE 'EM CURSO' TO DCL-RESULTADO
004307     ELSE
004308         MOVE WS-RES-DESCRICAO TO DCL-RESULTADO
004309     END-IF.
004310 5200-EXIT.
004311     EXIT.
004280
004290 9999-ENCERRAR.
004300     OPEN OUTPUT ARQ-CERT-NOVO
004310     MOVE WS-NUMERO-DECLARACAO TO REG-CERT-NOVO
004420
004430 COPY ESTCONPR.
004440 COPY ESTERRPR.
004445 COPY ESTRESPR.
004450
004460 COPY ESTLOGPR.
