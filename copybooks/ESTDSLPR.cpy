      ******************************************************************
      *  ESTDSLPR  --  ENCERRAMENTO DOS VINCULOS DO ESTUDANTE NO
      *  DESLIGAMENTO, COMPARTILHADO PELO WD-SQL, PELA TRANSACAO 'W'
      *  DO BAT-SQL E PELA FUNCAO 6 DO ONL-EST, PARA QUE AS TRES
      *  PORTAS DE DESLIGAMENTO FACAM EXATAMENTE A MESMA COISA:
      *
      *   - CANCELA ('C') TODAS AS MATRICULAS ATIVAS DO ESTUDANTE,
      *     GUARDANDO CURSO/PERIODO DE CADA UMA EM
      *     WS-DSL-VAGAS-LIBERADAS (AS VAGAS DEIXAM DE CONTAR CONTRA
      *     CURSO-VAGAS E A FILA DE ESPERA PODE SER PROMOVIDA);
      *   - RETIRA ('R') O ESTUDANTE DE TODAS AS FILAS DE ESPERA EM
      *     QUE AGUARDAVA (TABELA FILA-ESPERA): DESLIGADO NAO E
      *     PROMOVIDO;
      *   - CANCELA ('C') AS COBRANCAS PENDENTES DE COMPETENCIA
      *     POSTERIOR AO MES DO DESLIGAMENTO (A DO PROPRIO MES E AS
      *     ANTERIORES CONTINUAM DEVIDAS);
      *   - CONTA AS COBRANCAS JA QUITADAS DESSAS COMPETENCIAS
      *     POSTERIORES (CREDITO A DEVOLVER, LISTADO PELO DEV-RPT).
      *
      *  O CHAMADOR JA DEVE TER DESLIGADO O ESTUDANTE NA MESMA UNIDADE
      *  DE TRABALHO; NADA AQUI FAZ COMMIT OU ROLLBACK. COM
      *  WS-DSL-FALHA, O SQLCODE DO ERRO E PRESERVADO E O CHAMADOR
      *  DESFAZ TUDO, INCLUSIVE O DESLIGAMENTO. O PROGRAMA DEVE
      *  INCLUIR COPY ESTDSLWS E COPY ESTERRPR (OU TER O PROPRIO
      *  9000-ERRO-INESPERADO): CADA PARAGRAFO RESTAURA A CLAUSULA
      *  WHENEVER SQLERROR PARA 9000-ERRO-INESPERADO AO FINAL.
      ******************************************************************
       8750-ENCERRAR-VINCULOS.
           SET WS-DSL-SUCESSO TO TRUE
           MOVE ZERO TO WS-DSL-QTDE-MATRICULAS
           MOVE ZERO TO WS-DSL-QTDE-COBRANCAS
           MOVE ZERO TO WS-DSL-QTDE-ESPERA
           MOVE ZERO TO WS-DSL-QTDE-CREDITOS
           MOVE ZERO TO WS-DSL-VALOR-CREDITOS
           MOVE ZERO TO WS-DSL-VAGAS-QTDE
           MOVE WS-DSL-DATA-COMPETENCIA TO WS-DSL-COMPETENCIA
           MOVE WS-DSL-DATA TO WS-DSL-DATA-SAIDA
           PERFORM 8760-LISTAR-MATRICULAS THRU 8760-EXIT
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           IF WS-DSL-SUCESSO
               EXEC SQL
                   UPDATE MATRICULA
                      SET MATRICULA-STATUS = 'C'
                    WHERE MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                      AND MATRICULA-STATUS = 'A'
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-DSL-QTDE-MATRICULAS
               ELSE
                   IF SQLCODE NOT = 100
                       SET WS-DSL-FALHA TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DSL-SUCESSO
               EXEC SQL
                   UPDATE FILA-ESPERA
                      SET ESPERA-SITUACAO = 'R',
                          ESPERA-DATA-SAIDA = :WS-DSL-DATA-SAIDA
                    WHERE ESPERA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                      AND ESPERA-SITUACAO = 'E'
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-DSL-QTDE-ESPERA
               ELSE
                   IF SQLCODE NOT = 100
                       SET WS-DSL-FALHA TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DSL-SUCESSO
               EXEC SQL
                   UPDATE COBRANCA
                      SET COBRANCA-STATUS = 'C'
                    WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                      AND COBRANCA-STATUS = 'P'
                      AND COBRANCA-COMPETENCIA > :WS-DSL-COMPETENCIA
               END-EXEC
               IF SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-DSL-QTDE-COBRANCAS
               ELSE
                   IF SQLCODE NOT = 100
                       SET WS-DSL-FALHA TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-DSL-SUCESSO
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DSL-QTDE-CREDITOS
                     FROM COBRANCA
                    WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                      AND COBRANCA-STATUS = 'Q'
                      AND COBRANCA-VALOR > 0
                      AND COBRANCA-COMPETENCIA > :WS-DSL-COMPETENCIA
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-DSL-FALHA TO TRUE
               END-IF
           END-IF
      *    SUM SEM LINHAS E NULO; SO E FEITO QUANDO HA O QUE SOMAR.
           IF WS-DSL-SUCESSO AND WS-DSL-QTDE-CREDITOS > 0
               EXEC SQL
                   SELECT SUM(COBRANCA-VALOR)
                     INTO :WS-DSL-VALOR-CREDITOS
                     FROM COBRANCA
                    WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                      AND COBRANCA-STATUS = 'Q'
                      AND COBRANCA-VALOR > 0
                      AND COBRANCA-COMPETENCIA > :WS-DSL-COMPETENCIA
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-DSL-FALHA TO TRUE
               END-IF
           END-IF
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8750-EXIT.
           EXIT.

      *    GUARDA CURSO/PERIODO DAS MATRICULAS ATIVAS ANTES DO UPDATE
      *    QUE AS CANCELA. NA FALHA O CURSOR NAO E FECHADO AQUI (O
      *    ROLLBACK DO CHAMADOR O FECHA), PARA NAO PERDER O SQLCODE.
       8760-LISTAR-MATRICULAS.
           MOVE 'N' TO WS-DSL-SW-FIM-MATRICULA
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               DECLARE CUR-DSL-MATRICULA CURSOR FOR
                SELECT MATRICULA-CURSO-ID, MATRICULA-PERIODO
                  FROM MATRICULA
                 WHERE MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                   AND MATRICULA-STATUS = 'A'
           END-EXEC
           EXEC SQL
               OPEN CUR-DSL-MATRICULA
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-DSL-FALHA TO TRUE
           ELSE
               PERFORM 8770-LER-MATRICULA THRU 8770-EXIT
                   UNTIL WS-DSL-FIM-MATRICULA
               IF WS-DSL-SUCESSO
                   EXEC SQL
                       CLOSE CUR-DSL-MATRICULA
                   END-EXEC
               END-IF
           END-IF
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8760-EXIT.
           EXIT.

       8770-LER-MATRICULA.
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               FETCH CUR-DSL-MATRICULA
                INTO :WS-DSL-CURSO-ID, :WS-DSL-PERIODO
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   IF WS-DSL-VAGAS-QTDE < 20
                       ADD 1 TO WS-DSL-VAGAS-QTDE
                       MOVE WS-DSL-CURSO-ID
                         TO WS-DSL-VAGA-CURSO-ID (WS-DSL-VAGAS-QTDE)
                       MOVE WS-DSL-PERIODO
                         TO WS-DSL-VAGA-PERIODO (WS-DSL-VAGAS-QTDE)
                   END-IF
               WHEN 100
                   SET WS-DSL-FIM-MATRICULA TO TRUE
               WHEN OTHER
                   SET WS-DSL-FALHA TO TRUE
                   SET WS-DSL-FIM-MATRICULA TO TRUE
           END-EVALUATE
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8770-EXIT.
           EXIT.
