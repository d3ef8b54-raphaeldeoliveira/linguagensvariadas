      ******************************************************************
      *  ESTPREPR  --  CONFERENCIA DOS PRE-REQUISITOS DO CURSO NA
      *  MATRICULA, COMPARTILHADA PELA TRANSACAO 'M' DO BAT-SQL E PELA
      *  FUNCAO DE MATRICULA DO ONL-EST, PARA QUE O LOTE E O BALCAO
      *  APLIQUEM EXATAMENTE A MESMA REGRA:
      *
      *   - CADA CURSO REQUISITO DE WS-CURSO-ID NA TABELA CURSO-PREREQ
      *     PRECISA TER NOTA DE APROVACAO DO ESTUDANTE (NOTA-VALOR >=
      *     WS-PRE-NOTA-MINIMA) EM PERIODO LETIVO FECHADO ('F') --
      *     NOTA DO PERIODO EM ANDAMENTO AINDA NAO VALE -- E SEM
      *     REPROVACAO POR FALTA NA MATRICULA DAQUELA NOTA (MESMA
      *     REGRA DE 75% DE ESTRESPR; MATRICULA SEM FREQUENCIA
      *     LANCADA, COMO AS ANTERIORES AO LANCAMENTO, VALE PELA
      *     NOTA);
      *   - FALTANDO ALGUM, A DISPENSA DO ESTUDANTE PARA O CURSO
      *     (TABELA PREREQ-DISPENSA, TRANSACAO 'X') LIBERA A MATRICULA.
      *
      *  NADA AQUI GRAVA NO BANCO. O PROGRAMA DEVE INCLUIR COPY
      *  ESTPREWS E TER O PARAGRAFO 9000-ERRO-INESPERADO: O
      *  PARAGRAFO RESTAURA A CLAUSULA WHENEVER SQLERROR PARA
      *  9000-ERRO-INESPERADO AO FINAL.
      ******************************************************************
       8780-CONFERIR-PREREQUISITOS.
           SET WS-PRE-ATENDIDO TO TRUE
           MOVE 'N' TO WS-PRE-SW-DISPENSA
           MOVE ZERO TO WS-PRE-QTDE-PENDENTES
           MOVE ZERO TO WS-PRE-REQUISITO-ID
           MOVE ZERO TO WS-PRE-QTDE-DISPENSAS
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*), VALUE(MIN(R.PREREQ-REQUISITO-ID), 0)
                 INTO :WS-PRE-QTDE-PENDENTES, :WS-PRE-REQUISITO-ID
                 FROM CURSO-PREREQ R
                WHERE R.PREREQ-CURSO-ID = :WS-CURSO-ID
                  AND NOT EXISTS
                      (SELECT 1
                         FROM NOTA N, PERIODO-LETIVO P
                        WHERE N.NOTA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                          AND N.NOTA-CURSO-ID = R.PREREQ-REQUISITO-ID
                          AND N.NOTA-VALOR >= :WS-PRE-NOTA-MINIMA
                          AND P.PERIODO-ID = N.NOTA-PERIODO
                          AND P.PERIODO-STATUS = 'F'
                          AND NOT EXISTS
                              (SELECT 1
                                 FROM MATRICULA M
                                WHERE M.MATRICULA-ESTUDANTE-ID =
                                      N.NOTA-ESTUDANTE-ID
                                  AND M.MATRICULA-CURSO-ID =
                                      N.NOTA-CURSO-ID
                                  AND M.MATRICULA-PERIODO =
                                      N.NOTA-PERIODO
                                  AND M.MATRICULA-DATA-FREQ <> ' '
                                  AND M.MATRICULA-AULAS-PRESENTE * 100
                                      < M.MATRICULA-AULAS-DADAS * 75))
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-PRE-ERRO TO TRUE
               GO TO 8780-RESTAURAR
           END-IF
           IF WS-PRE-QTDE-PENDENTES = 0
               GO TO 8780-RESTAURAR
           END-IF
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-PRE-QTDE-DISPENSAS
                 FROM PREREQ-DISPENSA
                WHERE DISPENSA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                  AND DISPENSA-CURSO-ID = :WS-CURSO-ID
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-PRE-ERRO TO TRUE
               GO TO 8780-RESTAURAR
           END-IF
           IF WS-PRE-QTDE-DISPENSAS > 0
               SET WS-PRE-DISPENSADO TO TRUE
           ELSE
               SET WS-PRE-PENDENTE TO TRUE
               MOVE WS-PRE-REQUISITO-ID TO WS-PRE-REQUISITO-EDIT
           END-IF.
       8780-RESTAURAR.
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8780-EXIT.
           EXIT.
