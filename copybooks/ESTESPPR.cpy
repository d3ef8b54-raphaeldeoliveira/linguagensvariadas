      ******************************************************************
      *  ESTESPPR  --  PARAGRAFOS COMUNS DA FILA DE ESPERA DOS CURSOS
      *  LOTADOS (TABELA FILA-ESPERA, COPY ESPERA), COMPARTILHADOS
      *  PELO BAT-SQL E PELO ONL-EST PARA QUE O LOTE E O BALCAO
      *  ENXERGUEM A MESMA FILA E PROMOVAM NA MESMA ORDEM:
      *
      *   - 8720-CONTAR-FILA: QUANTOS AGUARDAM NO CURSO/PERIODO
      *     (QUEM CHEGA COM GENTE NA FILA VAI PARA O FIM DELA, MESMO
      *     QUE HAJA VAGA LIVRE);
      *   - 8725-INCLUIR-NA-FILA: POE O ESTUDANTE NO FIM DA FILA E
      *     DEVOLVE A POSICAO (WS-FIL-DUPLICADA SE ELE JA AGUARDAVA);
      *   - 8730-LOCALIZAR-PRIMEIRO: O PRIMEIRO A AGUARDAR NO
      *     CURSO/PERIODO (MENOR ESPERA-ORDEM);
      *   - 8735-MARCAR-PROMOVIDA: TIRA DA FILA A ENTRADA ACHADA PELO
      *     8730, NA MESMA UNIDADE DE TRABALHO DO INSERT DA MATRICULA;
      *   - 8740-CONSULTAR-POSICAO: POSICAO DO ESTUDANTE NA FILA E
      *     TAMANHO DELA (CONSULTA DO BALCAO).
      *
      *  NADA AQUI FAZ COMMIT/ROLLBACK NEM DISPLAY (RODA TAMBEM
      *  DEBAIXO DO CICS). O PROGRAMA DEVE INCLUIR COPY ESTESPWS E
      *  TER O PARAGRAFO 9000-ERRO-INESPERADO (COPY ESTERRPR OU O
      *  PROPRIO): CADA PARAGRAFO RESTAURA A CLAUSULA WHENEVER
      *  SQLERROR PARA 9000-ERRO-INESPERADO AO FINAL.
      ******************************************************************
       8720-CONTAR-FILA.
           SET WS-FIL-SUCESSO TO TRUE
           MOVE ZERO TO WS-FIL-QTDE-FILA
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-FIL-QTDE-FILA
                 FROM FILA-ESPERA
                WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                  AND ESPERA-PERIODO = :WS-MAT-PERIODO
                  AND ESPERA-SITUACAO = 'E'
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-FIL-FALHA TO TRUE
           END-IF
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8720-EXIT.
           EXIT.

      *    A ORDEM NOVA E A MAIOR DA FILA + 1. DOIS INCLUSORES
      *    SIMULTANEOS NA MESMA FILA (LOTE E BALCAO) ESBARRAM NO INDICE
      *    UNICO CURSO+PERIODO+ORDEM: O SEGUNDO RECEBE SQLCODE -803 E
      *    SAI COM WS-FIL-FALHA, SEM FURAR A ORDEM DE NINGUEM.
       8725-INCLUIR-NA-FILA.
           PERFORM 8740-CONSULTAR-POSICAO THRU 8740-EXIT
           IF WS-FIL-FALHA
               GO TO 8725-EXIT
           END-IF
           IF WS-FIL-ACHADA
               SET WS-FIL-DUPLICADA TO TRUE
               GO TO 8725-EXIT
           END-IF
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               SELECT COALESCE(MAX(ESPERA-ORDEM), 0) + 1
                 INTO :WS-FIL-ORDEM
                 FROM FILA-ESPERA
                WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                  AND ESPERA-PERIODO = :WS-MAT-PERIODO
           END-EXEC
           IF SQLCODE = 0
               EXEC SQL
                   INSERT INTO FILA-ESPERA
                       (ESPERA-CURSO-ID, ESPERA-PERIODO,
                        ESPERA-ORDEM, ESPERA-ESTUDANTE-ID,
                        ESPERA-DATA, ESPERA-CAMPUS,
                        ESPERA-SITUACAO)
                   VALUES
                       (:WS-CURSO-ID, :WS-MAT-PERIODO,
                        :WS-FIL-ORDEM, :WS-ESTUDANTE-ID,
                        :WS-FIL-DATA, :WS-FIL-CAMPUS,
                        'E')
               END-EXEC
           END-IF
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-FIL-FALHA TO TRUE
               GO TO 8725-EXIT
           END-IF
      *    A POSICAO DO RECEM-CHEGADO E O TAMANHO DA FILA, COM ELE.
           PERFORM 8720-CONTAR-FILA THRU 8720-EXIT
           MOVE WS-FIL-QTDE-FILA TO WS-FIL-POSICAO
           MOVE WS-FIL-POSICAO   TO WS-FIL-POSICAO-EDIT
           MOVE WS-FIL-QTDE-FILA TO WS-FIL-QTDE-EDIT.
       8725-EXIT.
           EXIT.

       8730-LOCALIZAR-PRIMEIRO.
           SET WS-FIL-SUCESSO TO TRUE
           SET WS-FIL-NAO-ACHADA TO TRUE
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               SELECT ESPERA-ORDEM, ESPERA-ESTUDANTE-ID,
                      ESPERA-CAMPUS
                 INTO :WS-FIL-ORDEM, :WS-FIL-ESTUDANTE-ID,
                      :WS-FIL-CAMPUS
                 FROM FILA-ESPERA
                WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                  AND ESPERA-PERIODO = :WS-MAT-PERIODO
                  AND ESPERA-SITUACAO = 'E'
                  AND ESPERA-ORDEM =
                      (SELECT MIN(ESPERA-ORDEM)
                         FROM FILA-ESPERA
                        WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                          AND ESPERA-PERIODO = :WS-MAT-PERIODO
                          AND ESPERA-SITUACAO = 'E')
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-FIL-ACHADA TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WS-FIL-FALHA TO TRUE
           END-EVALUATE
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8730-EXIT.
           EXIT.

      *    A CONDICAO ESPERA-SITUACAO = 'E' GARANTE QUE A MESMA
      *    ENTRADA NAO E PROMOVIDA DUAS VEZES (LOTE E BALCAO AO MESMO
      *    TEMPO): SEM LINHA ATUALIZADA, O CHAMADOR DESFAZ O INSERT DA
      *    MATRICULA.
       8735-MARCAR-PROMOVIDA.
           SET WS-FIL-SUCESSO TO TRUE
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               UPDATE FILA-ESPERA
                  SET ESPERA-SITUACAO = 'P',
                      ESPERA-DATA-SAIDA = :WS-FIL-DATA
                WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                  AND ESPERA-PERIODO = :WS-MAT-PERIODO
                  AND ESPERA-ORDEM = :WS-FIL-ORDEM
                  AND ESPERA-SITUACAO = 'E'
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
               SET WS-FIL-FALHA TO TRUE
           END-IF
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8735-EXIT.
           EXIT.

      *    POSICAO = QUANTOS AGUARDAM NA MESMA FILA COM ORDEM ATE A DO
      *    ESTUDANTE (ELE INCLUSIVE); OS QUE JA SAIRAM NAO CONTAM.
       8740-CONSULTAR-POSICAO.
           SET WS-FIL-SUCESSO TO TRUE
           SET WS-FIL-NAO-ACHADA TO TRUE
           MOVE ZERO TO WS-FIL-POSICAO
           MOVE ZERO TO WS-FIL-QTDE-FILA
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               SELECT ESPERA-ORDEM
                 INTO :WS-FIL-ORDEM
                 FROM FILA-ESPERA
                WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                  AND ESPERA-PERIODO = :WS-MAT-PERIODO
                  AND ESPERA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                  AND ESPERA-SITUACAO = 'E'
           END-EXEC
           EVALUATE SQLCODE
               WHEN 0
                   SET WS-FIL-ACHADA TO TRUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   SET WS-FIL-FALHA TO TRUE
           END-EVALUATE
           IF WS-FIL-ACHADA
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-FIL-POSICAO
                     FROM FILA-ESPERA
                    WHERE ESPERA-CURSO-ID = :WS-CURSO-ID
                      AND ESPERA-PERIODO = :WS-MAT-PERIODO
                      AND ESPERA-SITUACAO = 'E'
                      AND ESPERA-ORDEM <= :WS-FIL-ORDEM
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-FIL-FALHA TO TRUE
               END-IF
           END-IF
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC
           IF WS-FIL-ACHADA AND WS-FIL-SUCESSO
               PERFORM 8720-CONTAR-FILA THRU 8720-EXIT
           END-IF
           MOVE WS-FIL-POSICAO   TO WS-FIL-POSICAO-EDIT
           MOVE WS-FIL-QTDE-FILA TO WS-FIL-QTDE-EDIT.
       8740-EXIT.
           EXIT.
