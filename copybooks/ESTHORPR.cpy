      ******************************************************************
      *  ESTHORPR  --  CONFERENCIA DE CHOQUE DE HORARIO NA MATRICULA,
      *  COMPARTILHADA PELA TRANSACAO 'M' DO BAT-SQL E PELA FUNCAO DE
      *  MATRICULA DO ONL-EST, PARA QUE O LOTE E O BALCAO APLIQUEM
      *  EXATAMENTE A MESMA REGRA: NENHUM ENCONTRO DE WS-CURSO-ID NO
      *  PERIODO WS-MAT-PERIODO (TABELA HORARIO) PODE SOBREPOR, NO
      *  MESMO DIA DA SEMANA, UM ENCONTRO DE OUTRO CURSO EM QUE O
      *  ESTUDANTE TEM MATRICULA ATIVA NO MESMO PERIODO. DOIS
      *  INTERVALOS SE SOBREPOEM QUANDO CADA UM COMECA ANTES DO FIM DO
      *  OUTRO (O FIM E EXCLUSIVO). CURSO SEM HORARIO CADASTRADO NAO
      *  CHOCA COM NADA.
      *
      *  NADA AQUI GRAVA NO BANCO. O PROGRAMA DEVE INCLUIR COPY
      *  ESTHORWS E TER O PARAGRAFO 9000-ERRO-INESPERADO: O
      *  PARAGRAFO RESTAURA A CLAUSULA WHENEVER SQLERROR PARA
      *  9000-ERRO-INESPERADO AO FINAL.
      ******************************************************************
       8785-CONFERIR-CHOQUE-HORARIO.
           SET WS-HOR-LIVRE TO TRUE
           MOVE ZERO TO WS-HOR-QTDE-CHOQUES
           MOVE ZERO TO WS-HOR-CURSO-CHOQUE
           MOVE ZERO TO WS-HOR-CURSO-EDIT
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               SELECT COUNT(*), VALUE(MIN(M.MATRICULA-CURSO-ID), 0)
                 INTO :WS-HOR-QTDE-CHOQUES, :WS-HOR-CURSO-CHOQUE
                 FROM HORARIO H, MATRICULA M, HORARIO O
                WHERE H.HORARIO-CURSO-ID = :WS-CURSO-ID
                  AND H.HORARIO-PERIODO = :WS-MAT-PERIODO
                  AND M.MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
                  AND M.MATRICULA-PERIODO = :WS-MAT-PERIODO
                  AND M.MATRICULA-STATUS = 'A'
                  AND M.MATRICULA-CURSO-ID <> :WS-CURSO-ID
                  AND O.HORARIO-CURSO-ID = M.MATRICULA-CURSO-ID
                  AND O.HORARIO-PERIODO = M.MATRICULA-PERIODO
                  AND O.HORARIO-DIA-SEMANA = H.HORARIO-DIA-SEMANA
                  AND O.HORARIO-INICIO < H.HORARIO-FIM
                  AND H.HORARIO-INICIO < O.HORARIO-FIM
           END-EXEC
           IF SQLCODE NOT = 0
               SET WS-HOR-ERRO TO TRUE
               GO TO 8785-RESTAURAR
           END-IF
           IF WS-HOR-QTDE-CHOQUES > 0
               SET WS-HOR-CHOQUE TO TRUE
               MOVE WS-HOR-CURSO-CHOQUE TO WS-HOR-CURSO-EDIT
           END-IF.
       8785-RESTAURAR.
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC.
       8785-EXIT.
           EXIT.
