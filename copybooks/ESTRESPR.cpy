      ******************************************************************
      *  ESTRESPR  --  APURACAO DO RESULTADO FINAL DA MATRICULA A
      *  PARTIR DA NOTA FINAL (TABELA NOTA) E DA FREQUENCIA (COLUNAS
      *  DE FREQUENCIA DE MATRICULA), PARA QUE O HISTORICO E A
      *  DECLARACAO APLIQUEM EXATAMENTE A MESMA REGRA:
      *
      *   - FREQUENCIA LANCADA ABAIXO DE WS-RES-FREQ-MINIMA (75%) DAS
      *     AULAS DADAS: REPROVADO POR FALTA, QUALQUER QUE SEJA A
      *     NOTA (MESMO SEM NOTA LANCADA);
      *   - SEM NOTA LANCADA: SEM RESULTADO (EM CURSO);
      *   - NOTA ABAIXO DE WS-RES-NOTA-MINIMA: REPROVADO POR NOTA;
      *   - NOTA SUFICIENTE SEM FREQUENCIA LANCADA: O RESULTADO FICA
      *     PENDENTE -- NINGUEM E APROVADO SEM A FREQUENCIA;
      *   - NOTA SUFICIENTE COM FREQUENCIA SUFICIENTE: APROVADO.
      *
      *  NADA AQUI ACESSA O BANCO; O PROGRAMA DEVE INCLUIR COPY
      *  ESTRESWS.
      ******************************************************************
       8790-APURAR-RESULTADO.
           SET WS-RES-SEM-NOTA TO TRUE
           MOVE SPACES TO WS-RES-DESCRICAO
           MOVE ZERO TO WS-RES-PERC-FREQ
           IF WS-RES-DATA-FREQ NOT = SPACES
               AND WS-RES-AULAS-DADAS > 0
               COMPUTE WS-RES-PERC-FREQ =
                   WS-RES-AULAS-PRESENTE * 100 / WS-RES-AULAS-DADAS
               IF WS-RES-AULAS-PRESENTE * 100 <
                   WS-RES-AULAS-DADAS * WS-RES-FREQ-MINIMA
                   SET WS-RES-REPROVADO-FALTA TO TRUE
                   MOVE 'REPROVADO FALTA' TO WS-RES-DESCRICAO
                   GO TO 8790-EXIT
               END-IF
           END-IF
           IF NOT WS-RES-NOTA-LANCADA
               GO TO 8790-EXIT
           END-IF
           IF WS-RES-NOTA < WS-RES-NOTA-MINIMA
               SET WS-RES-REPROVADO-NOTA TO TRUE
               MOVE 'REPROVADO NOTA' TO WS-RES-DESCRICAO
               GO TO 8790-EXIT
           END-IF
           IF WS-RES-DATA-FREQ = SPACES
               SET WS-RES-FREQ-PENDENTE TO TRUE
               MOVE 'SEM FREQUENCIA' TO WS-RES-DESCRICAO
           ELSE
               SET WS-RES-APROVADO TO TRUE
               MOVE 'APROVADO' TO WS-RES-DESCRICAO
           END-IF.
       8790-EXIT.
           EXIT.
