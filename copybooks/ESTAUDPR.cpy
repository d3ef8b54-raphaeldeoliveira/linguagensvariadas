      *  ESTERRPR (O SELECT ABAIXO RESTAURA A CLAUSULA WHENEVER
      *  SQLERROR PARA 9000-ERRO-INESPERADO AO FINAL) E MANTER
      *  ARQ-AUDITORIA ABERTO (OPEN EXTEND) DESDE A INICIALIZACAO.
      *
      *  ANTES DO WRITE, 8650 NUMERA E ENCADEIA O REGISTRO (8660-
      *  NUMERAR-AUDITORIA, COPY ESTSEQPR, TRAZIDO NO FINAL DESTE
      *  MEMBRO) E, DEPOIS DELE, FAZ COMMIT PARA LIBERAR A LINHA DE
      *  CONTROLE-AUDITORIA AOS DEMAIS GRAVADORES. POR ISSO 8650 SO
      *  PODE SER CHAMADO SEM TRABALHO PENDENTE NO BANCO: DEPOIS DO
      *  COMMIT OU ROLLBACK DA OPERACAO AUDITADA, OU ANTES DE ELA
      *  COMECAR, COMO NO MRG-SQL.
      ******************************************************************
       8600-REGISTRAR-AUDITORIA.
           MOVE SPACES TO WS-AUD-NOME-ANTES

       8650-GRAVAR-AUDITORIA.
           MOVE WS-AUD-SW-RESULTADO       TO AUD-RESULTADO
           PERFORM 8660-NUMERAR-AUDITORIA THRU 8660-EXIT
           WRITE REG-AUDITORIA
           EXEC SQL
               COMMIT
           END-EXEC.
       8650-EXIT.
           EXIT.

       COPY ESTSEQPR.
