      *  PREVISTOS (CHAVE DUPLICADA, NOT FOUND, ETC.) E O WHENEVER
      *  GARANTE QUE QUALQUER OUTRO ERRO OU AVISO NAO PREVISTO NUNCA
      *  PASSE DESPERCEBIDO.
      *
      *  ANTES DO STOP RUN, 9000 DESFAZ O TRABALHO AINDA NAO
      *  CONFIRMADO: O TERMINO NORMAL DO PROGRAMA SOB O DSN RUN
      *  CONFIRMARIA A UNIDADE DE TRABALHO PELA METADE (OU, NA
      *  SIMULACAO DO BAT-SQL, TUDO O QUE FOI SIMULADO). O ROLLBACK
      *  RODA COM WHENEVER SQLERROR CONTINUE, POIS O ERRO PODE SER A
      *  PROPRIA CONEXAO, E A CLAUSULA E RESTAURADA EM SEGUIDA.
      ******************************************************************
       9000-ERRO-INESPERADO.
           DISPLAY '*** ERRO SQL NAO TRATADO ***'
           DISPLAY 'SQLSTATE = ' SQLSTATE
           DISPLAY 'SQLERRMC = ' SQLERRMC
           DISPLAY '*** JOB ENCERRADO POR ERRO SQL ***'
           EXEC SQL
               WHENEVER SQLERROR CONTINUE
           END-EXEC
           EXEC SQL
               ROLLBACK
           END-EXEC
           EXEC SQL
               WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
           END-EXEC
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       9000-EXIT.
