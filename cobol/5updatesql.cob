000343*                 DECLARADO: O UPDATE DE ENDERECO NAO TOCA O
000343*                 CPF, ENTAO O CAMPO E LIMPO ANTES DO PERFORM
000343*                 8500 E A CRITICA DE CPF NAO SE APLICA.
000342* 2026-10-15 RCM  O SQLCODE/SQLSTATE DA OPERACAO PASSA A SER
000342*                 GUARDADO NO INICIO DE 8000 E E O VALOR GUARDADO
000342*                 QUE SAI NA MENSAGEM FINAL: O COMMIT DE 8650
000342*                 (TRILHA NUMERADA) SOBRESCREVE A SQLCA.
000342*----------------------------------------------------------------
000328
000329 ENVIRONMENT DIVISION.
000490 END-EXEC.
000500
000510 01  WS-MENSAGEM-ERRO              PIC X(60).
000511
000512 01  WS-SQLCA-OPERACAO.
000512     05  WS-SQLCODE-OPERACAO       PIC S9(09) COMP.
000512     05  WS-SQLSTATE-OPERACAO      PIC X(05).
000520
000530 01  WS-CONTADORES.
000540     05  WS-ROWS-AFFECTED          PIC S9(09) COMP.
000910*    MENSAGEM ESPECIFICA, EM VEZ DO GENERICO 'ERRO' ANTERIOR, DE
000920*    MODO QUE O LOG DO JOB INDIQUE SE O CASO PRECISA SER
000930*    REEXECUTADO, ESCALADO OU APENAS REGISTRADO.
000940     MOVE SQLCODE                  TO WS-SQLCODE-OPERACAO
000940     MOVE SQLSTATE                 TO WS-SQLSTATE-OPERACAO
000940     SET WS-AUD-FALHA TO TRUE
000940     EVALUATE SQLCODE
000950         WHEN 0
001241
001242     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
001250
001260     DISPLAY 'UP-SQL: SQLCODE=' WS-SQLCODE-OPERACAO
001270             ' SQLSTATE=' WS-SQLSTATE-OPERACAO
001280             ' LINHAS=' WS-ROWS-AFFECTED
001290             ' ' WS-MENSAGEM-ERRO.
001300 8000-EXIT.
