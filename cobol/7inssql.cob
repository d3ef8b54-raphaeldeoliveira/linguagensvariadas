000156*                 CRITICADO PELOS DIGITOS VERIFICADORES E PELA
000156*                 UNICIDADE EM ESTUDANTE ATIVO (VALIDACAO
000156*                 COMPARTILHADA ESTVALWS/ESTVALPR).
000155* 2026-10-15 RCM  O SQLCODE/SQLSTATE DA OPERACAO PASSA A SER
000155*                 GUARDADO NO INICIO DE 8000 E E O VALOR GUARDADO
000155*                 QUE SAI NA MENSAGEM FINAL: O COMMIT DE 8650
000155*                 (TRILHA NUMERADA) SOBRESCREVE A SQLCA.
000155*----------------------------------------------------------------
000156
000157 ENVIRONMENT DIVISION.
000330 END-EXEC.
000340
000350 01  WS-MENSAGEM-ERRO              PIC X(60).
000351
000352 01  WS-SQLCA-OPERACAO.
000352     05  WS-SQLCODE-OPERACAO       PIC S9(09) COMP.
000352     05  WS-SQLSTATE-OPERACAO      PIC X(05).
000360
000370 COPY ESTVALWS.
000375 COPY ESTAUDWS.
000765 COPY ESTERRPR.
000770
000780 8000-TRATAR-SQLCODE.
000730     MOVE SQLCODE                  TO WS-SQLCODE-OPERACAO
000730     MOVE SQLSTATE                 TO WS-SQLSTATE-OPERACAO
000730     SET WS-AUD-FALHA TO TRUE
000725     EVALUATE SQLCODE
000740         WHEN 0
000925
000926     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
000930
000940     DISPLAY 'INS-SQL: SQLCODE=' WS-SQLCODE-OPERACAO
000950             ' SQLSTATE=' WS-SQLSTATE-OPERACAO
000960             ' ' WS-MENSAGEM-ERRO.
000970 8000-EXIT.
000980     EXIT.
