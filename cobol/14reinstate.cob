000210*                 DESLIGAMENTO (ESTUDANTE-DATA-DESLIG), PARA QUE
000210*                 O ESTUDANTE REATIVADO NAO QUALIFIQUE MAIS PARA
000210*                 O EXPURGO ANUAL POR IDADE (PRG-SQL).
000210* 2026-10-15 RCM  COM O DESLIGAMENTO PASSANDO A CANCELAR AS
000210*                 MATRICULAS ATIVAS E AS COBRANCAS FUTURAS
000210*                 (COPY ESTDSLPR), A REATIVACAO DEIXA EXPLICITO
000210*                 QUE NADA DISSO VOLTA: SO O ESTUDANTE E
000210*                 REATIVADO; A REMATRICULA E FEITA PELA
000210*                 TRANSACAO 'M' E AS COBRANCAS VOLTAM PELO
000210*                 GER-COB.
000210* 2026-10-15 RCM  O SQLCODE/SQLSTATE DA OPERACAO PASSA A SER
000210*                 GUARDADO NO INICIO DE 8000 E E O VALOR GUARDADO
000210*                 QUE SAI NA MENSAGEM FINAL: O COMMIT DE 8650
000210*                 (TRILHA NUMERADA) SOBRESCREVE A SQLCA.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000480 END-EXEC.
000490
000500 01  WS-MENSAGEM-ERRO              PIC X(60).
000501
000502 01  WS-SQLCA-OPERACAO.
000502     05  WS-SQLCODE-OPERACAO       PIC S9(09) COMP.
000502     05  WS-SQLSTATE-OPERACAO      PIC X(05).
000510
000520 01  WS-CONTADORES.
000530     05  WS-ROWS-AFFECTED          PIC S9(09) COMP.
000960
000970     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
000980
000990     PERFORM 8000-TRATAR-SQLCODE THRU 8000-EXIT
000992*    MATRICULAS E COBRANCAS CANCELADAS NO DESLIGAMENTO NAO SAO
000994*    RESTAURADAS: A VAGA PODE JA TER IDO PARA A FILA DE ESPERA E
000996*    O CREDITO JA PODE TER SIDO DEVOLVIDO (DEV-RPT).
000998     IF WS-AUD-SUCESSO
000998         DISPLAY 'REA-SQL: MATRICULAS E COBRANCAS CANCELADAS NO '
000998                 'DESLIGAMENTO NAO FORAM RESTAURADAS'
000998         DISPLAY 'REA-SQL: REMATRICULAR PELA TRANSACAO M; AS '
000998                 'COBRANCAS VOLTAM PELO GER-COB'
000998     END-IF.
001000 2000-EXIT.
001010     EXIT.
001020
001050 COPY ESTERRPR.
001060
001070 8000-TRATAR-SQLCODE.
001080     MOVE SQLCODE                  TO WS-SQLCODE-OPERACAO
001080     MOVE SQLSTATE                 TO WS-SQLSTATE-OPERACAO
001080     SET WS-AUD-FALHA TO TRUE
001090     EVALUATE SQLCODE
001100         WHEN 0
001440
001450     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
001460
001470     DISPLAY 'REA-SQL: SQLCODE=' WS-SQLCODE-OPERACAO
001480             ' SQLSTATE=' WS-SQLSTATE-OPERACAO
001490             ' LINHAS=' WS-ROWS-AFFECTED
001500             ' ' WS-MENSAGEM-ERRO.
001510 8000-EXIT.
