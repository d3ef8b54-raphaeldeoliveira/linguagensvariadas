000235*                 ESTLOGWS/ESTLOGPR) NO ENCERRAMENTO NORMAL, COM
000235*                 PROGRAMA, DATA/HORA, SUBSISTEMA, CONTADORES E
000235*                 RETURN-CODE, PARA O RESUMO MENSAL DO LOG-RPT.
000235* 2026-10-15 RCM  O SQLCODE/SQLSTATE DA OPERACAO PASSA A SER
000235*                 GUARDADO NO INICIO DE 8000 E E O VALOR GUARDADO
000235*                 QUE SAI NA MENSAGEM FINAL: O COMMIT DE 8650
000235*                 (TRILHA NUMERADA) SOBRESCREVE A SQLCA.
000235*----------------------------------------------------------------
000236
000237 ENVIRONMENT DIVISION.
000410 END-EXEC.
000420
000430 01  WS-MENSAGEM-ERRO              PIC X(60).
000431
000432 01  WS-SQLCA-OPERACAO.
000432     05  WS-SQLCODE-OPERACAO       PIC S9(09) COMP.
000432     05  WS-SQLSTATE-OPERACAO      PIC X(05).
000440
000450 01  WS-CONTADORES.
000460     05  WS-ROWS-AFFECTED          PIC S9(09) COMP.
000670 8000-TRATAR-SQLCODE.
000680*    TRADUZ O SQLCODE/SQLCA RETORNADO PELO DELETE EM UMA
000690*    MENSAGEM ESPECIFICA, EM VEZ DO GENERICO 'ERRO' ANTERIOR.
000700     MOVE SQLCODE                  TO WS-SQLCODE-OPERACAO
000700     MOVE SQLSTATE                 TO WS-SQLSTATE-OPERACAO
000700     SET WS-AUD-FALHA TO TRUE
000700     EVALUATE SQLCODE
000710         WHEN 0
001005
001006     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
001010
001020     DISPLAY 'DEL-SQL: SQLCODE=' WS-SQLCODE-OPERACAO
001030             ' SQLSTATE=' WS-SQLSTATE-OPERACAO
001040             ' LINHAS=' WS-ROWS-AFFECTED
001050             ' ' WS-MENSAGEM-ERRO.
001060 8000-EXIT.
