000160*                 LINHA DIGA DESDE QUANDO O ESTUDANTE ESTA
000160*                 INATIVO E O EXPURGO ANUAL POR IDADE (PRG-SQL)
000160*                 POSSA APLICAR A POLITICA DE RETENCAO.
000161* 2026-10-15 RCM  O DESLIGAMENTO PASSA A ENCERRAR OS VINCULOS DO
000162*                 ESTUDANTE NA MESMA UNIDADE DE TRABALHO (COPY
000163*                 ESTDSLWS/ESTDSLPR, COMUM AO LOTE E A TELA):
000164*                 CANCELA AS MATRICULAS ATIVAS (A VAGA VOLTA A
000165*                 FICAR LIVRE E A FILA DE ESPERA E PROMOVIDA NA
000166*                 PROXIMA JANELA DO BAT-SQL) E AS COBRANCAS
000167*                 PENDENTES DAS COMPETENCIAS POSTERIORES AO MES
000168*                 DO DESLIGAMENTO, E INFORMA QUANTAS MENSALIDADES
000169*                 DESSAS COMPETENCIAS JA ESTAVAM PAGAS (CREDITO A
000169*                 DEVOLVER, LISTADO PELO DEV-RPT).
000169* 2026-10-15 RCM  O DESLIGAMENTO RETIRA TAMBEM O ESTUDANTE DAS
000169*                 FILAS DE ESPERA EM QUE AGUARDAVA (TABELA
000169*                 FILA-ESPERA, SITUACAO 'R'), E INFORMA QUANTAS.
000160* 2026-10-15 RCM  O SQLCODE/SQLSTATE DA OPERACAO PASSA A SER
000160*                 GUARDADO NO INICIO DE 8000 E E O VALOR GUARDADO
000160*                 QUE SAI NA MENSAGEM FINAL: O COMMIT DE 8650
000160*                 (TRILHA NUMERADA) SOBRESCREVE A SQLCA.
000160*----------------------------------------------------------------
000170
000180 ENVIRONMENT DIVISION.
000430 END-EXEC.
000440
000450 01  WS-MENSAGEM-ERRO              PIC X(60).
000451
000452 01  WS-SQLCA-OPERACAO.
000452     05  WS-SQLCODE-OPERACAO       PIC S9(09) COMP.
000452     05  WS-SQLSTATE-OPERACAO      PIC X(05).
000460
000470 01  WS-CONTADORES.
000480     05  WS-ROWS-AFFECTED          PIC S9(09) COMP.
000490
000500 COPY ESTAUDWS.
000505 COPY ESTCONWS.
000506 COPY ESTDSLWS.
000510
000520 PROCEDURE DIVISION.
000530 0000-MAINLINE.
000880     END-EXEC
000890
000900     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
000901*    DESLIGADO O ESTUDANTE, NA MESMA UNIDADE DE TRABALHO SAO
000902*    CANCELADAS AS MATRICULAS ATIVAS E AS COBRANCAS PENDENTES
000903*    DAS COMPETENCIAS POSTERIORES AO MES DO DESLIGAMENTO. UMA
000904*    FALHA AQUI DEIXA O SQLCODE DO ERRO PARA 8000-TRATAR-SQLCODE
000905*    DESFAZER TUDO, INCLUSIVE O DESLIGAMENTO.
000906     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
000907         MOVE WS-DATA-DESLIGAMENTO TO WS-DSL-DATA
000908         PERFORM 8750-ENCERRAR-VINCULOS THRU 8750-EXIT
000909     END-IF
000910
000920     PERFORM 8000-TRATAR-SQLCODE THRU 8000-EXIT
000921*    A PROMOCAO DA FILA DE ESPERA (TABELA FILA-ESPERA) E FEITA
000922*    PELO BAT-SQL: AS VAGAS LIBERADAS AQUI SAO PREENCHIDAS NA
000923*    VARREDURA DA FILA NO INICIO DA PROXIMA JANELA NOTURNA.
000924     IF WS-AUD-SUCESSO
000925         DISPLAY 'WD-SQL: MATRICULAS CANCELADAS='
000926                 WS-DSL-QTDE-MATRICULAS
000927                 ' COBRANCAS FUTURAS CANCELADAS='
000928                 WS-DSL-QTDE-COBRANCAS
000929         DISPLAY 'WD-SQL: MENSALIDADES JA PAGAS A DEVOLVER='
000930                 WS-DSL-QTDE-CREDITOS ' (VER DEV-RPT)'
000930         DISPLAY 'WD-SQL: ENTRADAS RETIRADAS DA FILA DE ESPERA='
000930                 WS-DSL-QTDE-ESPERA
000931         DISPLAY 'WD-SQL: VAGAS LIBERADAS VAO PARA A FILA DE'
000932                 ' ESPERA NA PROXIMA JANELA DO BAT-SQL'
000933     END-IF.
000930 2000-EXIT.
000940     EXIT.
000950
000960 COPY ESTAUDPR.
000965 COPY ESTCONPR.
000966 COPY ESTDSLPR.
000970 COPY ESTERRPR.
000980
000990 8000-TRATAR-SQLCODE.
001000     MOVE SQLCODE                  TO WS-SQLCODE-OPERACAO
001000     MOVE SQLSTATE                 TO WS-SQLSTATE-OPERACAO
001000     SET WS-AUD-FALHA TO TRUE
001001     EVALUATE SQLCODE
001010         WHEN 0
001335
001336     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
001340
001350     DISPLAY 'WD-SQL: SQLCODE=' WS-SQLCODE-OPERACAO
001360             ' SQLSTATE=' WS-SQLSTATE-OPERACAO
001370             ' LINHAS=' WS-ROWS-AFFECTED
001380             ' ' WS-MENSAGEM-ERRO.
001390 8000-EXIT.
