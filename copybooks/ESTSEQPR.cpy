      ******************************************************************
      *  ESTSEQPR  --  PARAGRAFOS COMUNS DE SEQUENCIAMENTO E
      *  ENCADEAMENTO DA TRILHA DE AUDITORIA (COPYBOOK IRMAO DE
      *  ESTSEQWS/CTRLAUD).
      *
      *  8660-NUMERAR-AUDITORIA E CHAMADO PELO 8650-GRAVAR-AUDITORIA
      *  (ESTAUDPR NO LOTE, O PROPRIO DO ONL-EST NA TELA) COM
      *  REG-AUDITORIA JA COMPLETO, IMEDIATAMENTE ANTES DO WRITE/
      *  WRITEQ: O UPDATE INCREMENTA A SEQUENCIA DE CONTROLE-AUDITORIA
      *  ANTES DO SELECT, E O LOCK DA LINHA SERIALIZA OS GRAVADORES ATE
      *  O COMMIT (LOTE) OU O SYNCPOINT DA TAREFA (ONL-EST), DE MODO
      *  QUE DOIS REGISTROS NUNCA RECEBEM O MESMO NUMERO E CADA UM
      *  ENCADEIA NO VALOR DO ANTERIOR. NAO FAZ COMMIT: ISSO FICA COM
      *  O CHAMADOR. NAO USA DISPLAY, PARA RODAR TAMBEM DEBAIXO DO
      *  CICS.
      *
      *  8670-CALCULAR-CHAVE SO CALCULA (SEM SQL) E E O MESMO CALCULO
      *  REFEITO PELO VRF-AUD NA CONFERENCIA: ACUMULADOR INICIADO COM
      *  O VALOR ANTERIOR E, PARA CADA ITEM, ACUMULADOR * 31 + ITEM +
      *  1, REDUZIDO MODULO 999999937. E UM CONTROLE CONTRA REGISTRO
      *  ALTERADO, RETIRADO OU ACRESCENTADO, NAO UMA ASSINATURA: QUEM
      *  REFIZESSE A CORRENTE INTEIRA AINDA ESBARRARIA NA LINHA DE
      *  CONTROLE-AUDITORIA, QUE FICA NO BANCO, FORA DO ALCANCE DE
      *  QUEM ALTERA O DATASET.
      *
      *  O PROGRAMA QUE INCLUI ESTE COPYBOOK DEVE TER REG-AUDITORIA
      *  (COPY ESTAUDFD OU ESTAUDRG), COPY ESTSEQWS E O PARAGRAFO
      *  9000-ERRO-INESPERADO (COPY ESTERRPR OU O PROPRIO).
      ******************************************************************
       8660-NUMERAR-AUDITORIA.
           EXEC SQL
               UPDATE CONTROLE-AUDITORIA
                  SET CTAU-ULTIMA-SEQUENCIA = CTAU-ULTIMA-SEQUENCIA + 1
           END-EXEC
           EXEC SQL
               SELECT CTAU-ULTIMA-SEQUENCIA, CTAU-ULTIMA-CHAVE
                 INTO :WS-SEQ-ULTIMA-SEQUENCIA, :WS-SEQ-ULTIMA-CHAVE
                 FROM CONTROLE-AUDITORIA
           END-EXEC
      *    SQLCODE +100 AQUI SIGNIFICA CONTROLE-AUDITORIA SEM A LINHA
      *    DE SEMENTE (O WHENEVER SQLERROR NAO CAPTURA +100); GRAVAR O
      *    REGISTRO SEM NUMERO QUEBRARIA A TRILHA.
           IF SQLCODE NOT = 0
               PERFORM 9000-ERRO-INESPERADO THRU 9000-EXIT
           END-IF
           MOVE WS-SEQ-ULTIMA-SEQUENCIA   TO AUD-SEQUENCIA
           MOVE WS-SEQ-ULTIMA-CHAVE       TO WS-SEQ-CHAVE-ANTERIOR
           PERFORM 8670-CALCULAR-CHAVE THRU 8670-EXIT
           MOVE WS-SEQ-CHAVE-NOVA         TO AUD-CHAVE-ENCADEADA
           MOVE WS-SEQ-CHAVE-NOVA         TO WS-SEQ-ULTIMA-CHAVE
           EXEC SQL
               UPDATE CONTROLE-AUDITORIA
                  SET CTAU-ULTIMA-CHAVE = :WS-SEQ-ULTIMA-CHAVE
           END-EXEC.
       8660-EXIT.
           EXIT.

       8670-CALCULAR-CHAVE.
           MOVE AUD-DATA                  TO WS-SEQ-ITEM (1)
           MOVE AUD-HORA                  TO WS-SEQ-ITEM (2)
           MOVE AUD-ESTUDANTE-ID          TO WS-SEQ-ITEM (3)
           MOVE AUD-SEQUENCIA             TO WS-SEQ-ITEM (4)
           MOVE AUD-OPERACAO              TO WS-SEQ-TEXTO (1:1)
           MOVE AUD-RESULTADO             TO WS-SEQ-TEXTO (2:1)
           MOVE AUD-CAMPUS                TO WS-SEQ-TEXTO (3:2)
           MOVE AUD-OPERADOR              TO WS-SEQ-TEXTO (5:8)
           PERFORM 8675-CODIFICAR-CARACTER THRU 8675-EXIT
               VARYING WS-SEQ-INDICE FROM 1 BY 1
               UNTIL WS-SEQ-INDICE > 12
           MOVE WS-SEQ-CHAVE-ANTERIOR     TO WS-SEQ-ACUMULADOR
           PERFORM 8680-ACUMULAR-ITEM THRU 8680-EXIT
               VARYING WS-SEQ-INDICE FROM 1 BY 1
               UNTIL WS-SEQ-INDICE > 16
           MOVE WS-SEQ-ACUMULADOR         TO WS-SEQ-CHAVE-NOVA.
       8670-EXIT.
           EXIT.

       8675-CODIFICAR-CARACTER.
           MOVE WS-SEQ-CARACTER (WS-SEQ-INDICE) TO WS-SEQ-CONV-CARACTER
           MOVE WS-SEQ-CONV-CODIGO TO WS-SEQ-ITEM (WS-SEQ-INDICE + 4).
       8675-EXIT.
           EXIT.

       8680-ACUMULAR-ITEM.
           COMPUTE WS-SEQ-PRODUTO = WS-SEQ-ACUMULADOR
                                  * WS-SEQ-MULTIPLICADOR
                                  + WS-SEQ-ITEM (WS-SEQ-INDICE) + 1
           DIVIDE WS-SEQ-PRODUTO BY WS-SEQ-MODULO
               GIVING WS-SEQ-QUOCIENTE
               REMAINDER WS-SEQ-ACUMULADOR.
       8680-EXIT.
           EXIT.
