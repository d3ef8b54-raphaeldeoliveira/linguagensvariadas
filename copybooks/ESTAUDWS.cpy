      *  O REGISTRO SO E GRAVADO POR 8650-GRAVAR-AUDITORIA, DEPOIS QUE
      *  O PROGRAMA CHAMADOR CONHECER O RESULTADO DO INSERT/UPDATE/
      *  DELETE E TIVER FEITO SET WS-AUD-SUCESSO OU WS-AUD-FALHA).
      *  TRAZ NO FINAL O COPY ESTSEQWS (SEQUENCIA E VALOR ENCADEADO
      *  ATRIBUIDOS NA GRAVACAO).
      ******************************************************************
       01  WS-AUD-OPERACAO               PIC X(01) VALUE SPACE.
           88  WS-AUD-OP-INCLUSAO                VALUE 'I'.
           88  WS-AUD-OP-ALTERAR-RESP            VALUE 'H'.
           88  WS-AUD-OP-EXCLUIR-RESP            VALUE 'J'.
           88  WS-AUD-OP-TRANSFERENCIA           VALUE 'T'.
           88  WS-AUD-OP-ACORDO                  VALUE 'Y'.
           88  WS-AUD-OP-PARCELA-ACORDO          VALUE 'U'.
           88  WS-AUD-OP-DISPENSA-PREREQ         VALUE 'X'.
           88  WS-AUD-OP-FREQUENCIA              VALUE 'B'.
           88  WS-AUD-OP-LIMPAR-BLOQUEIO         VALUE 'Z'.

       01  WS-AUD-SW-RESULTADO           PIC X(01) VALUE 'N'.
           88  WS-AUD-SUCESSO                    VALUE 'S'.
           05  WS-AUD-CEP-ANTES          PIC X(08).
       EXEC SQL END DECLARE SECTION
       END-EXEC.

       COPY ESTSEQWS.
