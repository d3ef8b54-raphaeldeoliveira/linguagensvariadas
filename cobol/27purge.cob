000228*                 INCLUSIVE WITH HOLD, E UM CURSOR ABERTO
000230*                 DERRUBARIA O RESTO DA VARREDURA NA PRIMEIRA
000232*                 FALHA.
000234* 2026-10-15 RCM  OS RESPONSAVEIS (TABELA RESPONSAVEL) DO
000235*                 EXPURGADO SAEM NA MESMA UNIDADE DE RECUPERACAO
000236*                 QUE AS MATRICULAS: SAO DADOS PESSOAIS DE
000237*                 TERCEIROS SEM FINALIDADE DEPOIS DO EXPURGO
000238*                 (LGPD). OS QUE SOBRARAM DE EXPURGOS ANTERIORES
000239*                 SAO REMOVIDOS PELO LGP-ANO.
000239* 2026-10-15 RCM  O HISTORICO DE FILA DE ESPERA DO EXPURGADO
000239*                 (TABELA FILA-ESPERA) SAI NA MESMA UNIDADE DE
000239*                 RECUPERACAO QUE AS MATRICULAS.
000239* 2026-10-15 RCM  AS VIAS JA ENCERRADAS DE CARTEIRINHA DO
000239*                 EXPURGADO (TABELA CARTEIRA-ESTUDANTE) SAEM NA
000239*                 MESMA UNIDADE DE RECUPERACAO; A VIA AINDA ATIVA
000239*                 FICA PARA O CAR-EXT CANCELAR E AVISAR A
000239*                 BIBLIOTECA E A CANTINA.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000502 EXEC SQL
000504     INCLUDE MATRICULA
000506 END-EXEC.
000507 EXEC SQL
000508     INCLUDE RESPONSAVEL
000509 END-EXEC.
000509 EXEC SQL
000509     INCLUDE ESPERA
000509 END-EXEC.
000509 EXEC SQL
000509     INCLUDE CARTEIRA
000509 END-EXEC.
000510
000520 EXEC SQL BEGIN DECLARE SECTION
000530 END-EXEC.
000840     05  WS-QTDE-QUALIFICADOS      PIC 9(05) COMP-3 VALUE ZERO.
000850     05  WS-QTDE-EXPURGADOS        PIC 9(05) COMP-3 VALUE ZERO.
000855     05  WS-QTDE-MAT-REMOVIDAS     PIC 9(05) COMP-3 VALUE ZERO.
000857     05  WS-QTDE-RESP-REMOVIDOS    PIC 9(05) COMP-3 VALUE ZERO.
000860     05  WS-QTDE-FALHAS            PIC 9(05) COMP-3 VALUE ZERO.
000870     05  WS-ROWS-AFFECTED          PIC S9(09) COMP.
000880
002467     IF SQLCODE = 0
002468         ADD SQLERRD(3) TO WS-QTDE-MAT-REMOVIDAS
002469     END-IF
002469*    OS RESPONSAVEIS TAMBEM SAEM JUNTO: COM O ESTUDANTE FORA DO
002469*    CADASTRO, O CONTATO DE EMERGENCIA NAO TEM MAIS FINALIDADE.
002469*    FALHA AQUI ABORTA O ESTUDANTE, COMO NAS MATRICULAS.
002469     EXEC SQL
002469         DELETE FROM RESPONSAVEL
002469          WHERE RESP-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002469     END-EXEC
002469     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002469         ADD 1 TO WS-QTDE-FALHAS
002469         SET WS-AUD-FALHA TO TRUE
002469         MOVE 'FALHA' TO DET-RESULTADO
002469         DISPLAY 'PRG-SQL: FALHA AO REMOVER RESPONSAVEIS - ID='
002469                 WS-ESTUDANTE-ID ' SQLCODE=' SQLCODE
002469         EXEC SQL
002469             ROLLBACK
002469         END-EXEC
002469         PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
002469         MOVE WS-ESTUDANTE-ID   TO DET-ESTUDANTE-ID
002469         MOVE WS-ESTUDANTE-NOME TO DET-ESTUDANTE-NOME
002469         MOVE WS-DATA-DESLIG    TO DET-DATA-DESLIG
002469         WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
002469         GO TO 3000-EXIT
002469     END-IF
002469     IF SQLCODE = 0
002469         ADD SQLERRD(3) TO WS-QTDE-RESP-REMOVIDOS
002469     END-IF
002469*    O HISTORICO DE FILA DE ESPERA (AGUARDANDO OU JA ENCERRADO)
002469*    TAMBEM SAI: SEM O ESTUDANTE, A ENTRADA NAO TEM FINALIDADE.
002469     EXEC SQL
002469         DELETE FROM FILA-ESPERA
002469          WHERE ESPERA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002469     END-EXEC
002469     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002469         ADD 1 TO WS-QTDE-FALHAS
002469         SET WS-AUD-FALHA TO TRUE
002469         MOVE 'FALHA' TO DET-RESULTADO
002469         DISPLAY 'PRG-SQL: FALHA AO REMOVER FILA DE ESPERA - ID='
002469                 WS-ESTUDANTE-ID ' SQLCODE=' SQLCODE
002469         EXEC SQL
002469             ROLLBACK
002469         END-EXEC
002469         PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
002469         MOVE WS-ESTUDANTE-ID   TO DET-ESTUDANTE-ID
002469         MOVE WS-ESTUDANTE-NOME TO DET-ESTUDANTE-NOME
002469         MOVE WS-DATA-DESLIG    TO DET-DATA-DESLIG
002469         WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
002469         GO TO 3000-EXIT
002469     END-IF
002469*    AS VIAS DE CARTEIRINHA JA SUBSTITUIDAS OU CANCELADAS SAEM; A
002469*    ATIVA (SE HOUVER) FICA ATE O CAR-EXT DA NOITE CANCELA-LA E
002469*    MANDA-LA NA LISTA DE CANCELADAS.
002469     EXEC SQL
002469         DELETE FROM CARTEIRA-ESTUDANTE
002469          WHERE CARTEIRA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002469            AND CARTEIRA-STATUS <> 'A'
002469     END-EXEC
002469     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002469         ADD 1 TO WS-QTDE-FALHAS
002469         SET WS-AUD-FALHA TO TRUE
002469         MOVE 'FALHA' TO DET-RESULTADO
002469         DISPLAY 'PRG-SQL: FALHA AO REMOVER CARTEIRINHAS - ID='
002469                 WS-ESTUDANTE-ID ' SQLCODE=' SQLCODE
002469         EXEC SQL
002469             ROLLBACK
002469         END-EXEC
002469         PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
002469         MOVE WS-ESTUDANTE-ID   TO DET-ESTUDANTE-ID
002469         MOVE WS-ESTUDANTE-NOME TO DET-ESTUDANTE-NOME
002469         MOVE WS-DATA-DESLIG    TO DET-DATA-DESLIG
002469         WRITE REL-REGISTRO FROM WS-LINHA-DETALHE
002469         GO TO 3000-EXIT
002469     END-IF
002470     EXEC SQL
002471         DELETE FROM ESTUDANTE
002480          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002850     DISPLAY 'PRG-SQL - QUALIFICADOS: ' WS-QTDE-QUALIFICADOS
002860             ' EXPURGADOS: ' WS-QTDE-EXPURGADOS
002865             ' MATRICULAS REMOVIDAS: ' WS-QTDE-MAT-REMOVIDAS
002867             ' RESPONSAVEIS REMOVIDOS: ' WS-QTDE-RESP-REMOVIDOS
002870             ' FALHAS: ' WS-QTDE-FALHAS
002880     IF WS-QTDE-FALHAS > ZERO
002890         MOVE 8 TO RETURN-CODE
