000297*                 MODO QUE TODA OPERACAO AUDITADA (INCLUSIVE AS
000298*                 DA ESTM03, TAREFA PSEUDOCONVERSACIONAL NOVA)
000299*                 GRAVE AUD-OPERADOR.
000299* 2026-10-15 RCM  A MATRICULA DE BALCAO RECUSA CURSO RETIRADO DO
000299*                 CATALOGO (CURSO-STATUS 'R', GRAVADO PELA
000299*                 TRANSACAO 'D' DO BAT-SQL).
000299* 2026-10-15 RCM  NOVA FUNCAO 6: DESLIGAMENTO DO ESTUDANTE NO
000299*                 BALCAO, COM O MESMO EFEITO DO WD-SQL E DA
000299*                 TRANSACAO 'W' DO LOTE (COPY ESTDSLWS/ESTDSLPR):
000299*                 STATUS 'I' E DATA DO DESLIGAMENTO, MATRICULAS
000299*                 ATIVAS E COBRANCAS PENDENTES DE COMPETENCIA
000299*                 POSTERIOR AO MES CANCELADAS, TUDO OU NADA
000299*                 (SYNCPOINT ROLLBACK NA FALHA). AUDITORIA 'E'
000299*                 COMO NO WD-SQL. A FILA DE ESPERA DAS VAGAS
000299*                 LIBERADAS E PROMOVIDA PELO BAT-SQL NA PROXIMA
000299*                 JANELA.
000299* 2026-10-15 RCM  A MATRICULA DE BALCAO CONFERE OS PRE-REQUISITOS
000299*                 DO CURSO COMO A TRANSACAO 'M' DO LOTE (COPY
000299*                 ESTPREWS/ESTPREPR): SEM APROVACAO EM PERIODO
000299*                 FECHADO NO CURSO REQUISITO, E SEM DISPENSA DA
000299*                 COORDENACAO, A MATRICULA E RECUSADA.
000299* 2026-10-15 RCM  A MATRICULA DE BALCAO RECUSA O CURSO CUJO
000299*                 HORARIO (TABELA HORARIO) SOBREPOE O DE OUTRA
000299*                 MATRICULA ATIVA DO ESTUDANTE NO PERIODO, COMO A
000299*                 TRANSACAO 'M' DO LOTE (COPY ESTHORWS/ESTHORPR).
000299* 2026-10-15 RCM  REGISTRO DE AUDITORIA DA TELA PASSA A SAIR
000299*                 NUMERADO E ENCADEADO (AUD-SEQUENCIA E AUD-
000299*                 CHAVE-ENCADEADA, LAYOUT ESTAUDRG DE 120 PARA
000299*                 138 BYTES) PELO MESMO 8660-NUMERAR-AUDITORIA
000299*                 DO LOTE (COPY ESTSEQWS/ESTSEQPR). A LINHA DE
000299*                 CONTROLE-AUDITORIA E EFETIVADA NO SYNCPOINT DA
000299*                 TAREFA, JUNTO COM A OPERACAO AUDITADA.
000299* 2026-10-15 RCM  FILA DE ESPERA PASSA A SER A TABELA FILA-ESPERA,
000299*                 A MESMA DO BAT-SQL (COPY ESPERA/ESTESPWS/
000299*                 ESTESPPR): A MATRICULA DE BALCAO EM TURMA
000299*                 LOTADA, OU COM ALGUEM JA AGUARDANDO, POE O
000299*                 ESTUDANTE NO FIM DA FILA E INFORMA A POSICAO;
000299*                 O CANCELAMENTO DE BALCAO PROMOVE NA HORA O
000299*                 PRIMEIRO DA FILA DO CURSO/PERIODO; NOVA FUNCAO
000299*                 5 DA ESTM03 CONSULTA A POSICAO DO ESTUDANTE NA
000299*                 FILA DO CURSO.
000299* 2026-10-15 RCM  NOVA FUNCAO 7: SITUACAO FINANCEIRA E CAIXA DO
000299*                 BALCAO (TELA ESTM04). LISTA AS COBRANCAS DO
000299*                 ESTUDANTE POR COMPETENCIA (SITUACAO, DATA DO
000299*                 PAGAMENTO E CAIXA), MOSTRA O MOTIVO DO BLOQUEIO
000299*                 FINANCEIRO E RECEBE A MENSALIDADE NA HORA, COM
000299*                 O MESMO EFEITO DA TRANSACAO 'P' DO LOTE: QUITA
000299*                 A COBRANCA, LIMPA O BLOQUEIO QUANDO A ULTIMA
000299*                 PENDENCIA E PAGA E GRAVA A MESMA AUDITORIA 'P'.
000299*                 O USERID E A HORA DO CAIXA FICAM NA COBRANCA
000299*                 PARA O FECHAMENTO DE CAIXA DIARIO (CXA-FEC).
000260*----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000377 EXEC SQL
000377     INCLUDE PERIODO
000377 END-EXEC.
000377 EXEC SQL
000377     INCLUDE CURSOPRE
000377 END-EXEC.
000377 EXEC SQL
000377     INCLUDE PREDISP
000377 END-EXEC.
000377 EXEC SQL
000377     INCLUDE HORARIO
000377 END-EXEC.
000377 EXEC SQL
000377     INCLUDE ESPERA
000377 END-EXEC.
000377 EXEC SQL
000377     INCLUDE COBRANCA
000377 END-EXEC.
000377 EXEC SQL
000377     INCLUDE ACORDO
000377 END-EXEC.
000380
000390 COPY ESTMAPC.
000395 COPY DFHAID.
000498 01  WS-CURSO-ID                   PIC 9(04).
000498 01  WS-CURSO-NOME                 PIC X(30).
000498 01  WS-CURSO-VAGAS                PIC S9(09) USAGE COMP.
000498 01  WS-CURSO-STATUS               PIC X(01).
000498 01  WS-QTDE-MAT-ATIVAS            PIC S9(09) USAGE COMP.
000498 01  WS-QTDE-CURSOS                PIC S9(04) USAGE COMP.
000498 01  WS-MAT-PERIODO                PIC X(06).
000498 01  WS-MAT-STATUS                 PIC X(01).
000498 01  WS-SIT-FINANCEIRA             PIC X(01).
000498 01  WS-CURSO-PATTERN              PIC X(32).
000498 01  WS-COB-COMPETENCIA            PIC X(06).
000498 01  WS-COB-COMPETENCIA-LIMITE     PIC X(06).
000498 01  WS-COB-VALOR                  PIC S9(05)V9(02) USAGE COMP-3.
000498 01  WS-COB-STATUS                 PIC X(01).
000498 01  WS-COB-DATA-PAGAMENTO         PIC X(08).
000498 01  WS-COB-CAIXA-OPERADOR         PIC X(08).
000498 01  WS-COB-CAIXA-HORA             PIC X(06).
000498 01  WS-QTDE-COB-PENDENTES         PIC S9(04) USAGE COMP.
000498 01  WS-QTDE-ACORDOS               PIC S9(04) USAGE COMP.
000500 EXEC SQL END DECLARE SECTION
000510 END-EXEC.
000520
000530 COPY ESTVALWS.
000540 COPY ESTAUDWS.
000545 COPY ESTDSLWS.
000545 COPY ESTPREWS.
000545 COPY ESTHORWS.
000545 COPY ESTESPWS.
000550
000560 01  WS-PARM-AREA.
000570     05  WS-PARM-ID                PIC X(07) VALUE SPACES.
000659 77  WS-PARM-CURSO                 PIC X(04) VALUE SPACES.
000659 77  WS-LEN-CURSO-BUSCA            PIC 9(02) COMP-3 VALUE ZERO.
000659
000659*    MENSAGEM DO DESLIGAMENTO DE BALCAO (FUNCAO 6), COM O QUE
000659*    FOI ENCERRADO JUNTO.
000659 01  WS-MSG-DESLIGAMENTO.
000659     05  FILLER                    PIC X(20) VALUE
000659         'DESLIGADO. MAT CANC:'.
000659     05  WS-MD-MATRICULAS          PIC ZZ9.
000659     05  FILLER                    PIC X(10) VALUE
000659         ' COB CANC:'.
000659     05  WS-MD-COBRANCAS           PIC ZZ9.
000659     05  FILLER                    PIC X(18) VALUE
000659         ' PAGAS A DEVOLVER:'.
000659     05  WS-MD-CREDITOS            PIC ZZ9.
000659     05  FILLER                    PIC X(03) VALUE SPACES.
000659
000659*    ESTUDANTE DA TELA GUARDADO ENQUANTO O 7870 PROMOVE O
000659*    PRIMEIRO DA FILA, E CAMPOS EDITADOS DAS MENSAGENS DA FILA.
000659 01  WS-PROMOCAO-FILA.
000659     05  WS-PROM-ESTUDANTE-SALVO   PIC 9(07) VALUE ZERO.
000659     05  WS-PROM-ESTUDANTE-EDIT    PIC 9(07).
000659     05  WS-PROM-CURSO-EDIT        PIC 9(04).
000659
000659*    LINHA FORMATADA DA LISTA DE COBRANCAS DA TELA ESTM04, CAMPOS
000659*    AUXILIARES DA SITUACAO E DO RECEBIMENTO, E CONTROLES DA
000659*    PROPRIA TELA.
000659 01  WS-LINHA-COB.
000659     05  WS-LC-COMPETENCIA         PIC X(06).
000659     05  FILLER                    PIC X(01) VALUE SPACE.
000659     05  WS-LC-CURSO-ID            PIC 9(04).
000659     05  FILLER                    PIC X(01) VALUE SPACE.
000659     05  WS-LC-VALOR               PIC ZZ,ZZ9.99.
000659     05  FILLER                    PIC X(01) VALUE SPACE.
000659     05  WS-LC-SITUACAO            PIC X(10).
000659     05  FILLER                    PIC X(01) VALUE SPACE.
000659     05  WS-LC-DATA-PAGAMENTO      PIC X(10).
000659     05  FILLER                    PIC X(01) VALUE SPACE.
000659     05  WS-LC-CAIXA               PIC X(08).
000659     05  FILLER                    PIC X(08) VALUE SPACES.
000659 01  WS-DATA-PAGAMENTO-AUX         PIC X(08).
000659 01  WS-DATA-PAGAMENTO-AUX-R REDEFINES WS-DATA-PAGAMENTO-AUX.
000659     05  WS-DPA-ANO                PIC X(04).
000659     05  WS-DPA-MES                PIC X(02).
000659     05  WS-DPA-DIA                PIC X(02).
000659 01  WS-PARM-COMPETENCIA           PIC X(06) VALUE SPACES.
000659 01  WS-PARM-COMPETENCIA-R REDEFINES WS-PARM-COMPETENCIA.
000659     05  WS-PARM-COMP-ANO          PIC 9(04).
000659     05  WS-PARM-COMP-MES          PIC 9(02).
000659 01  WS-HORA-RECEBIMENTO.
000659     05  WS-HR-HHMMSS              PIC X(06).
000659     05  WS-HR-CENTESIMOS          PIC X(02).
000659 01  WS-FIN-EDICAO.
000659     05  WS-FE-PENDENTES           PIC ZZ9.
000659     05  WS-FE-VALOR               PIC ZZ,ZZ9.99.
000659 77  WS-QTDE-COB-TELA              PIC 9(02) COMP-3 VALUE ZERO.
000659 77  WS-SW-FIM-COB                 PIC X(01) VALUE 'N'.
000659     88  WS-FIM-COB                        VALUE 'S'.
000659 77  WS-SW-ESTUDANTE-FIN           PIC X(01) VALUE 'N'.
000659     88  WS-ESTUDANTE-FIN-ACHADO           VALUE 'S'.
000659 77  WS-SW-BLOQUEIO                PIC X(01) VALUE 'N'.
000659     88  WS-BLOQUEIO-LIMPO                 VALUE 'S'.
000659 77  WS-SW-RECEBIMENTO             PIC X(01) VALUE 'S'.
000659     88  WS-REC-SUCESSO                    VALUE 'S'.
000659     88  WS-REC-FALHA                      VALUE 'F'.
000659
000660 01  WS-COMMAREA.
000670     05  CA-ESTADO                 PIC X(01).
000680         88  CA-PRIMEIRA-VEZ               VALUE SPACE.
000684         88  CA-TELA-CADASTRO              VALUE '1' ' '.
000686         88  CA-TELA-RESP                  VALUE '2'.
000688         88  CA-TELA-MATRICULA             VALUE '3'.
000688         88  CA-TELA-FINANCEIRO            VALUE '4'.
000690
000700 LINKAGE SECTION.
000710 01  DFHCOMMAREA                   PIC X(02).
000988         PERFORM 7600-TRATAR-TELA-MATRICULA THRU 7600-EXIT
000988         GO TO 2000-EXIT
000988     END-IF
000988*    IDEM PARA A TELA DE SITUACAO FINANCEIRA / CAIXA.
000988     IF CA-TELA-FINANCEIRO
000988         PERFORM 7910-TRATAR-TELA-FINANCEIRA THRU 7910-EXIT
000988         GO TO 2000-EXIT
000988     END-IF
000990     EXEC CICS
001000         RECEIVE MAP('ESTM01') MAPSET('ESTMAP')
001005                 RESP(WS-RESP)
001099             IF CA-TELA-MATRICULA
001099                 GO TO 2000-EXIT
001099             END-IF
001099         WHEN '6'
001099             PERFORM 5100-DESLIGAR-ESTUDANTE THRU 5100-EXIT
001099         WHEN '7'
001099             PERFORM 7900-EXIBIR-TELA-FINANCEIRA THRU 7900-EXIT
001099             IF CA-TELA-FINANCEIRO
001099                 GO TO 2000-EXIT
001099             END-IF
001100         WHEN '9'
001110             PERFORM 6000-ENCERRAR-SESSAO THRU 6000-EXIT
001120         WHEN OTHER
001130             MOVE 'FUNCAO INVALIDA - USE 1, 2, 3, 4, 5, 6, 7 OU 9'
001140               TO WS-MENSAGEM
001150     END-EVALUATE
001160     MOVE WS-MENSAGEM TO MSGO
002710     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT.
002720 5000-EXIT.
002730     EXIT.
002730
002731 5100-DESLIGAR-ESTUDANTE.
002731*    MESMO DESLIGAMENTO DO WD-SQL: SO DE ESTUDANTE ATIVO, COM
002731*    OS VINCULOS ENCERRADOS NA MESMA UNIDADE DE TRABALHO DA
002731*    TAREFA (8750, COPY ESTDSLPR). SE O ENCERRAMENTO FALHA, O
002731*    SYNCPOINT ROLLBACK DESFAZ TAMBEM O DESLIGAMENTO.
002731     PERFORM 2900-CRITICAR-ID THRU 2900-EXIT
002731     IF WS-MENSAGEM NOT = SPACES
002731         GO TO 5100-EXIT
002731     END-IF
002731     SET WS-AUD-OP-EXCLUSAO TO TRUE
002731     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002731     ACCEPT WS-DSL-DATA FROM DATE YYYYMMDD
002731     SET WS-DSL-FALHA TO TRUE
002731     EXEC SQL
002731         WHENEVER SQLERROR CONTINUE
002731     END-EXEC
002731     EXEC SQL
002731         UPDATE ESTUDANTE
002731            SET ESTUDANTE-STATUS = 'I',
002731                ESTUDANTE-DATA-DESLIG = :WS-DSL-DATA
002731          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002731            AND ESTUDANTE-STATUS = 'A'
002731     END-EXEC
002731     IF SQLCODE = 0 AND SQLERRD(3) > 0
002731         PERFORM 8750-ENCERRAR-VINCULOS THRU 8750-EXIT
002731         IF WS-DSL-FALHA
002731             EXEC CICS
002731                 SYNCPOINT ROLLBACK
002731             END-EXEC
002731         END-IF
002731     END-IF
002731     IF WS-DSL-SUCESSO
002731         SET WS-AUD-SUCESSO TO TRUE
002731         MOVE WS-DSL-QTDE-MATRICULAS TO WS-MD-MATRICULAS
002731         MOVE WS-DSL-QTDE-COBRANCAS  TO WS-MD-COBRANCAS
002731         MOVE WS-DSL-QTDE-CREDITOS   TO WS-MD-CREDITOS
002731         MOVE WS-MSG-DESLIGAMENTO TO WS-MENSAGEM
002731     ELSE
002731         SET WS-AUD-FALHA TO TRUE
002731         IF SQLCODE = 0
002731             MOVE 'NENHUM ESTUDANTE ATIVO COM ESSE ID'
002731               TO WS-MENSAGEM
002731         ELSE
002731             MOVE 'DESLIGAMENTO NAO EFETIVADO - VER LOG'
002731               TO WS-MENSAGEM
002731         END-IF
002731     END-IF
002731     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT.
002731 5100-EXIT.
002731     EXIT.
002740
002740 7000-EXIBIR-ENDERECO.
002741     MOVE WS-ESTUDANTE-LOGRADOURO TO LOGO
002741                 PERFORM 7800-MATRICULAR THRU 7800-EXIT
002741             WHEN '4'
002741                 PERFORM 7850-CANCELAR-MATRICULA THRU 7850-EXIT
002741             WHEN '5'
002741                 PERFORM 7880-CONSULTAR-FILA THRU 7880-EXIT
002741             WHEN OTHER
002741                 MOVE 'FUNCAO INVALIDA - USE 1, 2, 3, 4, 5 OU 9'
002741                   TO WS-MENSAGEM
002741         END-EVALUATE
002741     END-IF

002741 7800-MATRICULAR.
002741*    MESMAS REGRAS DO CAMINHO 'M' DO LOTE: ESTUDANTE ATIVO,
002741*    CURSO CATALOGADO, PERIODO ABERTO, PRE-REQUISITOS, HORARIO
002741*    SEM CHOQUE E VAGA DISPONIVEL (CURSO-VAGAS ZERO = SEM
002741*    LIMITE). TURMA LOTADA, OU COM ALGUEM NA FILA DE ESPERA DO
002741*    CURSO/PERIODO, NAO MATRICULA: O ESTUDANTE VAI PARA O FIM DA
002741*    FILA (7810), A MESMA DO LOTE, SEM PASSAR NA FRENTE DE QUEM
002741*    JA AGUARDA.
002741     PERFORM 7695-CRITICAR-CURSO3 THRU 7695-EXIT
002741     IF WS-MENSAGEM NOT = SPACES
002741         GO TO 7800-EXIT
002741         GO TO 7800-EXIT
002741     END-IF
002741     EXEC SQL
002741         SELECT CURSO-NOME, CURSO-VAGAS, CURSO-STATUS
002741           INTO :WS-CURSO-NOME, :WS-CURSO-VAGAS,
002741                :WS-CURSO-STATUS
002741           FROM CURSO
002741          WHERE CURSO-ID = :WS-CURSO-ID
002741     END-EXEC
002741           TO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741     IF WS-CURSO-STATUS = 'R'
002741         MOVE 'CURSO RETIRADO DO CATALOGO' TO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741     EXEC SQL
002741         SELECT PERIODO-ID
002741           INTO :WS-MAT-PERIODO
002741         MOVE 'SEM PERIODO LETIVO ABERTO' TO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741*    PRE-REQUISITOS: MESMA CONFERENCIA DO LOTE (REJ-MOTIVO 08 DO
002741*    BAT-SQL); A DISPENSA E REGISTRADA PELA TRANSACAO 'X'.
002741     PERFORM 8780-CONFERIR-PREREQUISITOS THRU 8780-EXIT
002741     IF WS-PRE-ERRO
002741         MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG'
002741           TO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741     IF WS-PRE-PENDENTE
002741         STRING 'PRE-REQUISITO NAO CUMPRIDO - CURSO '
002741                WS-PRE-REQUISITO-EDIT
002741                DELIMITED BY SIZE INTO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741*    CHOQUE DE HORARIO: MESMA CONFERENCIA DO LOTE (REJ-MOTIVO 09
002741*    DO BAT-SQL).
002741     PERFORM 8785-CONFERIR-CHOQUE-HORARIO THRU 8785-EXIT
002741     IF WS-HOR-ERRO
002741         MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG'
002741           TO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741     IF WS-HOR-CHOQUE
002741         STRING 'CHOQUE DE HORARIO COM O CURSO '
002741                WS-HOR-CURSO-EDIT
002741                DELIMITED BY SIZE INTO WS-MENSAGEM
002741         GO TO 7800-EXIT
002741     END-IF
002741     IF WS-CURSO-VAGAS > 0
002741         EXEC SQL
002741             SELECT COUNT(*)
002741                AND MATRICULA-PERIODO = :WS-MAT-PERIODO
002741                AND MATRICULA-STATUS = 'A'
002741         END-EXEC
002741         PERFORM 8720-CONTAR-FILA THRU 8720-EXIT
002741         IF WS-FIL-FALHA
002741             MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG'
002741               TO WS-MENSAGEM
002741             GO TO 7800-EXIT
002741         END-IF
002741         IF WS-QTDE-MAT-ATIVAS >= WS-CURSO-VAGAS
002741         OR WS-FIL-QTDE-FILA > 0
002741             PERFORM 7810-INCLUIR-NA-FILA THRU 7810-EXIT
002741             GO TO 7800-EXIT
002741         END-IF
002741     END-IF
002741     SET WS-AUD-OP-MATRICULA TO TRUE
002741     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002741     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT.
002741 7800-EXIT.
002741     EXIT.
002741
002741 7810-INCLUIR-NA-FILA.
002741*    COMO O DESVIO DA TRANSACAO 'M' DO LOTE, A INCLUSAO NA FILA
002741*    NAO GERA AUDITORIA: A MATRICULA SO E AUDITADA QUANDO A
002741*    ENTRADA FOR PROMOVIDA. A INCLUSAO DO BALCAO SAI SEM CAMPUS.
002741     ACCEPT WS-FIL-DATA FROM DATE YYYYMMDD
002741     MOVE WS-AUD-CAMPUS TO WS-FIL-CAMPUS
002741     PERFORM 8725-INCLUIR-NA-FILA THRU 8725-EXIT
002741     EVALUATE TRUE
002741         WHEN WS-FIL-SUCESSO
002741             STRING 'TURMA LOTADA - NA FILA DE ESPERA, POSICAO '
002741                    WS-FIL-POSICAO-EDIT ' DE ' WS-FIL-QTDE-EDIT
002741                    DELIMITED BY SIZE INTO WS-MENSAGEM
002741         WHEN WS-FIL-DUPLICADA
002741             STRING 'JA ESTA NA FILA DE ESPERA - POSICAO '
002741                    WS-FIL-POSICAO-EDIT ' DE ' WS-FIL-QTDE-EDIT
002741                    DELIMITED BY SIZE INTO WS-MENSAGEM
002741         WHEN OTHER
002741             MOVE 'INCLUSAO NA FILA NAO EFETIVADA - VER LOG'
002741               TO WS-MENSAGEM
002741     END-EVALUATE.
002741 7810-EXIT.
002741     EXIT.

002741 7850-CANCELAR-MATRICULA.
002741     PERFORM 7695-CRITICAR-CURSO3 THRU 7695-EXIT
002741         MOVE 'SEM MATRICULA ATIVA NO CURSO/PERIODO'
002741           TO WS-MENSAGEM
002741     END-IF
002741     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
002741     IF WS-AUD-SUCESSO
002741         PERFORM 7870-PROMOVER-ESPERA THRU 7870-EXIT
002741     END-IF.
002741 7850-EXIT.
002741     EXIT.
002741
002741 7870-PROMOVER-ESPERA.
002741*    A VAGA LIBERADA NO BALCAO VAI NA HORA PARA O PRIMEIRO DA
002741*    FILA DO CURSO/PERIODO, COMO NO CANCELAMENTO 'C' DO LOTE. O
002741*    CANCELAMENTO E EFETIVADO ANTES (SYNCPOINT), DE MODO QUE UMA
002741*    FALHA NA PROMOCAO DESFACA SO A PROMOCAO; A ENTRADA CONTINUA
002741*    NA FILA E A VARREDURA DO BAT-SQL A PROMOVE NA JANELA
002741*    SEGUINTE. A AUDITORIA 'M' DA PROMOCAO SAI SEM OPERADOR E COM
002741*    O CAMPUS DA INCLUSAO, COMO NO LOTE.
002741     EXEC CICS
002741         SYNCPOINT
002741     END-EXEC
002741     PERFORM 8730-LOCALIZAR-PRIMEIRO THRU 8730-EXIT
002741     IF NOT WS-FIL-ACHADA
002741         GO TO 7870-EXIT
002741     END-IF
002741     MOVE WS-ESTUDANTE-ID TO WS-PROM-ESTUDANTE-SALVO
002741     MOVE WS-FIL-ESTUDANTE-ID TO WS-ESTUDANTE-ID
002741     SET WS-AUD-OP-MATRICULA TO TRUE
002741     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002741     MOVE SPACES TO AUD-OPERADOR
002741     MOVE WS-FIL-CAMPUS TO AUD-CAMPUS
002741     ACCEPT WS-MAT-DATA FROM DATE YYYYMMDD
002741     MOVE 'A' TO WS-MAT-STATUS
002741     EXEC SQL
002741         WHENEVER SQLERROR CONTINUE
002741     END-EXEC
002741     EXEC SQL
002741         INSERT INTO MATRICULA
002741             (MATRICULA-ESTUDANTE-ID, MATRICULA-CURSO-ID,
002741              MATRICULA-DATA, MATRICULA-STATUS,
002741              MATRICULA-PERIODO)
002741         VALUES
002741             (:WS-ESTUDANTE-ID, :WS-CURSO-ID,
002741              :WS-MAT-DATA, :WS-MAT-STATUS,
002741              :WS-MAT-PERIODO)
002741     END-EXEC
002741     IF SQLCODE = 0
002741         MOVE WS-MAT-DATA TO WS-FIL-DATA
002741         PERFORM 8735-MARCAR-PROMOVIDA THRU 8735-EXIT
002741     ELSE
002741         SET WS-FIL-FALHA TO TRUE
002741     END-IF
002741     IF WS-FIL-SUCESSO
002741         SET WS-AUD-SUCESSO TO TRUE
002741         MOVE WS-FIL-ESTUDANTE-ID TO WS-PROM-ESTUDANTE-EDIT
002741         MOVE SPACES TO WS-MENSAGEM
002741         STRING 'MATRICULA CANCELADA - VAGA PROMOVIDA AO ID '
002741                WS-PROM-ESTUDANTE-EDIT ' (FILA)'
002741                DELIMITED BY SIZE INTO WS-MENSAGEM
002741     ELSE
002741         EXEC CICS
002741             SYNCPOINT ROLLBACK
002741         END-EXEC
002741         SET WS-AUD-FALHA TO TRUE
002741         MOVE 'MATRICULA CANCELADA - PROMOCAO DA FILA PENDENTE'
002741           TO WS-MENSAGEM
002741     END-IF
002741     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
002741     MOVE WS-PROM-ESTUDANTE-SALVO TO WS-ESTUDANTE-ID.
002741 7870-EXIT.
002741     EXIT.
002741
002741 7880-CONSULTAR-FILA.
002741*    POSICAO DO ESTUDANTE NA FILA DE ESPERA DO CURSO NO PERIODO
002741*    ABERTO (QUANTOS AGUARDAM A FRENTE DELE, ELE INCLUSIVE) E O
002741*    TAMANHO DA FILA.
002741     PERFORM 7695-CRITICAR-CURSO3 THRU 7695-EXIT
002741     IF WS-MENSAGEM NOT = SPACES
002741         GO TO 7880-EXIT
002741     END-IF
002741     EXEC SQL
002741         WHENEVER SQLERROR CONTINUE
002741     END-EXEC
002741     EXEC SQL
002741         SELECT PERIODO-ID
002741           INTO :WS-MAT-PERIODO
002741           FROM PERIODO-LETIVO
002741          WHERE PERIODO-STATUS = 'A'
002741     END-EXEC
002741     IF SQLCODE NOT = 0
002741         MOVE 'SEM PERIODO LETIVO ABERTO' TO WS-MENSAGEM
002741         GO TO 7880-EXIT
002741     END-IF
002741     PERFORM 8740-CONSULTAR-POSICAO THRU 8740-EXIT
002741     EVALUATE TRUE
002741         WHEN WS-FIL-FALHA
002741             MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG'
002741               TO WS-MENSAGEM
002741         WHEN WS-FIL-ACHADA
002741             MOVE WS-CURSO-ID TO WS-PROM-CURSO-EDIT
002741             STRING 'POSICAO ' WS-FIL-POSICAO-EDIT
002741                    ' DE ' WS-FIL-QTDE-EDIT
002741                    ' NA FILA DE ESPERA DO CURSO '
002741                    WS-PROM-CURSO-EDIT
002741                    DELIMITED BY SIZE INTO WS-MENSAGEM
002741         WHEN OTHER
002741             MOVE 'ESTUDANTE NAO ESTA NA FILA DO CURSO NO PERIODO'
002741               TO WS-MENSAGEM
002741     END-EVALUATE.
002741 7880-EXIT.
002741     EXIT.
002741
002741 7900-EXIBIR-TELA-FINANCEIRA.
002741*    SITUACAO FINANCEIRA E CAIXA DO BALCAO (TELA ESTM04): ABERTA
002741*    A PARTIR DO CADASTRO COM O ESTUDANTE-ID JA CRITICADO; ID SEM
002741*    CADASTRO FICA NA ESTM01 COM A MENSAGEM. A LISTA COMECA PELA
002741*    COMPETENCIA MAIS RECENTE.
002741     PERFORM 2900-CRITICAR-ID THRU 2900-EXIT
002741     IF WS-MENSAGEM NOT = SPACES
002741         GO TO 7900-EXIT
002741     END-IF
002741     MOVE LOW-VALUES TO ESTM04O
002741     PERFORM 7920-EXIBIR-SITUACAO THRU 7920-EXIT
002741     IF NOT WS-ESTUDANTE-FIN-ACHADO
002741         MOVE SF4O TO WS-MENSAGEM
002741         GO TO 7900-EXIT
002741     END-IF
002741     MOVE WS-ESTUDANTE-ID TO EI4O
002741     MOVE '999999' TO WS-COB-COMPETENCIA-LIMITE
002741     PERFORM 7930-LISTAR-COBRANCAS THRU 7930-EXIT
002741     MOVE 'INFORME A FUNCAO E OS DADOS E TECLE ENTER'
002741       TO MS4O
002741     MOVE '4' TO CA-TELA
002741     EXEC CICS
002741         SEND MAP('ESTM04') MAPSET('ESTMAP') ERASE
002741     END-EXEC.
002741 7900-EXIT.
002741     EXIT.
002741
002741 7910-TRATAR-TELA-FINANCEIRA.
002741     EXEC CICS
002741         RECEIVE MAP('ESTM04') MAPSET('ESTMAP')
002741                 RESP(WS-RESP)
002741     END-EXEC
002741     IF WS-RESP = DFHRESP(MAPFAIL)
002741         MOVE LOW-VALUES TO ESTM04O
002741         MOVE 'INFORME A FUNCAO E OS DADOS E TECLE ENTER'
002741           TO MS4O
002741         EXEC CICS
002741             SEND MAP('ESTM04') MAPSET('ESTMAP') ERASE
002741         END-EXEC
002741         GO TO 7910-EXIT
002741     END-IF
002741     IF WS-RESP NOT = DFHRESP(NORMAL)
002741         EXEC CICS
002741             ABEND ABCODE('EMAP')
002741         END-EXEC
002741     END-IF
002741     MOVE SPACES TO WS-MENSAGEM
002741     IF FN4I = '9'
002741         MOVE '1' TO CA-TELA
002741         PERFORM 1000-PRIMEIRA-TELA THRU 1000-EXIT
002741         GO TO 7910-EXIT
002741     END-IF
002741     PERFORM 7990-CRITICAR-ID4 THRU 7990-EXIT
002741     IF WS-MENSAGEM = SPACES
002741         PERFORM 7940-CRITICAR-COMPETENCIA4 THRU 7940-EXIT
002741     END-IF
002741     IF WS-MENSAGEM = SPACES
002741         EVALUATE FN4I
002741             WHEN '1'
002741                 MOVE 'COBRANCAS LISTADAS - MAIS RECENTE PRIMEIRO'
002741                   TO WS-MENSAGEM
002741             WHEN '2'
002741                 PERFORM 7950-RECEBER-PAGAMENTO THRU 7950-EXIT
002741             WHEN OTHER
002741                 MOVE 'FUNCAO INVALIDA - USE 1, 2 OU 9'
002741                   TO WS-MENSAGEM
002741         END-EVALUATE
002741     END-IF
002741*    SITUACAO E LISTA SAO REFEITAS DEPOIS DA FUNCAO, PARA QUE O
002741*    RECEBIMENTO E A QUEDA DO BLOQUEIO APARECAM NA MESMA TELA.
002741     MOVE SPACES TO NM4O SF4O
002741     MOVE SPACES TO CB1O CB2O CB3O CB4O CB5O CB6O CB7O CB8O
002741     IF WS-PARM-ID NUMERIC
002741         PERFORM 7920-EXIBIR-SITUACAO THRU 7920-EXIT
002741         PERFORM 7930-LISTAR-COBRANCAS THRU 7930-EXIT
002741         MOVE WS-ESTUDANTE-ID TO EI4O
002741     END-IF
002741     MOVE WS-MENSAGEM TO MS4O
002741     EXEC CICS
002741         SEND MAP('ESTM04') MAPSET('ESTMAP') DATAONLY
002741     END-EXEC.
002741 7910-EXIT.
002741     EXIT.
002741
002741 7920-EXIBIR-SITUACAO.
002741*    NOME E SITUACAO FINANCEIRA DO ESTUDANTE, COM O MOTIVO DO
002741*    BLOQUEIO: O INA-RPT MARCA 'B' POR COBRANCA PENDENTE VENCIDA
002741*    OU POR ACORDO DE PARCELAMENTO ROMPIDO.
002741     MOVE 'N' TO WS-SW-ESTUDANTE-FIN
002741     MOVE SPACES TO NM4O SF4O
002741     EXEC SQL
002741         WHENEVER SQLERROR CONTINUE
002741     END-EXEC
002741     EXEC SQL
002741         SELECT ESTUDANTE-NOME, ESTUDANTE-SIT-FINANCEIRA
002741           INTO :WS-ESTUDANTE-NOME, :WS-SIT-FINANCEIRA
002741           FROM ESTUDANTE
002741          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741     END-EXEC
002741     IF SQLCODE = 100
002741         MOVE 'ESTUDANTE NAO ENCONTRADO' TO SF4O
002741         GO TO 7920-EXIT
002741     END-IF
002741     IF SQLCODE NOT = 0
002741         MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG' TO SF4O
002741         GO TO 7920-EXIT
002741     END-IF
002741     SET WS-ESTUDANTE-FIN-ACHADO TO TRUE
002741     MOVE WS-ESTUDANTE-NOME TO NM4O
002741     PERFORM 7960-CONTAR-PENDENCIAS THRU 7960-EXIT
002741     IF SQLCODE NOT = 0
002741         MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG' TO SF4O
002741         GO TO 7920-EXIT
002741     END-IF
002741     MOVE WS-QTDE-COB-PENDENTES TO WS-FE-PENDENTES
002741     EVALUATE TRUE
002741         WHEN WS-SIT-FINANCEIRA NOT = 'B'
002741             STRING 'SEM BLOQUEIO -' WS-FE-PENDENTES
002741                    ' COBRANCA(S) PENDENTE(S)'
002741                    DELIMITED BY SIZE INTO SF4O
002741         WHEN WS-QTDE-COB-PENDENTES > 0 AND WS-QTDE-ACORDOS > 0
002741             STRING 'BLOQUEADO -' WS-FE-PENDENTES
002741                    ' PENDENTE(S) E ACORDO ROMPIDO'
002741                    DELIMITED BY SIZE INTO SF4O
002741         WHEN WS-QTDE-COB-PENDENTES > 0
002741             STRING 'BLOQUEADO -' WS-FE-PENDENTES
002741                    ' COBRANCA(S) PENDENTE(S)'
002741                    DELIMITED BY SIZE INTO SF4O
002741         WHEN WS-QTDE-ACORDOS > 0
002741             MOVE 'BLOQUEADO - ACORDO DE PARCELAMENTO ROMPIDO'
002741               TO SF4O
002741         WHEN OTHER
002741             MOVE 'BLOQUEADO SEM PENDENCIA - VER TESOURARIA'
002741               TO SF4O
002741     END-EVALUATE.
002741 7920-EXIT.
002741     EXIT.
002741
002741 7930-LISTAR-COBRANCAS.
002741*    ATE OITO COBRANCAS DO ESTUDANTE NAS LINHAS DA TELA, DA
002741*    COMPETENCIA LIMITE PARA TRAS, COM VALOR, SITUACAO, DATA DO
002741*    PAGAMENTO E CAIXA (SO NO RECEBIMENTO DE BALCAO).
002741     MOVE SPACES TO CB1O CB2O CB3O CB4O CB5O CB6O CB7O CB8O
002741     MOVE ZERO TO WS-QTDE-COB-TELA
002741     MOVE 'N' TO WS-SW-FIM-COB
002741     EXEC SQL
002741         DECLARE CUR-COB-ONL CURSOR FOR
002741         SELECT COBRANCA-COMPETENCIA, COBRANCA-CURSO-ID,
002741                COBRANCA-VALOR, COBRANCA-STATUS,
002741                COBRANCA-DATA-PAGAMENTO, COBRANCA-CAIXA-OPERADOR
002741           FROM COBRANCA
002741          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741            AND COBRANCA-COMPETENCIA <= :WS-COB-COMPETENCIA-LIMITE
002741          ORDER BY COBRANCA-COMPETENCIA DESC, COBRANCA-CURSO-ID
002741     END-EXEC
002741     EXEC SQL
002741         WHENEVER SQLERROR CONTINUE
002741     END-EXEC
002741     EXEC SQL
002741         OPEN CUR-COB-ONL
002741     END-EXEC
002741     PERFORM 7935-FETCH-COB-ONL THRU 7935-EXIT
002741         UNTIL WS-FIM-COB OR WS-QTDE-COB-TELA >= 8
002741     EXEC SQL
002741         CLOSE CUR-COB-ONL
002741     END-EXEC
002741     IF WS-QTDE-COB-TELA = ZERO
002741         MOVE 'NENHUMA COBRANCA NA COMPETENCIA INFORMADA OU ANTES'
002741           TO CB1O
002741     END-IF.
002741 7930-EXIT.
002741     EXIT.
002741
002741 7935-FETCH-COB-ONL.
002741     EXEC SQL
002741         FETCH CUR-COB-ONL
002741          INTO :WS-COB-COMPETENCIA, :WS-CURSO-ID,
002741               :WS-COB-VALOR, :WS-COB-STATUS,
002741               :WS-COB-DATA-PAGAMENTO, :WS-COB-CAIXA-OPERADOR
002741     END-EXEC
002741     IF SQLCODE NOT = 0
002741         SET WS-FIM-COB TO TRUE
002741         GO TO 7935-EXIT
002741     END-IF
002741     ADD 1 TO WS-QTDE-COB-TELA
002741     MOVE WS-COB-COMPETENCIA    TO WS-LC-COMPETENCIA
002741     MOVE WS-CURSO-ID           TO WS-LC-CURSO-ID
002741     MOVE WS-COB-VALOR          TO WS-LC-VALOR
002741     MOVE WS-COB-CAIXA-OPERADOR TO WS-LC-CAIXA
002741     EVALUATE WS-COB-STATUS
002741         WHEN 'P'
002741             MOVE 'PENDENTE'  TO WS-LC-SITUACAO
002741         WHEN 'Q'
002741             MOVE 'QUITADA'   TO WS-LC-SITUACAO
002741         WHEN 'C'
002741             MOVE 'CANCELADA' TO WS-LC-SITUACAO
002741         WHEN 'A'
002741             MOVE 'EM ACORDO' TO WS-LC-SITUACAO
002741         WHEN OTHER
002741             MOVE WS-COB-STATUS TO WS-LC-SITUACAO
002741     END-EVALUATE
002741     MOVE SPACES TO WS-LC-DATA-PAGAMENTO
002741     IF WS-COB-DATA-PAGAMENTO NOT = SPACES
002741         MOVE WS-COB-DATA-PAGAMENTO TO WS-DATA-PAGAMENTO-AUX
002741         STRING WS-DPA-DIA '/' WS-DPA-MES '/' WS-DPA-ANO
002741                DELIMITED BY SIZE INTO WS-LC-DATA-PAGAMENTO
002741     END-IF
002741     EVALUATE WS-QTDE-COB-TELA
002741         WHEN 1
002741             MOVE WS-LINHA-COB TO CB1O
002741         WHEN 2
002741             MOVE WS-LINHA-COB TO CB2O
002741         WHEN 3
002741             MOVE WS-LINHA-COB TO CB3O
002741         WHEN 4
002741             MOVE WS-LINHA-COB TO CB4O
002741         WHEN 5
002741             MOVE WS-LINHA-COB TO CB5O
002741         WHEN 6
002741             MOVE WS-LINHA-COB TO CB6O
002741         WHEN 7
002741             MOVE WS-LINHA-COB TO CB7O
002741         WHEN 8
002741             MOVE WS-LINHA-COB TO CB8O
002741     END-EVALUATE.
002741 7935-EXIT.
002741     EXIT.
002741
002741 7940-CRITICAR-COMPETENCIA4.
002741*    COMPETENCIA OPCIONAL NA LISTA (BRANCO = A PARTIR DA MAIS
002741*    RECENTE) E OBRIGATORIA NO RECEBIMENTO (7950).
002741     MOVE '999999' TO WS-COB-COMPETENCIA-LIMITE
002741     IF CO4I = SPACES OR CO4I = LOW-VALUES
002741         MOVE SPACES TO WS-PARM-COMPETENCIA
002741         GO TO 7940-EXIT
002741     END-IF
002741     MOVE CO4I TO WS-PARM-COMPETENCIA
002741     IF WS-PARM-COMPETENCIA NOT NUMERIC
002741         MOVE SPACES TO WS-PARM-COMPETENCIA
002741         MOVE 'COMPETENCIA DEVE SER AAAAMM' TO WS-MENSAGEM
002741         GO TO 7940-EXIT
002741     END-IF
002741     IF WS-PARM-COMP-MES < 1 OR WS-PARM-COMP-MES > 12
002741         MOVE SPACES TO WS-PARM-COMPETENCIA
002741         MOVE 'COMPETENCIA DEVE SER AAAAMM (MES DE 01 A 12)'
002741           TO WS-MENSAGEM
002741         GO TO 7940-EXIT
002741     END-IF
002741     MOVE WS-PARM-COMPETENCIA TO WS-COB-COMPETENCIA-LIMITE.
002741 7940-EXIT.
002741     EXIT.
002741
002741 7945-CRITICAR-CURSO4.
002741     MOVE CI4I TO WS-PARM-CURSO
002741     IF WS-PARM-CURSO NOT NUMERIC
002741         MOVE 'CURSO-ID DEVE SER NUMERICO DE 4 DIGITOS'
002741           TO WS-MENSAGEM
002741     ELSE
002741         MOVE WS-PARM-CURSO TO WS-CURSO-ID
002741     END-IF.
002741 7945-EXIT.
002741     EXIT.
002741
002741 7950-RECEBER-PAGAMENTO.
002741*    RECEBIMENTO NO CAIXA DO BALCAO, COM O MESMO EFEITO DA
002741*    TRANSACAO 'P' DO LOTE (5900 DO BAT-SQL): QUITA ('Q') A
002741*    COBRANCA PENDENTE DE ESTUDANTE+CURSO+COMPETENCIA COM A DATA
002741*    DO DIA E, QUITADA A ULTIMA PENDENCIA, LIMPA O BLOQUEIO
002741*    FINANCEIRO NA MESMA UNIDADE DE TRABALHO (SYNCPOINT ROLLBACK
002741*    DESFAZ OS DOIS NA FALHA). AUDITORIA 'P' COMO NO LOTE. O
002741*    USERID E A HORA DO CAIXA FICAM NA COBRANCA PARA O FECHAMENTO
002741*    DE CAIXA DO DIA (CXA-FEC). SO A MENSALIDADE INTEIRA, COMO NO
002741*    LOTE; LINHA EM ACORDO E RECEBIDA PELAS PARCELAS DO ACORDO.
002741     IF WS-PARM-COMPETENCIA = SPACES
002741         MOVE 'INFORME CURSO-ID E COMPETENCIA DA COBRANCA'
002741           TO WS-MENSAGEM
002741         GO TO 7950-EXIT
002741     END-IF
002741     PERFORM 7945-CRITICAR-CURSO4 THRU 7945-EXIT
002741     IF WS-MENSAGEM NOT = SPACES
002741         GO TO 7950-EXIT
002741     END-IF
002741     MOVE WS-PARM-COMPETENCIA TO WS-COB-COMPETENCIA
002741     EXEC SQL
002741         WHENEVER SQLERROR CONTINUE
002741     END-EXEC
002741     EXEC SQL
002741         SELECT COBRANCA-VALOR, COBRANCA-STATUS
002741           INTO :WS-COB-VALOR, :WS-COB-STATUS
002741           FROM COBRANCA
002741          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741            AND COBRANCA-CURSO-ID = :WS-CURSO-ID
002741            AND COBRANCA-COMPETENCIA = :WS-COB-COMPETENCIA
002741     END-EXEC
002741     IF SQLCODE = 100
002741         MOVE 'NAO HA COBRANCA DO CURSO NESSA COMPETENCIA'
002741           TO WS-MENSAGEM
002741         GO TO 7950-EXIT
002741     END-IF
002741     IF SQLCODE NOT = 0
002741         MOVE 'ERRO DE DB2 NA CONSULTA - VER LOG'
002741           TO WS-MENSAGEM
002741         GO TO 7950-EXIT
002741     END-IF
002741     EVALUATE WS-COB-STATUS
002741         WHEN 'P'
002741             CONTINUE
002741         WHEN 'Q'
002741             MOVE 'COBRANCA JA QUITADA - NADA A RECEBER'
002741               TO WS-MENSAGEM
002741         WHEN 'C'
002741             MOVE 'COBRANCA CANCELADA - NADA A RECEBER'
002741               TO WS-MENSAGEM
002741         WHEN 'A'
002741             MOVE 'COBRANCA EM ACORDO - RECEBER PELAS PARCELAS'
002741               TO WS-MENSAGEM
002741         WHEN OTHER
002741             MOVE 'COBRANCA NAO ESTA PENDENTE' TO WS-MENSAGEM
002741     END-EVALUATE
002741     IF WS-MENSAGEM NOT = SPACES
002741         GO TO 7950-EXIT
002741     END-IF
002741     SET WS-AUD-OP-PAGAMENTO TO TRUE
002741     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002741     MOVE WS-OPERADOR-CICS TO WS-COB-CAIXA-OPERADOR
002741     ACCEPT WS-MAT-DATA FROM DATE YYYYMMDD
002741     ACCEPT WS-HORA-RECEBIMENTO FROM TIME
002741     MOVE WS-HR-HHMMSS TO WS-COB-CAIXA-HORA
002741     SET WS-REC-FALHA TO TRUE
002741     MOVE 'N' TO WS-SW-BLOQUEIO
002741     EXEC SQL
002741         WHENEVER SQLERROR CONTINUE
002741     END-EXEC
002741     EXEC SQL
002741         UPDATE COBRANCA
002741            SET COBRANCA-STATUS = 'Q',
002741                COBRANCA-DATA-PAGAMENTO = :WS-MAT-DATA,
002741                COBRANCA-CAIXA-OPERADOR = :WS-COB-CAIXA-OPERADOR,
002741                COBRANCA-CAIXA-HORA = :WS-COB-CAIXA-HORA
002741          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741            AND COBRANCA-CURSO-ID = :WS-CURSO-ID
002741            AND COBRANCA-COMPETENCIA = :WS-COB-COMPETENCIA
002741            AND COBRANCA-STATUS = 'P'
002741     END-EXEC
002741     IF SQLCODE = 0 AND SQLERRD(3) > 0
002741         PERFORM 7970-LIMPAR-BLOQUEIO THRU 7970-EXIT
002741         IF WS-REC-FALHA
002741             EXEC CICS
002741                 SYNCPOINT ROLLBACK
002741             END-EXEC
002741         END-IF
002741     END-IF
002741     IF WS-REC-SUCESSO
002741         SET WS-AUD-SUCESSO TO TRUE
002741         MOVE WS-COB-VALOR TO WS-FE-VALOR
002741         IF WS-BLOQUEIO-LIMPO
002741             STRING 'RECEBIDO R$' WS-FE-VALOR
002741                    ' - QUITADA, BLOQUEIO LIBERADO'
002741                    DELIMITED BY SIZE INTO WS-MENSAGEM
002741         ELSE
002741             STRING 'RECEBIDO R$' WS-FE-VALOR
002741                    ' - COBRANCA QUITADA'
002741                    DELIMITED BY SIZE INTO WS-MENSAGEM
002741         END-IF
002741     ELSE
002741         SET WS-AUD-FALHA TO TRUE
002741         IF SQLCODE = 0
002741             MOVE 'COBRANCA NAO ESTA MAIS PENDENTE - NAO RECEBIDA'
002741               TO WS-MENSAGEM
002741         ELSE
002741             MOVE 'RECEBIMENTO NAO EFETIVADO - VER LOG'
002741               TO WS-MENSAGEM
002741         END-IF
002741     END-IF
002741     PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT.
002741 7950-EXIT.
002741     EXIT.
002741
002741 7960-CONTAR-PENDENCIAS.
002741*    COBRANCAS PENDENTES E ACORDOS ROMPIDOS DO ESTUDANTE. ERRO DE
002741*    DB2 SAI COM O SQLCODE PARA O CHAMADOR.
002741     MOVE ZERO TO WS-QTDE-COB-PENDENTES WS-QTDE-ACORDOS
002741     EXEC SQL
002741         SELECT COUNT(*)
002741           INTO :WS-QTDE-COB-PENDENTES
002741           FROM COBRANCA
002741          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741            AND COBRANCA-STATUS = 'P'
002741     END-EXEC
002741     IF SQLCODE NOT = 0
002741         GO TO 7960-EXIT
002741     END-IF
002741     EXEC SQL
002741         SELECT COUNT(*)
002741           INTO :WS-QTDE-ACORDOS
002741           FROM ACORDO
002741          WHERE ACORDO-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741            AND ACORDO-STATUS = 'R'
002741     END-EXEC.
002741 7960-EXIT.
002741     EXIT.
002741
002741 7970-LIMPAR-BLOQUEIO.
002741*    MESMA REGRA DO 5950 DO BAT-SQL: SEM COBRANCA PENDENTE E SEM
002741*    ACORDO DE PARCELAMENTO ROMPIDO AINDA NAO QUITADO, O BLOQUEIO
002741*    FINANCEIRO CAI; O UPDATE SO TOCA QUEM ESTA MARCADO 'B'.
002741*    QUALQUER ERRO DE DB2 AQUI DEIXA WS-REC-FALHA LIGADO.
002741     PERFORM 7960-CONTAR-PENDENCIAS THRU 7960-EXIT
002741     IF SQLCODE NOT = 0
002741         GO TO 7970-EXIT
002741     END-IF
002741     IF WS-QTDE-COB-PENDENTES = 0 AND WS-QTDE-ACORDOS = 0
002741         EXEC SQL
002741             UPDATE ESTUDANTE
002741                SET ESTUDANTE-SIT-FINANCEIRA = ' '
002741              WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002741                AND ESTUDANTE-SIT-FINANCEIRA = 'B'
002741         END-EXEC
002741         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002741             GO TO 7970-EXIT
002741         END-IF
002741         IF SQLCODE = 0 AND SQLERRD(3) > 0
002741             SET WS-BLOQUEIO-LIMPO TO TRUE
002741         END-IF
002741     END-IF
002741     SET WS-REC-SUCESSO TO TRUE.
002741 7970-EXIT.
002741     EXIT.
002741
002741 7990-CRITICAR-ID4.
002741     MOVE EI4I TO WS-PARM-ID
002741     IF WS-PARM-ID NOT NUMERIC
002741         MOVE 'ESTUDANTE-ID DEVE SER NUMERICO DE 7 DIGITOS'
002741           TO WS-MENSAGEM
002741     ELSE
002741         MOVE WS-PARM-ID TO WS-ESTUDANTE-ID
002741     END-IF.
002741 7990-EXIT.
002741     EXIT.

002750 6000-ENCERRAR-SESSAO.
002760     EXEC CICS
002880*    (IMAGEM "ANTES" CAPTURADA ANTES DO UPDATE, REGISTRO GRAVADO
002890*    DEPOIS DO RESULTADO CONHECIDO), MAS O DESTINO E A FILA TD
002900*    EXTRAPARTICAO AUDL, POIS O WRITE QSAM DO PARAGRAFO BATCH
002910*    (ESTAUDPR) NAO EXISTE DEBAIXO DO CICS. A NUMERACAO E O
002912*    ENCADEAMENTO SAO OS DO LOTE (8660, COPY ESTSEQPR); SEM
002914*    COMMIT AQUI: O LOCK DE CONTROLE-AUDITORIA VAI ATE O
002916*    SYNCPOINT DO FIM DA TAREFA, LOGO DEPOIS DA GRAVACAO.
002920 8600-REGISTRAR-AUDITORIA.
002922*    O USERID DA SESSAO E QUEM ASSINA A AUDITORIA DA TELA; A
002924*    CAPTURA FICA AQUI, E NAO NO TRATAMENTO DE CADA TELA, PARA
003130
003140 8650-GRAVAR-AUDITORIA.
003150     MOVE WS-AUD-SW-RESULTADO       TO AUD-RESULTADO
003155     PERFORM 8660-NUMERAR-AUDITORIA THRU 8660-EXIT
003160     EXEC CICS
003170         WRITEQ TD QUEUE(WS-FILA-AUDITORIA)
003180                FROM(REG-AUDITORIA)
003220     EXIT.
003230
003240 COPY ESTVALPR.
003245 COPY ESTDSLPR.
003245 COPY ESTPREPR.
003245 COPY ESTHORPR.
003245 COPY ESTSEQPR.
003245 COPY ESTESPPR.
003250
003260*    SOB CICS NAO HA STOP RUN COM RETURN-CODE; O ERRO SQL NAO
003270*    PREVISTO DEVOLVE O CONTROLE AO CICS COM ABEND PROPRIO.
