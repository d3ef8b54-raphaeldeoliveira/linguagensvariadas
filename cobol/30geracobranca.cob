000201* 2026-09-03 RCM  COMPETENCIA EM BRANCO NO SYSIN PASSA A VALER
000202*                 O MES CORRENTE, PARA O MEMBRO MENSAL ESTCOBRA
000203*                 RODAR SEM EDICAO DE JCL TODO MES.
000204* 2026-10-15 RCM  O VALOR FATURADO PASSA A SER O DO HISTORICO
000205*                 DATADO DE PRECOS (TABELA CURSO-PRECO-HIST,
000206*                 COPY CURSOHST) VIGENTE NA COMPETENCIA: A LINHA
000207*                 DE MAIOR HIST-VIGENCIA ATE A COMPETENCIA. CURSO
000208*                 AINDA SEM HISTORICO CONTINUA COBRANDO
000209*                 CURSO-MENSALIDADE. O FILTRO DE VALOR SAI DO
000210*                 CURSOR (O PRECO DA COMPETENCIA PODE SER
000211*                 DIFERENTE DO ATUAL) E A MATRICULA CUJO VALOR
000212*                 VIGENTE E ZERO E CONTADA E PULADA.
000213* 2026-10-15 RCM  CADA COBRANCA NOVA DA COMPETENCIA TAMBEM SAI
000214*                 NO ARQUIVO DE REMESSA CNAB 400 PARA O BANCO
000215*                 EMITIR O BOLETO (COPY ESTREMSL/ESTREMFD, DADOS
000216*                 DO CONVENIO EM ESTBCOWS). A CHAVE DA COBRANCA
000217*                 VAI NO CAMPO "USO DA EMPRESA", QUE VOLTA NO
000218*                 RETORNO LIDO PELO RET-BCO. O CURSOR PASSA A
000219*                 LER NOME, CPF E ENDERECO DO ESTUDANTE
000220*                 (PAGADOR). COBRANCA JA EXISTENTE NAO VAI DE
000221*                 NOVO PARA O BANCO.
000222* 2026-10-15 RCM  APLICA A BOLSA/DESCONTO VIGENTE NA COMPETENCIA
000223*                 (NOVA TABELA BOLSA, COPY BOLSA): A DO PROPRIO
000224*                 CURSO PREVALECE SOBRE A GERAL (CURSO ZERO).
000225*                 COBRANCA-VALOR PASSA A SER O LIQUIDO E A
000226*                 COBRANCA GRAVA TAMBEM O VALOR BRUTO E O TIPO
000227*                 DA BOLSA. BOLSA INTEGRAL (LIQUIDO ZERO) GERA A
000228*                 LINHA JA QUITADA E FICA FORA DA REMESSA.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     COPY ESTLOGSL.
000265     COPY ESTREMSL.
000270
000280 DATA DIVISION.
000290 FILE SECTION.
000300 COPY ESTLOGFD.
000305
000306 COPY ESTREMFD.
000310
000320 WORKING-STORAGE SECTION.
000330 COPY ESTLOGWS.
000335 COPY ESTBCOWS.
000340
000350 EXEC SQL
000360     INCLUDE SQLCA
000440 EXEC SQL
000450     INCLUDE COBRANCA
000460 END-EXEC.
000461 EXEC SQL
000462     INCLUDE CURSOHST
000463 END-EXEC.
000464 EXEC SQL
000465     INCLUDE BOLSA
000466 END-EXEC.
000470
000480 EXEC SQL BEGIN DECLARE SECTION
000490 END-EXEC.
000530 01  WS-COMPETENCIA                PIC X(06).
000540 01  WS-DATA-EMISSAO               PIC X(08).
000550 01  WS-QTDE-EXISTENTES            PIC S9(04) USAGE COMP.
000555 01  WS-VALOR-VIGENTE              PIC S9(5)V9(2) COMP-3.
000556 01  WS-EST-NOME                   PIC X(25).
000557 01  WS-EST-CPF                    PIC X(11).
000558 01  WS-EST-LOGRADOURO             PIC X(25).
000559 01  WS-EST-NUMERO                 PIC X(05).
000560 01  WS-EST-CEP                    PIC X(08).
000561 01  WS-VALOR-BRUTO                PIC S9(5)V9(2) COMP-3.
000562 01  WS-BOLSA-TIPO                 PIC X(01).
000563 01  WS-BOLSA-MODALIDADE           PIC X(01).
000564 01  WS-BOLSA-PERCENTUAL           PIC S9(3)V9(2) COMP-3.
000565 01  WS-BOLSA-VALOR                PIC S9(5)V9(2) COMP-3.
000566 01  WS-STATUS-COBRANCA            PIC X(01).
000567 01  WS-DATA-PAGAMENTO             PIC X(08).
000560 EXEC SQL END DECLARE SECTION
000570 END-EXEC.
000580
000640     05  WS-QTDE-LIDAS             PIC 9(07) COMP-3 VALUE ZERO.
000650     05  WS-QTDE-GERADAS           PIC 9(07) COMP-3 VALUE ZERO.
000660     05  WS-QTDE-PULADAS           PIC 9(07) COMP-3 VALUE ZERO.
000665     05  WS-QTDE-SEM-VALOR         PIC 9(07) COMP-3 VALUE ZERO.
000666     05  WS-QTDE-REMESSA           PIC 9(07) COMP-3 VALUE ZERO.
000666     05  WS-QTDE-COM-BOLSA         PIC 9(07) COMP-3 VALUE ZERO.
000666     05  WS-QTDE-BOLSA-INTEGRAL    PIC 9(07) COMP-3 VALUE ZERO.
000666     05  WS-VALOR-DESCONTOS        PIC 9(11)V9(02) COMP-3
000666                                   VALUE ZERO.
000667     05  WS-VALOR-REMESSA          PIC 9(13)V9(02) COMP-3
000668                                   VALUE ZERO.
000669
000670*    DATA NO FORMATO DO BANCO (DDMMAA) E SEQUENCIAL DA REMESSA.
000671 01  WS-DATA-BANCO.
000672     05  WS-BANCO-DIA              PIC X(02).
000673     05  WS-BANCO-MES              PIC X(02).
000674     05  WS-BANCO-ANO              PIC X(02).
000675 01  WS-DATA-BANCO-N REDEFINES WS-DATA-BANCO
000676                                   PIC 9(06).
000677 77  WS-SEQ-REMESSA                PIC 9(06) VALUE ZERO.
000670
000680 COPY ESTCONWS.
000690
000995         END-IF
000996         MOVE WS-PARM-COMPETENCIA TO WS-COMPETENCIA
001000     END-IF
001010     ACCEPT WS-DATA-EMISSAO FROM DATE YYYYMMDD
001012     OPEN OUTPUT ARQ-REMESSA
001014     PERFORM 2400-GRAVAR-HEADER-REMESSA THRU 2400-EXIT.
001020 1000-EXIT.
001030     EXIT.
001040
001060     EXEC SQL
001070         DECLARE CUR-FATURA CURSOR FOR
001080         SELECT M.MATRICULA-ESTUDANTE-ID, M.MATRICULA-CURSO-ID,
001090                C.CURSO-MENSALIDADE, E.ESTUDANTE-NOME,
001092                E.ESTUDANTE-CPF, E.ESTUDANTE-LOGRADOURO,
001094                E.ESTUDANTE-NUMERO, E.ESTUDANTE-CEP
001100           FROM MATRICULA M, CURSO C, ESTUDANTE E
001110          WHERE M.MATRICULA-STATUS = 'A'
001120            AND C.CURSO-ID = M.MATRICULA-CURSO-ID
001130            AND E.ESTUDANTE-ID = M.MATRICULA-ESTUDANTE-ID
001140          ORDER BY M.MATRICULA-ESTUDANTE-ID,
001150                   M.MATRICULA-CURSO-ID
001160     END-EXEC
001470     EXEC SQL
001480         FETCH CUR-FATURA
001490          INTO :WS-ESTUDANTE-ID, :WS-CURSO-ID,
001500               :WS-MENSALIDADE, :WS-EST-NOME, :WS-EST-CPF,
001505               :WS-EST-LOGRADOURO, :WS-EST-NUMERO, :WS-EST-CEP
001510     END-EXEC
001520     EXEC SQL
001530         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001830         ADD 1 TO WS-QTDE-PULADAS
001840         GO TO 2200-EXIT
001850     END-IF
001852     PERFORM 2150-RESOLVER-MENSALIDADE THRU 2150-EXIT
001854     IF WS-MENSALIDADE NOT > 0
001856         ADD 1 TO WS-QTDE-SEM-VALOR
001858         GO TO 2200-EXIT
001859     END-IF
001859     MOVE WS-MENSALIDADE TO WS-VALOR-BRUTO
001859     PERFORM 2170-APLICAR-BOLSA THRU 2170-EXIT
001859*    BOLSA INTEGRAL NAO TEM O QUE COBRAR: A LINHA NASCE QUITADA,
001859*    SO PARA REGISTRAR O DESCONTO CONCEDIDO NA COMPETENCIA.
001859     IF WS-MENSALIDADE > 0
001859         MOVE 'P'    TO WS-STATUS-COBRANCA
001859         MOVE SPACES TO WS-DATA-PAGAMENTO
001859     ELSE
001859         MOVE 'Q'    TO WS-STATUS-COBRANCA
001859         MOVE WS-DATA-EMISSAO TO WS-DATA-PAGAMENTO
001859         ADD 1 TO WS-QTDE-BOLSA-INTEGRAL
001859     END-IF
001860     EXEC SQL
001870         INSERT INTO COBRANCA
001880             (COBRANCA-ESTUDANTE-ID, COBRANCA-CURSO-ID,
001890              COBRANCA-COMPETENCIA, COBRANCA-VALOR,
001900              COBRANCA-STATUS, COBRANCA-DATA-EMISSAO,
001905              COBRANCA-DATA-PAGAMENTO, COBRANCA-VALOR-BRUTO,
001907              COBRANCA-BOLSA-TIPO)
001910         VALUES
001920             (:WS-ESTUDANTE-ID, :WS-CURSO-ID,
001930              :WS-COMPETENCIA, :WS-MENSALIDADE,
001940              :WS-STATUS-COBRANCA, :WS-DATA-EMISSAO,
001945              :WS-DATA-PAGAMENTO, :WS-VALOR-BRUTO,
001947              :WS-BOLSA-TIPO)
001950     END-EXEC
001960     ADD 1 TO WS-QTDE-GERADAS
001962     IF WS-MENSALIDADE > 0
001965         PERFORM 2300-GRAVAR-DETALHE-REMESSA THRU 2300-EXIT
001967     END-IF.
001970 2200-EXIT.
001980     EXIT.
001981
001982 2150-RESOLVER-MENSALIDADE.
001983*    O PRECO DA COMPETENCIA E O DA LINHA DE HISTORICO DE MAIOR
001984*    VIGENCIA ATE ELA ('000000' = DESDE SEMPRE). SEM HISTORICO
001985*    (SQLCODE 100) FICA O CURSO-MENSALIDADE LIDO PELO CURSOR.
001986     EXEC SQL
001987         WHENEVER SQLERROR CONTINUE
001988     END-EXEC
001989     EXEC SQL
001990         SELECT HIST-VALOR
001991           INTO :WS-VALOR-VIGENTE
001992           FROM CURSO-PRECO-HIST
001993          WHERE HIST-CURSO-ID = :WS-CURSO-ID
001994            AND HIST-VIGENCIA =
001995                (SELECT MAX(HIST-VIGENCIA)
001996                   FROM CURSO-PRECO-HIST
001997                  WHERE HIST-CURSO-ID = :WS-CURSO-ID
001998                    AND HIST-VIGENCIA <= :WS-COMPETENCIA)
001999     END-EXEC
001999     EXEC SQL
001999         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001999     END-EXEC
001999     EVALUATE SQLCODE
001999         WHEN 0
001999             MOVE WS-VALOR-VIGENTE TO WS-MENSALIDADE
001999         WHEN 100
001999             CONTINUE
001999         WHEN OTHER
001999             PERFORM 9000-ERRO-INESPERADO
001999     END-EVALUATE.
001999 2150-EXIT.
001999     EXIT.
001999
001999 2170-APLICAR-BOLSA.
001999*    BOLSA VIGENTE NA COMPETENCIA: A DO PROPRIO CURSO ANTES DA
001999*    GERAL (CURSO ZERO) E, ENTRE DUAS DO MESMO ESCOPO, A DE INICIO
001999*    MAIS RECENTE. SEM BOLSA (SQLCODE 100) O LIQUIDO E O BRUTO.
001999     MOVE SPACE TO WS-BOLSA-TIPO
001999     EXEC SQL
001999         WHENEVER SQLERROR CONTINUE
001999     END-EXEC
001999     EXEC SQL
001999         SELECT BOLSA-TIPO, BOLSA-MODALIDADE, BOLSA-PERCENTUAL,
001999                BOLSA-VALOR
001999           INTO :WS-BOLSA-TIPO, :WS-BOLSA-MODALIDADE,
001999                :WS-BOLSA-PERCENTUAL, :WS-BOLSA-VALOR
001999           FROM BOLSA
001999          WHERE BOLSA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
001999            AND BOLSA-CURSO-ID IN (:WS-CURSO-ID, 0)
001999            AND SUBSTR(BOLSA-DATA-INICIO, 1, 6) <= :WS-COMPETENCIA
001999            AND SUBSTR(BOLSA-DATA-FIM, 1, 6) >= :WS-COMPETENCIA
001999          ORDER BY BOLSA-CURSO-ID DESC, BOLSA-DATA-INICIO DESC
001999          FETCH FIRST 1 ROW ONLY
001999     END-EXEC
001999     EXEC SQL
001999         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
001999     END-EXEC
001999     EVALUATE SQLCODE
001999         WHEN 0
001999             CONTINUE
001999         WHEN 100
001999             MOVE SPACE TO WS-BOLSA-TIPO
001999             GO TO 2170-EXIT
001999         WHEN OTHER
001999             PERFORM 9000-ERRO-INESPERADO
001999     END-EVALUATE
001999     IF WS-BOLSA-MODALIDADE = 'P'
001999         COMPUTE WS-BOLSA-VALOR ROUNDED =
001999             WS-VALOR-BRUTO * WS-BOLSA-PERCENTUAL / 100
001999     END-IF
001999     IF WS-BOLSA-VALOR > WS-VALOR-BRUTO
001999         MOVE WS-VALOR-BRUTO TO WS-BOLSA-VALOR
001999     END-IF
001999     COMPUTE WS-MENSALIDADE = WS-VALOR-BRUTO - WS-BOLSA-VALOR
001999     ADD 1 TO WS-QTDE-COM-BOLSA
001999     ADD WS-BOLSA-VALOR TO WS-VALOR-DESCONTOS.
001999 2170-EXIT.
001999     EXIT.
001999
001999 2300-GRAVAR-DETALHE-REMESSA.
001999*    UM TITULO POR COBRANCA INSERIDA. A CHAVE DA COBRANCA VAI NO
001999*    "USO DA EMPRESA" (REM-D-CONTROLE) E O SEU NUMERO IMPRESSO NO
001999*    BOLETO E COMPETENCIA + CURSO. VENCIMENTO NO DIA DO CONVENIO
001999*    DO PROPRIO MES DA COMPETENCIA.
001999     MOVE SPACES                  TO REM-REG-DETALHE
001999     MOVE '1'                     TO REM-TIPO-REGISTRO
001999     MOVE '02'                    TO REM-D-TIPO-INSCRICAO
001999     MOVE WS-BCO-CNPJ             TO REM-D-CNPJ-EMPRESA
001999     MOVE WS-BCO-CODIGO-EMPRESA   TO REM-D-CODIGO-EMPRESA
001999     MOVE WS-ESTUDANTE-ID         TO REM-D-ESTUDANTE-ID
001999     MOVE WS-CURSO-ID             TO REM-D-CURSO-ID
001999     MOVE WS-COMPETENCIA          TO REM-D-COMPETENCIA
001999     MOVE ZERO                    TO REM-D-NOSSO-NUMERO
001999     MOVE '01'                    TO REM-D-OCORRENCIA
001999     STRING WS-COMPETENCIA        DELIMITED BY SIZE
001999            WS-CURSO-ID           DELIMITED BY SIZE
001999       INTO REM-D-SEU-NUMERO
001999     MOVE WS-BCO-DIA-VENCIMENTO   TO WS-BANCO-DIA
001999     MOVE WS-COMPETENCIA (5:2)    TO WS-BANCO-MES
001999     MOVE WS-COMPETENCIA (3:2)    TO WS-BANCO-ANO
001999     MOVE WS-DATA-BANCO-N         TO REM-D-VENCIMENTO
001999     MOVE WS-MENSALIDADE          TO REM-D-VALOR
001999     MOVE ZERO                    TO REM-D-BANCO-COBRADOR
001999     MOVE ZERO                    TO REM-D-AGENCIA-DEPOSITARIA
001999     MOVE WS-BCO-ESPECIE-TITULO   TO REM-D-ESPECIE
001999     MOVE 'N'                     TO REM-D-ACEITE
001999     PERFORM 2450-DATA-EMISSAO-BANCO THRU 2450-EXIT
001999     MOVE WS-DATA-BANCO-N         TO REM-D-DATA-EMISSAO
001999     MOVE '01'                    TO REM-D-TIPO-INSC-PAGADOR
001999     MOVE ZEROS                   TO REM-D-CPF-PAGADOR
001999     MOVE WS-EST-CPF              TO REM-D-CPF-PAGADOR (4:11)
001999     MOVE WS-EST-NOME             TO REM-D-NOME-PAGADOR
001999     STRING WS-EST-LOGRADOURO     DELIMITED BY '  '
001999            ', '                  DELIMITED BY SIZE
001999            WS-EST-NUMERO         DELIMITED BY SPACE
001999       INTO REM-D-ENDERECO-PAGADOR
001999     MOVE WS-EST-CEP              TO REM-D-CEP-PAGADOR
001999     STRING 'MENSALIDADE '        DELIMITED BY SIZE
001999            WS-COMPETENCIA (5:2)  DELIMITED BY SIZE
001999            '/'                   DELIMITED BY SIZE
001999            WS-COMPETENCIA (1:4)  DELIMITED BY SIZE
001999            ' - CURSO '           DELIMITED BY SIZE
001999            WS-CURSO-ID           DELIMITED BY SIZE
001999       INTO REM-D-MENSAGEM
001999     ADD 1 TO WS-SEQ-REMESSA
001999     MOVE WS-SEQ-REMESSA          TO REM-SEQUENCIAL
001999     WRITE REM-REG-DETALHE
001999     ADD 1 TO WS-QTDE-REMESSA
001999     ADD WS-MENSALIDADE TO WS-VALOR-REMESSA.
001999 2300-EXIT.
001999     EXIT.
001999
001999 2400-GRAVAR-HEADER-REMESSA.
001999     MOVE SPACES                  TO REM-REG-HEADER
001999     MOVE '0'                     TO REM-TIPO-REGISTRO
001999     MOVE '1'                     TO REM-H-OPERACAO
001999     MOVE 'REMESSA'               TO REM-H-LITERAL-REMESSA
001999     MOVE '01'                    TO REM-H-SERVICO
001999     MOVE 'COBRANCA'              TO REM-H-LITERAL-SERVICO
001999     MOVE WS-BCO-CODIGO-EMPRESA   TO REM-H-CODIGO-EMPRESA
001999     MOVE WS-BCO-RAZAO-SOCIAL     TO REM-H-NOME-EMPRESA
001999     MOVE WS-BCO-CODIGO           TO REM-H-BANCO
001999     MOVE WS-BCO-NOME             TO REM-H-NOME-BANCO
001999     PERFORM 2450-DATA-EMISSAO-BANCO THRU 2450-EXIT
001999     MOVE WS-DATA-BANCO-N         TO REM-H-DATA-GRAVACAO
001999     ADD 1 TO WS-SEQ-REMESSA
001999     MOVE WS-SEQ-REMESSA          TO REM-SEQUENCIAL
001999     WRITE REM-REG-HEADER.
001999 2400-EXIT.
001999     EXIT.
001999
001999 2450-DATA-EMISSAO-BANCO.
001999     MOVE WS-DATA-EMISSAO (7:2)   TO WS-BANCO-DIA
001999     MOVE WS-DATA-EMISSAO (5:2)   TO WS-BANCO-MES
001999     MOVE WS-DATA-EMISSAO (3:2)   TO WS-BANCO-ANO.
001999 2450-EXIT.
001999     EXIT.
001999
001999 2600-GRAVAR-TRAILER-REMESSA.
001999*    O TRAILER LEVA A QUANTIDADE E O VALOR TOTAL DOS TITULOS,
001999*    CONFERIDOS PELO BANCO NA RECEPCAO DO ARQUIVO.
001999     MOVE SPACES                  TO REM-REG-TRAILER
001999     MOVE '9'                     TO REM-TIPO-REGISTRO
001999     MOVE WS-QTDE-REMESSA         TO REM-T-QTDE-TITULOS
001999     MOVE WS-VALOR-REMESSA        TO REM-T-VALOR-TOTAL
001999     ADD 1 TO WS-SEQ-REMESSA
001999     MOVE WS-SEQ-REMESSA          TO REM-SEQUENCIAL
001999     WRITE REM-REG-TRAILER
001999     CLOSE ARQ-REMESSA.
001999 2600-EXIT.
001999     EXIT.
001990
002000 9999-ENCERRAR.
002005     PERFORM 2600-GRAVAR-TRAILER-REMESSA THRU 2600-EXIT
002010     DISPLAY 'GER-COB - COMPETENCIA: ' WS-COMPETENCIA
002020             ' MATRICULAS LIDAS: ' WS-QTDE-LIDAS
002030             ' COBRANCAS GERADAS: ' WS-QTDE-GERADAS
002040             ' JA EXISTENTES: ' WS-QTDE-PULADAS
002040             ' SEM VALOR NA COMPETENCIA: ' WS-QTDE-SEM-VALOR
002045             ' TITULOS NA REMESSA: ' WS-QTDE-REMESSA
002046             ' COM BOLSA: ' WS-QTDE-COM-BOLSA
002047             ' BOLSA INTEGRAL: ' WS-QTDE-BOLSA-INTEGRAL
002048             ' DESCONTOS: ' WS-VALOR-DESCONTOS.
002050 9999-EXIT.
002060     EXIT.
002070
