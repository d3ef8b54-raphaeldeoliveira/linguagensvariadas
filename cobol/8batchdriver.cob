000180*                 NO RUN-LOG (LOG-DATA-PROC), PARA O LOG-RPT
000180*                 RESUMIR PELA DATA OFICIAL E NAO PELO
000180*                 DIA-CALENDARIO EM QUE O STEP COMECOU.
000181* 2026-10-15 RCM  MANUTENCAO DO CATALOGO DE CURSOS PELA JANELA:
000181*                 NOVAS TRANSACOES 'K' (INCLUIR CURSO), 'Q'
000181*                 (ALTERAR CURSO-VAGAS, COM PROMOCAO DA FILA DE
000181*                 ESPERA QUANDO A CAPACIDADE AUMENTA), 'F'
000181*                 (ALTERAR CURSO-MENSALIDADE A PARTIR DE UMA
000181*                 COMPETENCIA) E 'D' (RETIRAR CURSO), TODAS SO
000181*                 COM OPERADOR AUTORIZADO (AUT-CATALOGO, MOTIVO
000181*                 07). CADA ALTERACAO GRAVA IMAGEM ANTES/DEPOIS
000181*                 NO NOVO ARQUIVO ARQ-AUD-CATALOGO (COPY
000181*                 ESTCATSL/ESTCATFD, 130 BYTES) E O PRECO PASSA A
000181*                 TER HISTORICO DATADO NA TABELA CURSO-PRECO-HIST
000181*                 (COPY CURSOHST), QUE O GER-COB CONSULTA PELA
000181*                 COMPETENCIA. CURSO RETIRADO NAO ACEITA MAIS
000181*                 MATRICULA (8550). QUATRO NOVOS CONTADORES NO
000181*                 REGISTRO DE TOTAIS (122 PARA 142 BYTES).
000182* 2026-10-15 RCM  NOVA TRANSACAO 'W': DESLIGAMENTO DO ESTUDANTE
000182*                 PELA JANELA, COM O MESMO EFEITO DO WD-SQL
000182*                 AVULSO. O DESLIGAMENTO ENCERRA OS VINCULOS NA
000182*                 MESMA UNIDADE DE TRABALHO (COPY ESTDSLWS/
000182*                 ESTDSLPR): MATRICULAS ATIVAS E COBRANCAS
000182*                 PENDENTES DE COMPETENCIA POSTERIOR AO MES SAO
000182*                 CANCELADAS, AS ENTRADAS DO PROPRIO ESTUDANTE
000182*                 SAEM DA FILA DE ESPERA E AS VAGAS LIBERADAS SAO
000182*                 PREENCHIDAS PELA FILA NA HORA. NO INICIO DA
000182*                 JANELA, A FILA CARREGADA E VARRIDA: SAEM AS
000182*                 ENTRADAS DE ESTUDANTE QUE NAO ESTA MAIS ATIVO E
000182*                 AS VAGAS DO PERIODO ABERTO LIBERADAS FORA DA
000182*                 JANELA (WD-SQL, TELA) SAO PREENCHIDAS. NOVO
000182*                 CONTADOR NO REGISTRO DE TOTAIS (142 PARA 147
000182*                 BYTES). A REATIVACAO (6500) AVISA QUE NADA
000182*                 DISSO E RESTAURADO.
000183* 2026-10-15 RCM  ACORDO DE PARCELAMENTO DA DIVIDA VENCIDA
000183*                 (TABELAS ACORDO E ACORDO-PARCELA): NOVA
000183*                 TRANSACAO 'Y' REGISTRA O ACORDO, PASSANDO AS
000183*                 COBRANCAS PENDENTES VENCIDAS A 'A', GRAVANDO AS
000183*                 PARCELAS MENSAIS E LIMPANDO O BLOQUEIO
000183*                 FINANCEIRO; NOVA TRANSACAO 'U' PAGA UMA
000183*                 PARCELA E, PAGA A ULTIMA, QUITA O ACORDO E AS
000183*                 COBRANCAS DELE. O BLOQUEIO SO CAI (5950) SEM
000183*                 ACORDO ROMPIDO EM ABERTO. DOIS NOVOS CONTADORES
000183*                 NO REGISTRO DE TOTAIS (147 PARA 157 BYTES).
000184* 2026-10-15 RCM  PRE-REQUISITOS DO CURSO NA MATRICULA (TABELA
000184*                 CURSO-PREREQ, COPY ESTPREWS/ESTPREPR, A MESMA
000184*                 CONFERENCIA DO ONL-EST): A 'M' SEM APROVACAO
000184*                 EM PERIODO FECHADO EM CADA CURSO REQUISITO E
000184*                 RECUSADA COM O MOTIVO 08. NOVA TRANSACAO 'X'
000184*                 REGISTRA A DISPENSA DO ESTUDANTE PARA O CURSO
000184*                 (TABELA PREREQ-DISPENSA), QUE LIBERA A
000184*                 MATRICULA. NOVO CONTADOR NO REGISTRO DE TOTAIS
000184*                 (157 PARA 162 BYTES).
000185* 2026-10-15 RCM  NOVA TRANSACAO 'B': LANCAMENTO DA FREQUENCIA DA
000185*                 MATRICULA (AULAS DADAS E AULAS PRESENTES, NOVAS
000185*                 COLUNAS DE MATRICULA), QUE COM A NOTA FINAL DA
000185*                 O RESULTADO (APROVADO, REPROVADO POR NOTA OU
000185*                 POR FALTA). NOVO LANCAMENTO SUBSTITUI O
000185*                 ANTERIOR; MATRICULA CANCELADA NAO RECEBE
000185*                 FREQUENCIA. NOVO CONTADOR NO REGISTRO DE
000185*                 TOTAIS (162 PARA 167 BYTES).
000186* 2026-10-15 RCM  CHOQUE DE HORARIO NA MATRICULA (TABELA HORARIO,
000186*                 COPY ESTHORWS/ESTHORPR, A MESMA CONFERENCIA DO
000186*                 ONL-EST): A 'M' NUM CURSO CUJO HORARIO SOBREPOE
000186*                 O DE OUTRA MATRICULA ATIVA DO ESTUDANTE NO
000186*                 PERIODO E RECUSADA COM O NOVO MOTIVO 09.
000186* 2026-10-15 RCM  A FILA DE ESPERA SAI DAS GERACOES ESPERAIN/
000186*                 ESPERANV (E DA TABELA EM MEMORIA) E PASSA A SER
000186*                 A TABELA FILA-ESPERA (COPY ESPERA/ESTESPWS/
000186*                 ESTESPPR), A MESMA QUE A MATRICULA NO BALCAO
000186*                 (ONL-EST) CONSULTA E ALIMENTA. A 'M' DESVIADA
000186*                 E INCLUIDA NO FIM DA FILA E CONFIRMADA COM
000186*                 CHECKPOINT COMO QUALQUER TRANSACAO APLICADA
000186*                 (QUEM JA AGUARDA NO CURSO/PERIODO E RECUSADO
000186*                 COM MOTIVO 02); A PROMOCAO TIRA O PRIMEIRO DA
000186*                 FILA NA MESMA UNIDADE DE TRABALHO DO INSERT DA
000186*                 MATRICULA. O DESLIGAMENTO RETIRA O ESTUDANTE DA
000186*                 FILA DENTRO DO 8750 (ESTDSLPR) E A VARREDURA DO
000186*                 INICIO DA JANELA PASSA A SER FEITA POR SQL.
000187* 2026-10-15 RCM  NOVA TRANSACAO 'Z' (5960-LIMPAR-BLOQUEIO-
000187*                 INDEVIDO): LIMPA O BLOQUEIO FINANCEIRO 'B' DE
000187*                 QUEM NAO TEM COBRANCA PENDENTE NEM ACORDO
000187*                 ROMPIDO, COM A MESMA REGRA DO PAGAMENTO (5950).
000187*                 E GERADA PELA VARREDURA DE INTEGRIDADE (INT-REF)
000187*                 E CHEGA APROVADA PELO APR-TXN. NOVO CONTADOR NO
000187*                 REGISTRO DE TOTAIS (167 PARA 172 BYTES).
000188* 2026-10-15 RCM  MODO SIMULACAO (SEGUNDA LINHA DO SYSIN = 'S'):
000188*                 O ARQUIVO INTEIRO PASSA POR TODA A CRITICA,
000188*                 CONFERENCIA DE VAGAS, FILA DE ESPERA E
000188*                 AUTORIZACAO, MAS CADA COMMIT VIRA UM PONTO DE
000188*                 SALVAMENTO (7050/7060) E TUDO E DESFEITO NO
000188*                 FIM. NAO HA CHECKPOINT, AUDITORIA, PENDENTES,
000188*                 TOTAIS NEM RUN-LOG; SAEM O ARQUIVO DE
000188*                 REJEICOES QUE A JANELA PRODUZIRIA E O NOVO
000188*                 RELATORIO DE PROJECAO (RELATO) COM APLICADAS,
000188*                 REJEITADAS POR MOTIVO, DESVIADAS PARA A FILA E
000188*                 RETIDAS PARA APROVACAO POR CAMPUS. JOB
000188*                 ESTSIMUL. 'N' OU BRANCO = JANELA NORMAL.
000170*----------------------------------------------------------------

000180 ENVIRONMENT DIVISION.
000227     SELECT ARQ-DATA-PROC ASSIGN TO DATAPROC
000227            ORGANIZATION IS SEQUENTIAL
000227            FILE STATUS IS WS-FS-DATAPROC.
000228     COPY ESTAUDSL.
000229     COPY ESTREJSL.
000229     COPY ESTPNDSL.
000230     COPY ESTTOTSL.

000240     COPY ESTLOGSL.
000240     COPY ESTCATSL.
000240*    RELATORIO DE PROJECAO, SO ABERTO NO MODO SIMULACAO.
000240     SELECT ARQ-RELATORIO ASSIGN TO RELATO
000240            ORGANIZATION IS SEQUENTIAL.
000240
000240 DATA DIVISION.
000250 FILE SECTION.
000285     RECORDING MODE IS F.
000285 01  REG-DATA-PROC                 PIC 9(08).

000286 COPY ESTAUDFD.
000287 COPY ESTREJFD.
000287 COPY ESTPNDFD.
000288 COPY ESTTOTFD.

000300 COPY ESTLOGFD.
000300 COPY ESTCATFD.
000300
000300 FD  ARQ-RELATORIO
000300     RECORDING MODE IS F.
000300 01  REL-REGISTRO                  PIC X(133).
000300
000300 WORKING-STORAGE SECTION.
000300 COPY ESTLOGWS.
000364 EXEC SQL INCLUDE RESPONSAVEL END-EXEC.
000364 EXEC SQL INCLUDE OPERAUT END-EXEC.
000365 EXEC SQL INCLUDE ESTCTRL END-EXEC.
000365 EXEC SQL INCLUDE CURSOHST END-EXEC.
000365 EXEC SQL INCLUDE ACORDO END-EXEC.
000365 EXEC SQL INCLUDE ACORDPAR END-EXEC.
000365 EXEC SQL INCLUDE CURSOPRE END-EXEC.
000365 EXEC SQL INCLUDE PREDISP END-EXEC.
000365 EXEC SQL INCLUDE HORARIO END-EXEC.
000365 EXEC SQL INCLUDE ESPERA END-EXEC.
000370 COPY ESTTXN.
000390 EXEC SQL BEGIN DECLARE SECTION END-EXEC.
000410 01  WS-ESTUDANTE-ID               PIC 9(07).
000439 01  WS-CURSO-VAGAS                PIC S9(09) USAGE COMP.
000439 01  WS-QTDE-MAT-ATIVAS            PIC S9(09) USAGE COMP.
000439 01  WS-LINHAS-TABELA              PIC S9(09) USAGE COMP.
000439 01  WS-CURSO-NOME                 PIC X(30).
000439 01  WS-CURSO-MENSALIDADE          PIC S9(05)V9(02) COMP-3.
000439 01  WS-CURSO-STATUS               PIC X(01).
000439 01  WS-HIST-VIGENCIA              PIC X(06).
000439 01  WS-HIST-VALOR                 PIC S9(05)V9(02) COMP-3.
000439 01  WS-QTDE-HIST                  PIC S9(04) USAGE COMP.
000439 01  WS-QTDE-COB-FATURADAS         PIC S9(04) USAGE COMP.
000439 01  WS-ACO-ID                     PIC S9(09) USAGE COMP.
000439 01  WS-ACO-DATA                   PIC X(08).
000439 01  WS-ACO-QTDE-PARCELAS          PIC S9(04) USAGE COMP.
000439 01  WS-ACO-VALOR-TOTAL            PIC S9(07)V9(02) COMP-3.
000439 01  WS-ACO-STATUS                 PIC X(01).
000439 01  WS-QTDE-ACORDOS               PIC S9(04) USAGE COMP.
000439 01  WS-QTDE-COB-VENCIDAS          PIC S9(04) USAGE COMP.
000439 01  WS-QTDE-PARC-PENDENTES        PIC S9(04) USAGE COMP.
000439 01  WS-PARC-NUMERO                PIC S9(04) USAGE COMP.
000439 01  WS-PARC-VENCIMENTO            PIC X(08).
000439 01  WS-PARC-VALOR                 PIC S9(05)V9(02) COMP-3.
000439 01  WS-FREQ-AULAS-DADAS           PIC S9(04) USAGE COMP.
000439 01  WS-FREQ-AULAS-PRESENTE        PIC S9(04) USAGE COMP.
000440 EXEC SQL END DECLARE SECTION END-EXEC.
000445 COPY ESTVALWS.
000446 COPY ESTAUDWS.
000447 COPY ESTCONWS.
000448 COPY ESTIDWS.
000449 COPY ESTDSLWS.
000449 COPY ESTPREWS.
000449 COPY ESTHORWS.
000449 COPY ESTESPWS.
000470 01  WS-MENSAGEM-ERRO               PIC X(60).
000490 01  WS-CONTADORES.
000500     05  WS-QTDE-LIDAS              PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-TRANSFERIDOS       PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-REATIVADOS         PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-EXCL-PENDENTES     PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-CURSOS-INCLUIDOS   PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-VAGAS-ALTERADAS    PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-MENSAL-ALTERADAS   PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-CURSOS-RETIRADOS   PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-DESLIGADOS         PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-ACORDOS-REGISTR    PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-PARCELAS-PAGAS     PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-DISPENSAS          PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-FREQ-LANCADAS      PIC 9(05) COMP-3 VALUE ZERO.
000529     05  WS-QTDE-BLOQ-LIMPOS        PIC 9(05) COMP-3 VALUE ZERO.
000530     05  WS-QTDE-REJEITADAS         PIC 9(05) COMP-3 VALUE ZERO.
000532     05  WS-QTDE-PULADAS            PIC 9(05) COMP-3 VALUE ZERO.
000534     05  WS-QTDE-AUDITADAS          PIC 9(05) COMP-3 VALUE ZERO.
000540     05  WS-ROWS-AFFECTED           PIC S9(09) COMP.
000545 01  WS-REJ-CAMPOS.
000546     05  WS-REJ-MOTIVO              PIC X(02) VALUE SPACES.
000546     05  WS-REJ-MOTIVO-N REDEFINES WS-REJ-MOTIVO
000546                                    PIC 9(02).
000547     05  WS-REJ-SQLCODE             PIC S9(09) COMP VALUE ZERO.
000548*    TOTAIS DE APLICADAS/REJEITADAS POR CAMPUS DE ORIGEM, PARA A
000548*    PRESTACAO DE CONTAS DE FIM DE JANELA A CADA CAMPUS.
000548         10  WS-CAMPUS-CODIGO       PIC X(02).
000548         10  WS-CAMPUS-APLICADAS    PIC 9(05) COMP-3.
000548         10  WS-CAMPUS-REJEITADAS   PIC 9(05) COMP-3.
000548*        DESTINO DAS TRANSACOES DO CAMPUS, PARA O RELATORIO DE
000548*        PROJECAO DA SIMULACAO: DESVIADAS PARA A FILA DE ESPERA
000548*        (CONTAM TAMBEM EM APLICADAS, POIS PASSAM PELO 7000),
000548*        RETIDAS PARA APROVACAO E REJEITADAS POR MOTIVO (01-09,
000548*        COPY ESTREJFD).
000548         10  WS-CAMPUS-DESTINOS.
000548             15  WS-CAMPUS-ESPERA       PIC 9(05) COMP-3.
000548             15  WS-CAMPUS-PENDENTES    PIC 9(05) COMP-3.
000548             15  WS-CAMPUS-REJ-MOTIVO   PIC 9(05) COMP-3
000548                                        OCCURS 9 TIMES.
000548*    CURSOS COM ENTRADA AGUARDANDO NO PERIODO ABERTO, ANOTADOS NA
000548*    VARREDURA DO INICIO DA JANELA E PREENCHIDOS SO DEPOIS DE
000548*    FECHADO O CURSOR (CADA PROMOCAO FAZ COMMIT, QUE FECHARIA O
000548*    CURSOR SEM WITH HOLD). OS QUE PASSAREM DE 300 CONTINUAM NA
000548*    FILA E SAO PREENCHIDOS NA JANELA SEGUINTE.
000548 01  WS-CURSOS-FILA.
000548     05  WS-CFI-QTDE                PIC 9(03) COMP VALUE ZERO.
000548     05  WS-CFI-CURSO-ID            PIC 9(04) OCCURS 300 TIMES.
000549 77  WS-INDICE-VARREDURA            PIC 9(03) COMP VALUE ZERO.
000549 77  WS-QTDE-CURSOS-FORA            PIC 9(03) COMP-3 VALUE ZERO.
000549 77  WS-INDICE-VAGA-DSL             PIC 9(02) COMP VALUE ZERO.
000549 77  WS-PERIODO-VARREDURA           PIC X(06) VALUE SPACES.
000549 77  WS-QTDE-ESPERA-RETIRADA        PIC 9(05) COMP-3 VALUE ZERO.
000549 77  WS-ID-CANCELADO                PIC 9(07) VALUE ZERO.
000549 77  WS-CAMPUS-CANCELAMENTO         PIC X(02) VALUE SPACES.
000549 77  WS-OPERADOR-CANCELAMENTO       PIC X(08) VALUE SPACES.
000549 77  WS-SW-VAGA-DISPONIVEL          PIC X(01) VALUE 'S'.
000549     88  WS-VAGA-DISPONIVEL                 VALUE 'S'.
000549     88  WS-SEM-VAGA                        VALUE 'N'.
000549 77  WS-INDICE-PROCURA              PIC 9(02) COMP VALUE ZERO.
000549 77  WS-SW-CAMPUS-ACHADO            PIC X(01) VALUE 'N'.
000549     88  WS-CAMPUS-ACHADO                   VALUE 'S'.
000549 77  WS-SW-CURSO-ACHADO             PIC X(01) VALUE 'N'.
000549     88  WS-CURSO-ACHADO                    VALUE 'S'.
000549 77  WS-SW-PERIODO-ABERTO           PIC X(01) VALUE 'N'.
000549     88  WS-PERIODO-ABERTO                  VALUE 'S'.
000549 77  WS-SW-ACORDO-OK                PIC X(01) VALUE 'N'.
000549     88  WS-ACORDO-OK                       VALUE 'S'.
000549     88  WS-ACORDO-FALHA                    VALUE 'N'.
000549 77  WS-PARC-VALOR-BASE             PIC S9(05)V9(02) COMP-3
000549                                    VALUE ZERO.
000549 77  WS-PARC-VALOR-ULTIMA           PIC S9(05)V9(02) COMP-3
000549                                    VALUE ZERO.
000549*    VENCIMENTO DA PARCELA DO ACORDO, AVANCADO MES A MES A PARTIR
000549*    DO PRIMEIRO (O DIA E LIMITADO A 28 PARA CABER EM QUALQUER
000549*    MES).
000549 01  WS-ACO-VENC-CALC               PIC 9(08) VALUE ZERO.
000549 01  WS-ACO-VENC-CALC-R REDEFINES WS-ACO-VENC-CALC.
000549     05  WS-ACO-VENC-ANO            PIC 9(04).
000549     05  WS-ACO-VENC-MES            PIC 9(02).
000549     05  WS-ACO-VENC-DIA            PIC 9(02).
000550 01  WS-ULTIMO-SEQ-COMMIT           PIC 9(06) COMP-3 VALUE ZERO.
000551 01  WS-DATA-EXECUCAO               PIC 9(08) VALUE ZERO.
000551 01  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
000551     05  WS-COMPETENCIA-EXECUCAO    PIC X(06).
000551     05  FILLER                     PIC X(02).
000551 01  WS-DATA-EXECUCAO-D REDEFINES WS-DATA-EXECUCAO.
000551     05  WS-DATA-EXEC-ANO           PIC X(04).
000551     05  WS-DATA-EXEC-MES           PIC X(02).
000551     05  WS-DATA-EXEC-DIA           PIC X(02).
000552 01  WS-ULTIMO-DATA-COMMIT          PIC 9(08) VALUE ZERO.
000560 01  WS-SWITCHES.
000570     05  WS-SW-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
000580         88  WS-FIM-ARQUIVO                 VALUE 'S'.
000581     05  WS-SW-FIM-CHECKPOINT       PIC X(01) VALUE 'N'.
000582         88  WS-FIM-CHECKPOINT              VALUE 'S'.
000582     05  WS-SW-FIM-CURSOS-FILA      PIC X(01) VALUE 'N'.
000582         88  WS-FIM-CURSOS-FILA             VALUE 'S'.
000583 01  WS-FS-CHECKPOINT               PIC X(02) VALUE '00'.
000584     88  WS-CHECKPOINT-OK                  VALUE '00'.
000585     88  WS-CHECKPOINT-NAO-EXISTE          VALUE '35'.
000585 01  WS-FS-PENDENTES                PIC X(02) VALUE '00'.
000585     88  WS-PENDENTES-OK                   VALUE '00'.
000585 01  WS-FS-DATAPROC                 PIC X(02) VALUE '00'.
000585     88  WS-DATAPROC-OK                    VALUE '00'.
000585     88  WS-DATAPROC-NAO-EXISTE            VALUE '35'.
000586*    MODO DE EXECUCAO (SYSIN, DEPOIS DO SUBSISTEMA): 'N' OU
000586*    BRANCO = JANELA NORMAL; 'S' = SIMULACAO (TUDO E DESFEITO
000586*    NO FIM).
000586 01  WS-PARM-AREA.
000586     05  WS-PARM-MODO               PIC X(01) VALUE 'N'.
000586         88  WS-MODO-NORMAL                 VALUE 'N' ' '.
000586         88  WS-MODO-SIMULACAO              VALUE 'S'.
000586 77  WS-INDICE-MOTIVO               PIC 9(02) COMP VALUE ZERO.
000586*    TOTAIS GERAIS DO RELATORIO DE PROJECAO (SOMA DOS CAMPI).
000586 01  WS-SIM-TOTAIS.
000586     05  WS-SIM-TOT-APLICADAS       PIC 9(07) COMP-3 VALUE ZERO.
000586     05  WS-SIM-TOT-ESPERA          PIC 9(07) COMP-3 VALUE ZERO.
000586     05  WS-SIM-TOT-PENDENTES       PIC 9(07) COMP-3 VALUE ZERO.
000586     05  WS-SIM-TOT-REJEITADAS      PIC 9(07) COMP-3 VALUE ZERO.
000586     05  WS-SIM-TOT-REJ-MOTIVO      PIC 9(07) COMP-3
000586                                    OCCURS 9 TIMES.
000587
000587 01  WS-SIM-CABECALHO-1.
000587     05  FILLER                     PIC X(01) VALUE '1'.
000587     05  FILLER                     PIC X(50) VALUE
000587         'BAT-SQL - PROJECAO DA JANELA (MODO SIMULACAO)'.
000587     05  FILLER                     PIC X(22) VALUE
000587         'DATA DE PROCESSAMENTO '.
000587     05  CAB-SIM-DATA               PIC X(10).
000587     05  FILLER                     PIC X(50) VALUE SPACES.
000587
000587 01  WS-SIM-CABECALHO-2.
000587     05  FILLER                     PIC X(01) VALUE SPACE.
000587     05  FILLER                     PIC X(41) VALUE
000587         'NADA FOI GRAVADO NO BANCO: TODA ALTERACAO'.
000587     05  FILLER                     PIC X(40) VALUE
000587         ' FOI DESFEITA NO FIM DA SIMULACAO'.
000587     05  FILLER                     PIC X(51) VALUE SPACES.
000587
000587*    APLICADAS = CONFIRMADAS NA JANELA NORMAL, SEM AS DESVIADAS
000587*    PARA A FILA; PENDENTES = EXCLUSOES RETIDAS PARA APROVACAO;
000587*    MNN = REJEITADAS PELO MOTIVO NN (LEGENDA NO RODAPE).
000587 01  WS-SIM-COLUNAS.
000587     05  FILLER                     PIC X(01) VALUE '0'.
000587     05  FILLER                     PIC X(07) VALUE ' CAMPUS'.
000587     05  FILLER                     PIC X(10) VALUE ' APLICADAS'.
000587     05  FILLER                     PIC X(10) VALUE '  P/ESPERA'.
000587     05  FILLER                     PIC X(10) VALUE ' PENDENTES'.
000587     05  FILLER                     PIC X(10) VALUE 'REJEITADAS'.
000587     05  FILLER                     PIC X(02) VALUE SPACES.
000587     05  FILLER                     PIC X(07) VALUE '    M01'.
000587     05  FILLER                     PIC X(07) VALUE '    M02'.
000587     05  FILLER                     PIC X(07) VALUE '    M03'.
000587     05  FILLER                     PIC X(07) VALUE '    M04'.
000587     05  FILLER                     PIC X(07) VALUE '    M05'.
000587     05  FILLER                     PIC X(07) VALUE '    M06'.
000587     05  FILLER                     PIC X(07) VALUE '    M07'.
000587     05  FILLER                     PIC X(07) VALUE '    M08'.
000587     05  FILLER                     PIC X(07) VALUE '    M09'.
000587     05  FILLER                     PIC X(20) VALUE SPACES.
000587
000587 01  WS-SIM-LINHA-CAMPUS.
000587     05  SIM-CONTROLE               PIC X(01) VALUE SPACE.
000587     05  FILLER                     PIC X(01) VALUE SPACE.
000587     05  SIM-CAMPUS                 PIC X(06).
000587     05  SIM-APLICADAS              PIC Z(09)9.
000587     05  SIM-ESPERA                 PIC Z(09)9.
000587     05  SIM-PENDENTES              PIC Z(09)9.
000587     05  SIM-REJEITADAS             PIC Z(09)9.
000587     05  FILLER                     PIC X(02) VALUE SPACES.
000587     05  SIM-MOTIVO-QTDE            PIC Z(06)9 OCCURS 9 TIMES.
000587     05  FILLER                     PIC X(20) VALUE SPACES.
000587
000587 01  WS-SIM-LINHA-RODAPE.
000587     05  ROD-SIM-CONTROLE           PIC X(01).
000587     05  ROD-SIM-ROTULO             PIC X(40).
000587     05  FILLER                     PIC X(01) VALUE SPACE.
000587     05  ROD-SIM-VALOR              PIC ZZZZZZ9.
000587     05  FILLER                     PIC X(84) VALUE SPACES.
000587
000587 01  WS-SIM-LINHA-MOTIVO.
000587     05  LEG-CONTROLE               PIC X(01) VALUE SPACE.
000587     05  FILLER                     PIC X(03) VALUE SPACES.
000587     05  FILLER                     PIC X(01) VALUE 'M'.
000587     05  LEG-MOTIVO                 PIC 9(02).
000587     05  FILLER                     PIC X(03) VALUE ' = '.
000587     05  LEG-DESCRICAO              PIC X(45).
000587     05  FILLER                     PIC X(78) VALUE SPACES.
000587
000587*    DESCRICAO DOS MOTIVOS DE REJEICAO, NA ORDEM DO ESTREJFD.
000587 01  WS-SIM-TAB-MOTIVOS.
000587     05  FILLER                     PIC X(45) VALUE
000587         'CODIGO DE TRANSACAO INVALIDO'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'REPROVADA NA VALIDACAO'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'FALHA DE SQL'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'NENHUMA LINHA AFETADA (ID INEXISTENTE)'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'ESTUDANTE COM BLOQUEIO FINANCEIRO'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'CPF JA CADASTRADO EM ESTUDANTE ATIVO'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'OPERADOR NAO AUTORIZADO'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'PRE-REQUISITO DO CURSO NAO CUMPRIDO'.
000587     05  FILLER                     PIC X(45) VALUE
000587         'CHOQUE DE HORARIO COM OUTRA MATRICULA'.
000587 01  WS-SIM-TAB-MOTIVOS-R REDEFINES WS-SIM-TAB-MOTIVOS.
000587     05  WS-SIM-DESCR-MOTIVO        PIC X(45) OCCURS 9 TIMES.

000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000660         + WS-QTDE-PAGAMENTOS + WS-QTDE-RESP-INCLUIDOS
000660         + WS-QTDE-RESP-ALTERADOS + WS-QTDE-RESP-EXCLUIDOS
000660         + WS-QTDE-TRANSFERIDOS + WS-QTDE-REATIVADOS
000660         + WS-QTDE-CURSOS-INCLUIDOS + WS-QTDE-VAGAS-ALTERADAS
000660         + WS-QTDE-MENSAL-ALTERADAS + WS-QTDE-CURSOS-RETIRADOS
000660         + WS-QTDE-DESLIGADOS + WS-QTDE-ACORDOS-REGISTR
000660         + WS-QTDE-PARCELAS-PAGAS + WS-QTDE-DISPENSAS
000660         + WS-QTDE-FREQ-LANCADAS
000660         + WS-QTDE-BLOQ-LIMPOS
000660     MOVE WS-QTDE-REJEITADAS TO WS-LOG-REJEITADAS
000660*    A SIMULACAO NAO ENTRA NO LOG OPERACIONAL (LOG-RPT).
000660     IF NOT WS-MODO-SIMULACAO
000660         PERFORM 8800-GRAVAR-RUN-LOG THRU 8800-EXIT
000660     END-IF
000660     STOP RUN.

000680 1000-INITIALIZE.
000685     EXEC SQL
000686         WHENEVER SQLWARNING PERFORM 9010-AVISO-INESPERADO
000687     END-EXEC
000688     PERFORM 1500-DEFINIR-MODO THRU 1500-EXIT
000689     PERFORM 1020-OBTER-DATA-PROC THRU 1020-EXIT
000689*    A CONTAGEM DE LINHAS ANTES DA JANELA ENTRA NO REGISTRO DE
000689*    TOTAIS PARA A CONCILIACAO PROVAR QUE A VARIACAO LIQUIDA DE
000689           FROM ESTUDANTE
000689     END-EXEC
000689     MOVE WS-LINHAS-TABELA TO WS-LINHAS-ANTES
000690*    A SIMULACAO NAO TEM RESTART (NADA E CONFIRMADO) E SO GRAVA
000690*    AS REJEICOES E O RELATORIO DE PROJECAO: CHECKPOINT,
000690*    AUDITORIA, PENDENTES E AUDITORIA DO CATALOGO NEM SAO ABERTOS.
000690     IF WS-MODO-SIMULACAO
000690         OPEN OUTPUT ARQ-RELATORIO
000690     ELSE
000690         PERFORM 1050-LER-CHECKPOINT-ANTERIOR THRU 1050-EXIT
000692         OPEN EXTEND ARQ-CHECKPOINT
000693         OPEN EXTEND ARQ-AUDITORIA
000693         OPEN EXTEND ARQ-PENDENTES
000693         OPEN EXTEND ARQ-AUD-CATALOGO
000693     END-IF
000693     OPEN EXTEND ARQ-REJEICOES
000693*    A VARREDURA DA FILA PROMOVE E AUDITA, ENTAO SO RODA COM O
000693*    ARQUIVO DE AUDITORIA JA ABERTO.
000693     PERFORM 1090-VARRER-ESPERA THRU 1090-EXIT
000694     OPEN INPUT ARQ-TRANSACOES
000700     PERFORM 1100-LER-TRANSACAO THRU 1100-EXIT
000710     PERFORM 1100-LER-TRANSACAO THRU 1100-EXIT
000840 1060-EXIT.
000850     EXIT.

000893 1090-VARRER-ESPERA.
000893*    O DESLIGAMENTO JA TIRA O ESTUDANTE DA FILA (8750), MAS O
000893*    ESTUDANTE PODE DEIXAR DE ESTAR ATIVO POR OUTROS CAMINHOS
000893*    (EXCLUSAO FISICA, EXPURGO), E AS VAGAS LIBERADAS FORA DA
000893*    JANELA (WD-SQL, FUNCAO 6 DO ONL-EST) FICAM RESERVADAS PARA A
000893*    FILA. ANTES DAS TRANSACOES: (1) SAEM DA FILA AS ENTRADAS DE
000893*    ESTUDANTE QUE NAO ESTA MAIS ATIVO (NINGUEM E PROMOVIDO
000893*    DEPOIS DE DESLIGADO); (2) PARA CADA CURSO COM ENTRADA
000893*    AGUARDANDO NO PERIODO ABERTO, AS VAGAS LIVRES SAO
000893*    PREENCHIDAS NA ORDEM DA FILA (6970, O MESMO CAMINHO DO
000893*    DESLIGAMENTO 'W').
000893     MOVE WS-DATA-EXECUCAO TO WS-FIL-DATA
000893     EXEC SQL
000893         UPDATE FILA-ESPERA
000893            SET ESPERA-SITUACAO = 'R',
000893                ESPERA-DATA-SAIDA = :WS-FIL-DATA
000893          WHERE ESPERA-SITUACAO = 'E'
000893            AND NOT EXISTS
000893                (SELECT 1
000893                   FROM ESTUDANTE
000893                  WHERE ESTUDANTE-ID = ESPERA-ESTUDANTE-ID
000893                    AND ESTUDANTE-STATUS = 'A')
000893     END-EXEC
000893     IF SQLCODE = 0
000893         MOVE SQLERRD(3) TO WS-QTDE-ESPERA-RETIRADA
000893     END-IF
000893     PERFORM 7050-CONFIRMAR-UNIDADE THRU 7050-EXIT
000893     IF WS-QTDE-ESPERA-RETIRADA > 0
000893         DISPLAY 'BAT-SQL: FILA DE ESPERA - '
000893                 WS-QTDE-ESPERA-RETIRADA
000893                 ' ENTRADAS DE ESTUDANTE INATIVO RETIRADAS'
000893     END-IF
000893     EXEC SQL
000893         WHENEVER SQLERROR CONTINUE
000893     END-EXEC
000893     EXEC SQL
000893         SELECT PERIODO-ID
000893           INTO :WS-MAT-PERIODO
000893           FROM PERIODO-LETIVO
000893          WHERE PERIODO-STATUS = 'A'
000893     END-EXEC
000893     EXEC SQL
000893         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
000893     END-EXEC
000893     IF SQLCODE NOT = 0
000893         GO TO 1090-EXIT
000893     END-IF
000893     MOVE WS-MAT-PERIODO TO WS-PERIODO-VARREDURA
000893     EXEC SQL
000893         DECLARE CUR-CURSOS-FILA CURSOR FOR
000893          SELECT DISTINCT ESPERA-CURSO-ID
000893            FROM FILA-ESPERA
000893           WHERE ESPERA-PERIODO = :WS-PERIODO-VARREDURA
000893             AND ESPERA-SITUACAO = 'E'
000893           ORDER BY ESPERA-CURSO-ID
000893     END-EXEC
000893     EXEC SQL
000893         OPEN CUR-CURSOS-FILA
000893     END-EXEC
000893     PERFORM 1091-LER-CURSO-FILA THRU 1091-EXIT
000893         UNTIL WS-FIM-CURSOS-FILA
000893     EXEC SQL
000893         CLOSE CUR-CURSOS-FILA
000893     END-EXEC
000893     IF WS-QTDE-CURSOS-FORA > 0
000893         DISPLAY 'BAT-SQL: FILA DE ESPERA - '
000893                 WS-QTDE-CURSOS-FORA
000893                 ' CURSOS FICAM PARA A VARREDURA DA PROXIMA'
000893                 ' JANELA'
000893     END-IF
000893     PERFORM 1092-PREENCHER-ENTRADA THRU 1092-EXIT
000893         VARYING WS-INDICE-VARREDURA FROM 1 BY 1
000893         UNTIL WS-INDICE-VARREDURA > WS-CFI-QTDE.
000893 1090-EXIT.
000893     EXIT.

000893 1091-LER-CURSO-FILA.
000893     EXEC SQL
000893         FETCH CUR-CURSOS-FILA
000893          INTO :WS-CURSO-ID
000893     END-EXEC
000893     IF SQLCODE = 100
000893         SET WS-FIM-CURSOS-FILA TO TRUE
000893         GO TO 1091-EXIT
000893     END-IF
000893     IF WS-CFI-QTDE >= 300
000893         ADD 1 TO WS-QTDE-CURSOS-FORA
000893     ELSE
000893         ADD 1 TO WS-CFI-QTDE
000893         MOVE WS-CURSO-ID TO WS-CFI-CURSO-ID (WS-CFI-QTDE)
000893     END-IF.
000893 1091-EXIT.
000893     EXIT.
000893
000893 1092-PREENCHER-ENTRADA.
000893     MOVE WS-CFI-CURSO-ID (WS-INDICE-VARREDURA) TO WS-CURSO-ID
000893     MOVE WS-PERIODO-VARREDURA TO WS-MAT-PERIODO
000893     PERFORM 6970-PREENCHER-CURSO THRU 6970-EXIT.
000893 1092-EXIT.
000893     EXIT.

000870 1100-LER-TRANSACAO.
000880     READ ARQ-TRANSACOES INTO TXN-REGISTRO
000930     END-READ.
000940 1100-EXIT.
000950     EXIT.
000950
000940 1500-DEFINIR-MODO.
000940     DISPLAY 'BAT-SQL - MODO (N=NORMAL, S=SIMULACAO): '
000940     ACCEPT WS-PARM-MODO FROM SYSIN
000940     IF NOT WS-MODO-NORMAL AND NOT WS-MODO-SIMULACAO
000940         DISPLAY 'BAT-SQL: MODO INVALIDO - ' WS-PARM-MODO
000940         MOVE 16 TO RETURN-CODE
000940         STOP RUN
000940     END-IF
000940*    NA SIMULACAO CADA CONFIRMACAO DA JANELA VIRA UM SAVEPOINT
000940*    (7050) E CADA DESFAZIMENTO VOLTA SO ATE ELE (7060), DE MODO
000940*    QUE AS TRANSACOES SEGUINTES ENXERGAM O EFEITO DAS ANTERIORES
000940*    (VAGAS, FILA, CPF) COMO NA JANELA NORMAL; O ROLLBACK FINAL
000940*    (9950) DESFAZ TUDO.
000940     IF WS-MODO-SIMULACAO
000940         DISPLAY 'BAT-SQL: *** MODO SIMULACAO - NADA SERA'
000940                 ' CONFIRMADO NO BANCO ***'
000940         EXEC SQL
000940             SAVEPOINT SIMULACAO ON ROLLBACK RETAIN CURSORS
000940         END-EXEC
000940     END-IF.
000940 1500-EXIT.
000940     EXIT.

000970 2000-PROCESSAR-TRANSACOES.
000975     MOVE TXN-CAMPUS TO WS-AUD-CAMPUS
001049             PERFORM 6400-TRANSFERIR-CAMPUS THRU 6400-EXIT
001049         WHEN TXN-REATIVAR
001049             PERFORM 6500-REATIVAR-ESTUDANTE THRU 6500-EXIT
001049         WHEN TXN-INCLUIR-CURSO
001049             PERFORM 6600-INCLUIR-CURSO THRU 6600-EXIT
001049         WHEN TXN-ALTERAR-VAGAS
001049             PERFORM 6700-ALTERAR-VAGAS THRU 6700-EXIT
001049         WHEN TXN-ALTERAR-MENSALIDADE
001049             PERFORM 6800-ALTERAR-MENSALIDADE THRU 6800-EXIT
001049         WHEN TXN-RETIRAR-CURSO
001049             PERFORM 6900-RETIRAR-CURSO THRU 6900-EXIT
001049         WHEN TXN-DESLIGAR
001049             PERFORM 6950-DESLIGAR-ESTUDANTE THRU 6950-EXIT
001049         WHEN TXN-ACORDO
001049             PERFORM 6980-REGISTRAR-ACORDO THRU 6980-EXIT
001049         WHEN TXN-PAGAR-PARCELA
001049             PERFORM 6990-PAGAR-PARCELA THRU 6990-EXIT
001049         WHEN TXN-DISPENSAR-PREREQ
001049             PERFORM 5650-DISPENSAR-PREREQUISITO THRU 5650-EXIT
001049         WHEN TXN-LANCAR-FREQUENCIA
001049             PERFORM 5750-LANCAR-FREQUENCIA THRU 5750-EXIT
001049         WHEN TXN-LIMPAR-BLOQUEIO
001049             PERFORM 5960-LIMPAR-BLOQUEIO-INDEVIDO
001049                 THRU 5960-EXIT
001050         WHEN OTHER
001060             ADD 1 TO WS-QTDE-REJEITADAS
001070             DISPLAY 'BAT-SQL: TRANSACAO REJEITADA - CODIGO='
001365         SET WS-AUD-FALHA TO TRUE
001366         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
001367         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
001370         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
001395     END-IF
001396     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
001396     ADD 1 TO WS-QTDE-AUDITADAS.
001410 3000-EXIT.
001420     EXIT.
001450*    MARCADA 'S' AO CONSOLIDADO DE UMA PROXIMA NOITE.
001450     IF NOT TXN-APROVADA
001450         ADD 1 TO WS-QTDE-EXCL-PENDENTES
001450         PERFORM 7700-ACHAR-CAMPUS THRU 7700-EXIT
001450         ADD 1 TO WS-CAMPUS-PENDENTES (WS-INDICE-CAMPUS)
001450         IF NOT WS-MODO-SIMULACAO
001450             MOVE TXN-REGISTRO TO PEN-TRANSACAO
001450             MOVE WS-DATA-EXECUCAO TO PEN-DATA-PENDENCIA
001450             WRITE REG-PENDENTE
001450         END-IF
001450         DISPLAY 'BAT-SQL: EXCLUSAO RETIDA PARA APROVACAO -'
001450                 ' ID=' TXN-ESTUDANTE-ID
001450                 ' SEQUENCIA=' TXN-SEQUENCIA
001645         SET WS-AUD-FALHA TO TRUE
001646         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
001647         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
001650         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
001675     END-IF
001676     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
001676     ADD 1 TO WS-QTDE-AUDITADAS.
001690 4000-EXIT.
001700     EXIT.
002026         MOVE '03' TO WS-REJ-MOTIVO
002027         MOVE SQLCODE TO WS-REJ-SQLCODE
002028         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002030         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002055     END-IF
002056     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002056     ADD 1 TO WS-QTDE-AUDITADAS.
002070 5000-EXIT.
002080     EXIT.
002093         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002093         GO TO 5500-EXIT
002093     END-IF
002093*    PRE-REQUISITOS ANTES DA VAGA: QUEM VAI PARA A FILA DE ESPERA
002093*    JA ESTA APTO, E A PROMOCAO NAO PRECISA CONFERIR DE NOVO.
002093     PERFORM 8780-CONFERIR-PREREQUISITOS THRU 8780-EXIT
002093     IF WS-PRE-ERRO
002093         ADD 1 TO WS-QTDE-REJEITADAS
002093         DISPLAY 'BAT-SQL: FALHA NA CONFERENCIA DE PRE-REQUISITO'
002093                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002093                 ' SQLCODE=' SQLCODE
002093         MOVE '03' TO WS-REJ-MOTIVO
002093         MOVE SQLCODE TO WS-REJ-SQLCODE
002093         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002093         GO TO 5500-EXIT
002093     END-IF
002093     IF WS-PRE-PENDENTE
002093         ADD 1 TO WS-QTDE-REJEITADAS
002093         DISPLAY 'BAT-SQL: MATRICULA RECUSADA - PRE-REQUISITO '
002093                 WS-PRE-REQUISITO-EDIT ' NAO CUMPRIDO - ID='
002093                 WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002093         MOVE '08' TO WS-REJ-MOTIVO
002093         MOVE ZERO TO WS-REJ-SQLCODE
002093         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002093         GO TO 5500-EXIT
002093     END-IF
002093     IF WS-PRE-DISPENSADO
002093         DISPLAY 'BAT-SQL: PRE-REQUISITO DISPENSADO - ID='
002093                 WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002093     END-IF
002093*    CHOQUE DE HORARIO TAMBEM ANTES DA VAGA, PELO MESMO MOTIVO;
002093*    SO CONTAM AS MATRICULAS ATIVAS (NAO A FILA DE ESPERA).
002093     PERFORM 8785-CONFERIR-CHOQUE-HORARIO THRU 8785-EXIT
002093     IF WS-HOR-ERRO
002093         ADD 1 TO WS-QTDE-REJEITADAS
002093         DISPLAY 'BAT-SQL: FALHA NA CONFERENCIA DE HORARIO'
002093                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002093                 ' SQLCODE=' SQLCODE
002093         MOVE '03' TO WS-REJ-MOTIVO
002093         MOVE SQLCODE TO WS-REJ-SQLCODE
002093         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002093         GO TO 5500-EXIT
002093     END-IF
002093     IF WS-HOR-CHOQUE
002093         ADD 1 TO WS-QTDE-REJEITADAS
002093         DISPLAY 'BAT-SQL: MATRICULA RECUSADA - CHOQUE DE '
002093                 'HORARIO COM O CURSO ' WS-HOR-CURSO-EDIT
002093                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002093         MOVE '09' TO WS-REJ-MOTIVO
002093         MOVE ZERO TO WS-REJ-SQLCODE
002093         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002093         GO TO 5500-EXIT
002093     END-IF
002093     PERFORM 5510-CONFERIR-VAGAS THRU 5510-EXIT
002093     IF WS-SEM-VAGA
002093         PERFORM 5520-ENVIAR-PARA-ESPERA THRU 5520-EXIT
002122         MOVE '03' TO WS-REJ-MOTIVO
002123         MOVE SQLCODE TO WS-REJ-SQLCODE
002124         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002125         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002128     END-IF
002129     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002129     ADD 1 TO WS-QTDE-AUDITADAS.
002130 5500-EXIT.
002131     EXIT.
002162         SET WS-AUD-FALHA TO TRUE
002163         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002164         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002165         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002168     END-IF
002169     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002169     ADD 1 TO WS-QTDE-AUDITADAS
002169*    O CANCELAMENTO EFETIVADO LIBEROU UMA VAGA; A PROMOCAO SO
002169*    RODA DEPOIS DE GRAVADO O REGISTRO DE AUDITORIA DO PROPRIO
002169     END-IF.
002170 5600-EXIT.
002171     EXIT.
002171
002171 5650-DISPENSAR-PREREQUISITO.
002171*    DISPENSA DE PRE-REQUISITO CONCEDIDA PELA COORDENACAO: O
002171*    ESTUDANTE (ATIVO) PODE SE MATRICULAR NO CURSO TXN-CURSO-ID
002171*    SEM A APROVACAO NOS CURSOS REQUISITO DELE. A DISPENSA VALE
002171*    PARA TODOS OS REQUISITOS DO CURSO E NAO EXPIRA; O OPERADOR
002171*    FICA GRAVADO NA LINHA E NA AUDITORIA. CURSO SEM
002171*    PRE-REQUISITO OU DISPENSA REPETIDA E MOTIVO 02.
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171     PERFORM 8550-VALIDAR-MATRICULA THRU 8550-EXIT
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-PRE-QTDE-PENDENTES
002171               FROM CURSO-PREREQ
002171              WHERE PREREQ-CURSO-ID = :WS-CURSO-ID
002171         END-EXEC
002171         IF WS-PRE-QTDE-PENDENTES = 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: CURSO SEM PRE-REQUISITO'
002171                     ' - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-PRE-QTDE-DISPENSAS
002171               FROM PREREQ-DISPENSA
002171              WHERE DISPENSA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND DISPENSA-CURSO-ID = :WS-CURSO-ID
002171         END-EXEC
002171         IF WS-PRE-QTDE-DISPENSAS > 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: DISPENSA JA REGISTRADA'
002171                     ' - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: DISPENSA DE PRE-REQUISITO REJEITADA'
002171                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 5650-EXIT
002171     END-IF
002171     SET WS-AUD-OP-DISPENSA-PREREQ TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171     MOVE WS-DATA-EXECUCAO          TO WS-MAT-DATA
002171     MOVE TXN-OPERADOR              TO WS-OPERADOR-ID
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         INSERT INTO PREREQ-DISPENSA
002171             (DISPENSA-ESTUDANTE-ID, DISPENSA-CURSO-ID,
002171              DISPENSA-DATA, DISPENSA-OPERADOR)
002171         VALUES
002171             (:WS-ESTUDANTE-ID, :WS-CURSO-ID,
002171              :WS-MAT-DATA, :WS-OPERADOR-ID)
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE = 0
002171         ADD 1 TO WS-QTDE-DISPENSAS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         DISPLAY 'BAT-SQL: PRE-REQUISITO DISPENSADO - ID='
002171                 WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA DISPENSA DE PRE-REQUISITO'
002171                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171                 ' SQLCODE=' SQLCODE
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 5650-EXIT.
002171     EXIT.

002171 5510-CONFERIR-VAGAS.
002171*    CURSO-VAGAS ZERO E CURSO SEM LIMITE (SEMANTICA DAS LINHAS
002171            AND MATRICULA-PERIODO = :WS-MAT-PERIODO
002171            AND MATRICULA-STATUS = 'A'
002171     END-EXEC
002171     PERFORM 8720-CONTAR-FILA THRU 8720-EXIT
002171     IF WS-FIL-FALHA
002171         PERFORM 9000-ERRO-INESPERADO THRU 9000-EXIT
002171     END-IF
002171     IF WS-QTDE-MAT-ATIVAS >= WS-CURSO-VAGAS
002171         OR WS-FIL-QTDE-FILA > 0
002171         SET WS-SEM-VAGA TO TRUE
002171     END-IF.
002171 5510-EXIT.
002171     EXIT.

002171 5520-ENVIAR-PARA-ESPERA.
002171*    A ENTRADA NA FILA E GRAVADA NO BANCO E CONFIRMADA COM
002171*    CHECKPOINT, COMO QUALQUER TRANSACAO APLICADA: UM RERUN NAO A
002171*    INCLUI DE NOVO. QUEM JA AGUARDA NO CURSO/PERIODO (PELO LOTE
002171*    OU PELO BALCAO) NAO GANHA SEGUNDA ENTRADA -- MOTIVO 02.
002171     MOVE WS-DATA-EXECUCAO TO WS-FIL-DATA
002171     MOVE TXN-CAMPUS TO WS-FIL-CAMPUS
002171     PERFORM 8725-INCLUIR-NA-FILA THRU 8725-EXIT
002171     IF WS-FIL-DUPLICADA
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: JA ESTA NA FILA DE ESPERA - ID='
002171                 WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171                 ' POSICAO=' WS-FIL-POSICAO-EDIT
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 5520-EXIT
002171     END-IF
002171     IF WS-FIL-FALHA
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA INCLUSAO NA FILA DE ESPERA'
002171                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171                 ' SQLCODE=' SQLCODE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171         GO TO 5520-EXIT
002171     END-IF
002171     ADD 1 TO WS-QTDE-ESPERA
002171     PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ADD 1 TO WS-CAMPUS-ESPERA (WS-INDICE-CAMPUS)
002171     DISPLAY 'BAT-SQL: CURSO LOTADO - ID=' WS-ESTUDANTE-ID
002171             ' CURSO=' WS-CURSO-ID ' ENVIADO PARA A FILA'
002171             ' DE ESPERA - POSICAO ' WS-FIL-POSICAO-EDIT
002171             ' DE ' WS-FIL-QTDE-EDIT.
002171 5520-EXIT.
002171     EXIT.

002171 5610-PROMOVER-ESPERA.
002171*    PROMOVE O PRIMEIRO AGUARDANDO DO CURSO/PERIODO NA TABELA
002171*    FILA-ESPERA (MENOR ESPERA-ORDEM, A MESMA ORDEM DO BALCAO). A
002171*    MATRICULA PROMOVIDA E AUDITADA COMO QUALQUER OUTRA ('M'); O
002171*    ID, O CAMPUS E O OPERADOR DO CANCELAMENTO SAO PRESERVADOS E
002171*    RESTAURADOS AO FINAL, POIS AS AREAS SAO COMPARTILHADAS COM A
002171*    AUDITORIA -- O REGISTRO DA PROMOCAO SAI COM O CAMPUS
002171*    GUARDADO NA PROPRIA FILA (ESPERA-CAMPUS, O CAMPUS DA
002171*    INCLUSAO NA FILA) E SEM OPERADOR, JA QUE A PROMOCAO E DO
002171*    SISTEMA, NAO DE QUEM DIGITOU O CANCELAMENTO. O INSERT DA
002171*    MATRICULA E A SAIDA DA FILA (8735) SAO UMA SO UNIDADE DE
002171*    TRABALHO.
002171     PERFORM 8730-LOCALIZAR-PRIMEIRO THRU 8730-EXIT
002171     IF WS-FIL-FALHA
002171         DISPLAY 'BAT-SQL: FALHA NA LEITURA DA FILA DE ESPERA'
002171                 ' - CURSO=' WS-CURSO-ID ' SQLCODE=' SQLCODE
002171     END-IF
002171     IF NOT WS-FIL-ACHADA
002171         GO TO 5610-EXIT
002171     END-IF
002171     MOVE WS-ESTUDANTE-ID TO WS-ID-CANCELADO
002171     MOVE WS-AUD-CAMPUS TO WS-CAMPUS-CANCELAMENTO
002171     MOVE WS-AUD-OPERADOR TO WS-OPERADOR-CANCELAMENTO
002171     MOVE WS-FIL-ESTUDANTE-ID TO WS-ESTUDANTE-ID
002171     MOVE WS-FIL-CAMPUS TO WS-AUD-CAMPUS
002171     MOVE SPACES TO WS-AUD-OPERADOR
002171     SET WS-AUD-OP-MATRICULA TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE = 0
002171         MOVE WS-DATA-EXECUCAO TO WS-FIL-DATA
002171         PERFORM 8735-MARCAR-PROMOVIDA THRU 8735-EXIT
002171     ELSE
002171         SET WS-FIL-FALHA TO TRUE
002171     END-IF
002171     IF WS-FIL-SUCESSO
002171         ADD 1 TO WS-QTDE-PROMOVIDAS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         DISPLAY 'BAT-SQL: PROMOVIDO DA FILA DE ESPERA - ID='
002171                 WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171*        A PROMOCAO E UMA UNIDADE DE TRABALHO PROPRIA, FORA DO
002171*        CHECKPOINT (ELA NAO VEM DO ARQUIVO DE TRANSACOES).
002171         PERFORM 7050-CONFIRMAR-UNIDADE THRU 7050-EXIT
002171     ELSE
002171         SET WS-AUD-FALHA TO TRUE
002171         DISPLAY 'BAT-SQL: FALHA NA PROMOCAO DA ESPERA - ID='
002171                 WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171                 ' SQLCODE=' SQLCODE
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS
002171     MOVE WS-ID-CANCELADO TO WS-ESTUDANTE-ID
002171     MOVE WS-CAMPUS-CANCELAMENTO TO WS-AUD-CAMPUS
002171 5610-EXIT.
002171     EXIT.

002171 5700-LANCAR-NOTA.
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171         MOVE '03' TO WS-REJ-MOTIVO
002171         MOVE SQLCODE TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 5700-EXIT.
002171     EXIT.
002171
002171 5750-LANCAR-FREQUENCIA.
002171*    FREQUENCIA DA MATRICULA NO PERIODO (EM BRANCO = ABERTO):
002171*    AULAS DADAS (MAIOR QUE ZERO) E AULAS PRESENTES (ATE AS
002171*    DADAS). COMO A NOTA, ACEITA PERIODO JA FECHADO; SO A
002171*    MATRICULA CANCELADA FICA DE FORA. UM NOVO LANCAMENTO
002171*    SUBSTITUI O ANTERIOR (CORRECAO DO DIARIO DE CLASSE).
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171     PERFORM 8570-DEFINIR-PERIODO THRU 8570-EXIT
002171     IF TXN-FREQ-AULAS-DADAS NOT NUMERIC
002171         OR TXN-FREQ-AULAS-PRESENTE NOT NUMERIC
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: AULAS DADAS OU PRESENTES NAO'
002171                 ' NUMERICAS - REJEITADO'
002171     ELSE
002171         IF TXN-FREQ-AULAS-DADAS = ZERO
002171             OR TXN-FREQ-AULAS-PRESENTE > TXN-FREQ-AULAS-DADAS
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: AULAS DADAS EM ZEROS OU'
002171                     ' PRESENTES ACIMA DAS DADAS - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             WHENEVER SQLERROR CONTINUE
002171         END-EXEC
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-MATRICULAS
002171               FROM MATRICULA
002171              WHERE MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND MATRICULA-CURSO-ID = :WS-CURSO-ID
002171                AND MATRICULA-PERIODO = :WS-MAT-PERIODO
002171                AND MATRICULA-STATUS <> 'C'
002171         END-EXEC
002171         EXEC SQL
002171             WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171         END-EXEC
002171         IF WS-QTDE-MATRICULAS = 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: MATRICULA INEXISTENTE OU'
002171                     ' CANCELADA PARA A FREQUENCIA - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: LANCAMENTO DE FREQUENCIA REJEITADO'
002171                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 5750-EXIT
002171     END-IF
002171     SET WS-AUD-OP-FREQUENCIA TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171     MOVE TXN-FREQ-AULAS-DADAS      TO WS-FREQ-AULAS-DADAS
002171     MOVE TXN-FREQ-AULAS-PRESENTE   TO WS-FREQ-AULAS-PRESENTE
002171     MOVE WS-DATA-EXECUCAO          TO WS-MAT-DATA
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         UPDATE MATRICULA
002171            SET MATRICULA-AULAS-DADAS = :WS-FREQ-AULAS-DADAS,
002171                MATRICULA-AULAS-PRESENTE =
002171                    :WS-FREQ-AULAS-PRESENTE,
002171                MATRICULA-DATA-FREQ = :WS-MAT-DATA
002171          WHERE MATRICULA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171            AND MATRICULA-CURSO-ID = :WS-CURSO-ID
002171            AND MATRICULA-PERIODO = :WS-MAT-PERIODO
002171            AND MATRICULA-STATUS <> 'C'
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         ADD 1 TO WS-QTDE-FREQ-LANCADAS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NO LANCAMENTO DE FREQUENCIA'
002171                 ' - ID=' WS-ESTUDANTE-ID ' CURSO=' WS-CURSO-ID
002171                 ' SQLCODE=' SQLCODE ' LINHAS=' WS-ROWS-AFFECTED
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 5750-EXIT.
002171     EXIT.

002171 5800-RETIFICAR-NOTA.
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 5800-EXIT.
002171     EXIT.
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 5900-EXIT.
002171     EXIT.
002171         MOVE '03' TO WS-REJ-MOTIVO
002171         MOVE SQLCODE TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6100-EXIT.
002171     EXIT.
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6200-EXIT.
002171     EXIT.
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6300-EXIT.
002171     EXIT.
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6400-EXIT.
002171     EXIT.
002171*    REATIVACAO EM LOTE, ESPELHO DO REA-SQL UNITARIO: VOLTA O
002171*    STATUS PARA 'A' E LIMPA A DATA DE DESLIGAMENTO, SOMENTE DE
002171*    ESTUDANTE HOJE INATIVO. OPERACAO SENSIVEL: EXIGE OPERADOR
002171*    AUTORIZADO, COMO A EXCLUSAO FISICA. AS MATRICULAS E AS
002171*    COBRANCAS CANCELADAS NO DESLIGAMENTO (6950/8750) NAO SAO
002171*    RESTAURADAS: A REMATRICULA VEM POR TRANSACAO 'M' E AS
002171*    COBRANCAS PELO GER-COB.
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     PERFORM 8590-CONFERIR-AUTORIZACAO THRU 8590-EXIT
002171     IF NOT WS-OPER-AUTORIZADO
002171         ADD 1 TO WS-QTDE-REATIVADOS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171         DISPLAY 'BAT-SQL: REATIVADO ID=' WS-ESTUDANTE-ID
002171                 ' - MATRICULAS/COBRANCAS CANCELADAS NO'
002171                 ' DESLIGAMENTO NAO RESTAURADAS'
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA REATIVACAO - ID='
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6500-EXIT.
002171     EXIT.
002171
002171 6600-INCLUIR-CURSO.
002171*    INCLUSAO DE CURSO NO CATALOGO. O VALOR DA MENSALIDADE
002171*    INFORMADO ABRE O HISTORICO DE PRECOS DO CURSO (VIGENCIA
002171*    '000000'), NA MESMA UNIDADE DE TRABALHO DO INSERT EM CURSO.
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171     PERFORM 6680-CONFERIR-CATALOGO THRU 6680-EXIT
002171     IF NOT WS-OPER-AUTORIZADO
002171         GO TO 6600-EXIT
002171     END-IF
002171     SET WS-DADOS-VALIDOS TO TRUE
002171     IF WS-CURSO-ID = ZERO
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: CURSO-ID EM ZEROS - REJEITADO'
002171     END-IF
002171     IF TXN-CURSO-NOME = SPACES
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: NOME DO CURSO EM BRANCO'
002171                 ' - REJEITADO'
002171     END-IF
002171     IF TXN-CURSO-VAGAS NOT NUMERIC
002171         OR TXN-CURSO-MENSALIDADE NOT NUMERIC
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: VAGAS OU MENSALIDADE NAO'
002171                 ' NUMERICAS - REJEITADO'
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         PERFORM 6650-LER-CURSO THRU 6650-EXIT
002171         IF WS-CURSO-ACHADO
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: CURSO JA CATALOGADO'
002171                     ' - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: INCLUSAO DE CURSO REJEITADA - CURSO='
002171                 WS-CURSO-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 6600-EXIT
002171     END-IF
002171     SET CAT-OP-INCLUSAO TO TRUE
002171     PERFORM 6660-IMAGEM-ANTES-CATALOGO THRU 6660-EXIT
002171     MOVE TXN-CURSO-NOME            TO WS-CURSO-NOME
002171     MOVE TXN-CURSO-VAGAS           TO WS-CURSO-VAGAS
002171     MOVE TXN-CURSO-MENSALIDADE     TO WS-CURSO-MENSALIDADE
002171     MOVE 'A'                       TO WS-CURSO-STATUS
002171     MOVE '000000'                  TO WS-HIST-VIGENCIA
002171     MOVE WS-CURSO-MENSALIDADE      TO WS-HIST-VALOR
002171     MOVE WS-DATA-EXECUCAO          TO WS-MAT-DATA
002171     MOVE TXN-OPERADOR              TO WS-OPERADOR-ID
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         INSERT INTO CURSO
002171             (CURSO-ID, CURSO-NOME, CURSO-VAGAS,
002171              CURSO-MENSALIDADE, CURSO-STATUS,
002171              CURSO-DATA-RETIRADA)
002171         VALUES
002171             (:WS-CURSO-ID, :WS-CURSO-NOME, :WS-CURSO-VAGAS,
002171              :WS-CURSO-MENSALIDADE, :WS-CURSO-STATUS, ' ')
002171     END-EXEC
002171     IF SQLCODE = 0
002171         EXEC SQL
002171             INSERT INTO CURSO-PRECO-HIST
002171                 (HIST-CURSO-ID, HIST-VIGENCIA, HIST-VALOR,
002171                  HIST-DATA-ALTERACAO, HIST-OPERADOR)
002171             VALUES
002171                 (:WS-CURSO-ID, :WS-HIST-VIGENCIA,
002171                  :WS-HIST-VALOR, :WS-MAT-DATA,
002171                  :WS-OPERADOR-ID)
002171         END-EXEC
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE = 0
002171         ADD 1 TO WS-QTDE-CURSOS-INCLUIDOS
002171         SET CAT-SUCESSO TO TRUE
002171         DISPLAY 'BAT-SQL: CURSO INCLUIDO NO CATALOGO - CURSO='
002171                 WS-CURSO-ID
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA INCLUSAO DE CURSO - CURSO='
002171                 WS-CURSO-ID ' SQLCODE=' SQLCODE
002171         SET CAT-FALHA TO TRUE
002171         MOVE '03' TO WS-REJ-MOTIVO
002171         MOVE SQLCODE TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 6690-GRAVAR-AUD-CATALOGO THRU 6690-EXIT.
002171 6600-EXIT.
002171     EXIT.
002171
002171 6700-ALTERAR-VAGAS.
002171*    NOVA CAPACIDADE DO CURSO (ZERO = SEM LIMITE). A REDUCAO NAO
002171*    PODE FICAR ABAIXO DAS MATRICULAS ATIVAS DO PERIODO ABERTO
002171*    (NINGUEM E DESMATRICULADO POR ALTERACAO DE CATALOGO); O
002171*    AUMENTO CONFIRMADO PROMOVE A FILA DE ESPERA DO CURSO PARA
002171*    AS VAGAS NOVAS, NA ORDEM DE CHEGADA.
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171     PERFORM 6680-CONFERIR-CATALOGO THRU 6680-EXIT
002171     IF NOT WS-OPER-AUTORIZADO
002171         GO TO 6700-EXIT
002171     END-IF
002171     PERFORM 6670-VALIDAR-CURSO-ATIVO THRU 6670-EXIT
002171     IF WS-DADOS-VALIDOS
002171         AND TXN-CURSO-VAGAS NOT NUMERIC
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: VAGAS NAO NUMERICAS - REJEITADO'
002171     END-IF
002171     MOVE 'N' TO WS-SW-PERIODO-ABERTO
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             WHENEVER SQLERROR CONTINUE
002171         END-EXEC
002171         EXEC SQL
002171             SELECT PERIODO-ID
002171               INTO :WS-MAT-PERIODO
002171               FROM PERIODO-LETIVO
002171              WHERE PERIODO-STATUS = 'A'
002171         END-EXEC
002171         IF SQLCODE = 0
002171             SET WS-PERIODO-ABERTO TO TRUE
002171             EXEC SQL
002171                 SELECT COUNT(*)
002171                   INTO :WS-QTDE-MAT-ATIVAS
002171                   FROM MATRICULA
002171                  WHERE MATRICULA-CURSO-ID = :WS-CURSO-ID
002171                    AND MATRICULA-PERIODO = :WS-MAT-PERIODO
002171                    AND MATRICULA-STATUS = 'A'
002171             END-EXEC
002171         END-IF
002171         EXEC SQL
002171             WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171         END-EXEC
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         AND WS-PERIODO-ABERTO
002171         AND TXN-CURSO-VAGAS > ZERO
002171         AND TXN-CURSO-VAGAS < WS-QTDE-MAT-ATIVAS
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: VAGAS ABAIXO DAS MATRICULAS'
002171                 ' ATIVAS (' WS-QTDE-MAT-ATIVAS ') - REJEITADO'
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: ALTERACAO DE VAGAS REJEITADA - CURSO='
002171                 WS-CURSO-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 6700-EXIT
002171     END-IF
002171     SET CAT-OP-VAGAS TO TRUE
002171     PERFORM 6660-IMAGEM-ANTES-CATALOGO THRU 6660-EXIT
002171     MOVE TXN-CURSO-VAGAS           TO WS-CURSO-VAGAS
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         UPDATE CURSO
002171            SET CURSO-VAGAS = :WS-CURSO-VAGAS
002171          WHERE CURSO-ID = :WS-CURSO-ID
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         ADD 1 TO WS-QTDE-VAGAS-ALTERADAS
002171         SET CAT-SUCESSO TO TRUE
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA ALTERACAO DE VAGAS - CURSO='
002171                 WS-CURSO-ID ' SQLCODE=' SQLCODE
002171                 ' LINHAS=' WS-ROWS-AFFECTED
002171         SET CAT-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 6690-GRAVAR-AUD-CATALOGO THRU 6690-EXIT
002171*    A PROMOCAO SO RODA DEPOIS DO COMMIT DA NOVA CAPACIDADE; CADA
002171*    PROMOVIDO E UMA UNIDADE DE TRABALHO PROPRIA (5610), COMO NO
002171*    CANCELAMENTO QUE LIBERA VAGA.
002171     IF CAT-SUCESSO AND WS-PERIODO-ABERTO
002171         SET WS-VAGA-DISPONIVEL TO TRUE
002171         PERFORM 6710-PREENCHER-VAGA THRU 6710-EXIT
002171             UNTIL WS-SEM-VAGA
002171     END-IF.
002171 6700-EXIT.
002171     EXIT.
002171
002171 6710-PREENCHER-VAGA.
002171*    UMA PROMOCAO POR VOLTA, ENQUANTO HOUVER VAGA (OU O CURSO
002171*    FICAR SEM LIMITE) E ALGUEM AGUARDANDO. UMA PROMOCAO QUE
002171*    FALHA DEIXA A ENTRADA NA FILA E ENCERRA A VOLTA, PARA NAO
002171*    REPETIR O MESMO INSERT.
002171     IF WS-CURSO-VAGAS > 0
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-MAT-ATIVAS
002171               FROM MATRICULA
002171              WHERE MATRICULA-CURSO-ID = :WS-CURSO-ID
002171                AND MATRICULA-PERIODO = :WS-MAT-PERIODO
002171                AND MATRICULA-STATUS = 'A'
002171         END-EXEC
002171         IF WS-QTDE-MAT-ATIVAS >= WS-CURSO-VAGAS
002171             SET WS-SEM-VAGA TO TRUE
002171             GO TO 6710-EXIT
002171         END-IF
002171     END-IF
002171     PERFORM 5610-PROMOVER-ESPERA THRU 5610-EXIT
002171     IF NOT WS-FIL-ACHADA
002171         OR WS-AUD-FALHA
002171         SET WS-SEM-VAGA TO TRUE
002171     END-IF.
002171 6710-EXIT.
002171     EXIT.
002171
002171 6800-ALTERAR-MENSALIDADE.
002171*    NOVO VALOR DE MENSALIDADE A PARTIR DA COMPETENCIA INFORMADA
002171*    EM TXN-PERIODO (BRANCO = COMPETENCIA DA DATA DE
002171*    PROCESSAMENTO). COMPETENCIA JA FATURADA PARA O CURSO NAO
002171*    PODE MUDAR DE PRECO: O HISTORICO TEM DE CONTINUAR PROVANDO
002171*    O VALOR QUE O GER-COB COBROU. O CURSO AINDA SEM HISTORICO
002171*    GANHA ANTES A LINHA '000000' COM O VALOR ANTERIOR, PARA QUE
002171*    AS COMPETENCIAS PASSADAS CONTINUEM RESOLVENDO PARA ELE.
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171     PERFORM 6680-CONFERIR-CATALOGO THRU 6680-EXIT
002171     IF NOT WS-OPER-AUTORIZADO
002171         GO TO 6800-EXIT
002171     END-IF
002171     PERFORM 6670-VALIDAR-CURSO-ATIVO THRU 6670-EXIT
002171     IF WS-DADOS-VALIDOS
002171         AND TXN-CURSO-MENSALIDADE NOT NUMERIC
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: MENSALIDADE NAO NUMERICA'
002171                 ' - REJEITADO'
002171     END-IF
002171     IF TXN-PERIODO = SPACES
002171         MOVE WS-COMPETENCIA-EXECUCAO TO WS-HIST-VIGENCIA
002171     ELSE
002171         MOVE TXN-PERIODO TO WS-HIST-VIGENCIA
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         AND (WS-HIST-VIGENCIA NOT NUMERIC
002171              OR WS-HIST-VIGENCIA (5:2) < '01'
002171              OR WS-HIST-VIGENCIA (5:2) > '12')
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: COMPETENCIA DE VIGENCIA INVALIDA'
002171                 ' - REJEITADO'
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             WHENEVER SQLERROR CONTINUE
002171         END-EXEC
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-COB-FATURADAS
002171               FROM COBRANCA
002171              WHERE COBRANCA-CURSO-ID = :WS-CURSO-ID
002171                AND COBRANCA-COMPETENCIA >= :WS-HIST-VIGENCIA
002171         END-EXEC
002171         EXEC SQL
002171             WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171         END-EXEC
002171         IF WS-QTDE-COB-FATURADAS > 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: COMPETENCIA ' WS-HIST-VIGENCIA
002171                     ' JA FATURADA PARA O CURSO - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: ALTERACAO DE MENSALIDADE REJEITADA'
002171                 ' - CURSO=' WS-CURSO-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 6800-EXIT
002171     END-IF
002171     SET CAT-OP-MENSALIDADE TO TRUE
002171     PERFORM 6660-IMAGEM-ANTES-CATALOGO THRU 6660-EXIT
002171     MOVE WS-DATA-EXECUCAO          TO WS-MAT-DATA
002171     MOVE TXN-OPERADOR              TO WS-OPERADOR-ID
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         SELECT COUNT(*)
002171           INTO :WS-QTDE-HIST
002171           FROM CURSO-PRECO-HIST
002171          WHERE HIST-CURSO-ID = :WS-CURSO-ID
002171     END-EXEC
002171     IF SQLCODE = 0 AND WS-QTDE-HIST = 0
002171         MOVE WS-CURSO-MENSALIDADE TO WS-HIST-VALOR
002171         EXEC SQL
002171             INSERT INTO CURSO-PRECO-HIST
002171                 (HIST-CURSO-ID, HIST-VIGENCIA, HIST-VALOR,
002171                  HIST-DATA-ALTERACAO, HIST-OPERADOR)
002171             VALUES
002171                 (:WS-CURSO-ID, '000000', :WS-HIST-VALOR,
002171                  :WS-MAT-DATA, ' ')
002171         END-EXEC
002171     END-IF
002171     MOVE TXN-CURSO-MENSALIDADE     TO WS-CURSO-MENSALIDADE
002171     MOVE WS-CURSO-MENSALIDADE      TO WS-HIST-VALOR
002171*    A MESMA VIGENCIA INFORMADA DE NOVO (ANTES DE FATURADA)
002171*    SUBSTITUI O VALOR; A IMAGEM ANTES FICA NA AUDITORIA.
002171     IF SQLCODE = 0
002171         EXEC SQL
002171             UPDATE CURSO-PRECO-HIST
002171                SET HIST-VALOR = :WS-HIST-VALOR,
002171                    HIST-DATA-ALTERACAO = :WS-MAT-DATA,
002171                    HIST-OPERADOR = :WS-OPERADOR-ID
002171              WHERE HIST-CURSO-ID = :WS-CURSO-ID
002171                AND HIST-VIGENCIA = :WS-HIST-VIGENCIA
002171         END-EXEC
002171         MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171         IF SQLCODE = 0 AND WS-ROWS-AFFECTED = 0
002171             EXEC SQL
002171                 INSERT INTO CURSO-PRECO-HIST
002171                     (HIST-CURSO-ID, HIST-VIGENCIA, HIST-VALOR,
002171                      HIST-DATA-ALTERACAO, HIST-OPERADOR)
002171                 VALUES
002171                     (:WS-CURSO-ID, :WS-HIST-VIGENCIA,
002171                      :WS-HIST-VALOR, :WS-MAT-DATA,
002171                      :WS-OPERADOR-ID)
002171             END-EXEC
002171         END-IF
002171     END-IF
002171     IF SQLCODE = 0
002171         EXEC SQL
002171             UPDATE CURSO
002171                SET CURSO-MENSALIDADE = :WS-CURSO-MENSALIDADE
002171              WHERE CURSO-ID = :WS-CURSO-ID
002171         END-EXEC
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE = 0
002171         ADD 1 TO WS-QTDE-MENSAL-ALTERADAS
002171         SET CAT-SUCESSO TO TRUE
002171         DISPLAY 'BAT-SQL: MENSALIDADE ALTERADA - CURSO='
002171                 WS-CURSO-ID ' VIGENCIA=' WS-HIST-VIGENCIA
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA ALTERACAO DE MENSALIDADE'
002171                 ' - CURSO=' WS-CURSO-ID ' SQLCODE=' SQLCODE
002171         SET CAT-FALHA TO TRUE
002171         MOVE '03' TO WS-REJ-MOTIVO
002171         MOVE SQLCODE TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 6690-GRAVAR-AUD-CATALOGO THRU 6690-EXIT.
002171 6800-EXIT.
002171     EXIT.
002171
002171 6900-RETIRAR-CURSO.
002171*    RETIRADA DO CATALOGO: A LINHA DE CURSO FICA (MATRICULA,
002171*    NOTA E COBRANCA ANTIGAS APONTAM PARA ELA) MARCADA 'R', E
002171*    A NOVA MATRICULA PASSA A SER RECUSADA. CURSO COM MATRICULA
002171*    ATIVA EM QUALQUER PERIODO NAO PODE SER RETIRADO.
002171     MOVE TXN-CURSO-ID              TO WS-CURSO-ID
002171     PERFORM 6680-CONFERIR-CATALOGO THRU 6680-EXIT
002171     IF NOT WS-OPER-AUTORIZADO
002171         GO TO 6900-EXIT
002171     END-IF
002171     PERFORM 6670-VALIDAR-CURSO-ATIVO THRU 6670-EXIT
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             WHENEVER SQLERROR CONTINUE
002171         END-EXEC
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-MAT-ATIVAS
002171               FROM MATRICULA
002171              WHERE MATRICULA-CURSO-ID = :WS-CURSO-ID
002171                AND MATRICULA-STATUS = 'A'
002171         END-EXEC
002171         EXEC SQL
002171             WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171         END-EXEC
002171         IF WS-QTDE-MAT-ATIVAS > 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: CURSO COM MATRICULA ATIVA'
002171                     ' - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: RETIRADA DE CURSO REJEITADA - CURSO='
002171                 WS-CURSO-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 6900-EXIT
002171     END-IF
002171     SET CAT-OP-RETIRADA TO TRUE
002171     PERFORM 6660-IMAGEM-ANTES-CATALOGO THRU 6660-EXIT
002171     MOVE 'R'                       TO WS-CURSO-STATUS
002171     MOVE WS-DATA-EXECUCAO          TO WS-MAT-DATA
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         UPDATE CURSO
002171            SET CURSO-STATUS = :WS-CURSO-STATUS,
002171                CURSO-DATA-RETIRADA = :WS-MAT-DATA
002171          WHERE CURSO-ID = :WS-CURSO-ID
002171            AND CURSO-STATUS <> 'R'
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         ADD 1 TO WS-QTDE-CURSOS-RETIRADOS
002171         SET CAT-SUCESSO TO TRUE
002171         DISPLAY 'BAT-SQL: CURSO RETIRADO DO CATALOGO - CURSO='
002171                 WS-CURSO-ID
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NA RETIRADA DE CURSO - CURSO='
002171                 WS-CURSO-ID ' SQLCODE=' SQLCODE
002171                 ' LINHAS=' WS-ROWS-AFFECTED
002171         SET CAT-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 6690-GRAVAR-AUD-CATALOGO THRU 6690-EXIT.
002171 6900-EXIT.
002171     EXIT.
002171
002171 6950-DESLIGAR-ESTUDANTE.
002171*    DESLIGAMENTO PELA JANELA, ESPELHO DO WD-SQL AVULSO: STATUS
002171*    'I' E DATA DO DESLIGAMENTO (A DATA OFICIAL DA JANELA), SO
002171*    DE ESTUDANTE HOJE ATIVO, COM OS VINCULOS ENCERRADOS NA
002171*    MESMA UNIDADE DE TRABALHO (8750, COPY ESTDSLPR). QUALQUER
002171*    FALHA DESFAZ TUDO E REJEITA A TRANSACAO. A AUDITORIA E A
002171*    MESMA DO WD-SQL (OPERACAO 'E', IMAGEM ANTES DO CADASTRO).
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     SET WS-AUD-OP-EXCLUSAO TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171     MOVE WS-DATA-EXECUCAO TO WS-DSL-DATA
002171     SET WS-DSL-FALHA TO TRUE
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         UPDATE ESTUDANTE
002171            SET ESTUDANTE-STATUS = 'I',
002171                ESTUDANTE-DATA-DESLIG = :WS-DSL-DATA
002171          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171            AND ESTUDANTE-STATUS = 'A'
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         PERFORM 8750-ENCERRAR-VINCULOS THRU 8750-EXIT
002171     END-IF
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         AND WS-DSL-SUCESSO
002171         ADD 1 TO WS-QTDE-DESLIGADOS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171         DISPLAY 'BAT-SQL: DESLIGADO - ID=' WS-ESTUDANTE-ID
002171                 ' MATRICULAS CANCELADAS='
002171                 WS-DSL-QTDE-MATRICULAS
002171                 ' COBRANCAS CANCELADAS='
002171                 WS-DSL-QTDE-COBRANCAS
002171                 ' PAGAS A DEVOLVER=' WS-DSL-QTDE-CREDITOS
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NO DESLIGAMENTO - ID='
002171                 WS-ESTUDANTE-ID ' SQLCODE=' SQLCODE
002171                 ' LINHAS=' WS-ROWS-AFFECTED
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS
002171*    COMO NO CANCELAMENTO 'C', A PROMOCAO SO RODA DEPOIS DE
002171*    GRAVADA A AUDITORIA DO PROPRIO DESLIGAMENTO. AS ENTRADAS DO
002171*    DESLIGADO JA SAIRAM DA FILA NO 8750; CADA VAGA LIBERADA E
002171*    OFERECIDA A QUEM AGUARDA NO CURSO/PERIODO.
002171     IF WS-AUD-SUCESSO
002171         ADD WS-DSL-QTDE-ESPERA TO WS-QTDE-ESPERA-RETIRADA
002171         PERFORM 6965-PROMOVER-VAGA-LIBERADA THRU 6965-EXIT
002171             VARYING WS-INDICE-VAGA-DSL FROM 1 BY 1
002171             UNTIL WS-INDICE-VAGA-DSL > WS-DSL-VAGAS-QTDE
002171     END-IF.
002171 6950-EXIT.
002171     EXIT.
002171
002171 6965-PROMOVER-VAGA-LIBERADA.
002171     MOVE WS-DSL-VAGA-CURSO-ID (WS-INDICE-VAGA-DSL)
002171       TO WS-CURSO-ID
002171     MOVE WS-DSL-VAGA-PERIODO (WS-INDICE-VAGA-DSL)
002171       TO WS-MAT-PERIODO
002171     PERFORM 6970-PREENCHER-CURSO THRU 6970-EXIT.
002171 6965-EXIT.
002171     EXIT.
002171
002171 6970-PREENCHER-CURSO.
002171*    PREENCHE AS VAGAS LIVRES DE WS-CURSO-ID/WS-MAT-PERIODO COM
002171*    A FILA DE ESPERA (6710 PARA QUANDO O CURSO LOTA OU A FILA
002171*    DO CURSO ACABA).
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         SELECT CURSO-VAGAS
002171           INTO :WS-CURSO-VAGAS
002171           FROM CURSO
002171          WHERE CURSO-ID = :WS-CURSO-ID
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE NOT = 0
002171         GO TO 6970-EXIT
002171     END-IF
002171     SET WS-VAGA-DISPONIVEL TO TRUE
002171     PERFORM 6710-PREENCHER-VAGA THRU 6710-EXIT
002171         UNTIL WS-SEM-VAGA.
002171 6970-EXIT.
002171     EXIT.
002171
002171 6980-REGISTRAR-ACORDO.
002171*    ACORDO DE PARCELAMENTO NEGOCIADO PELA TESOURARIA: TODAS AS
002171*    COBRANCAS PENDENTES DO ESTUDANTE COM COMPETENCIA ANTERIOR A
002171*    DA JANELA (AS VENCIDAS) PASSAM A 'A' NO NOVO ACORDO, A SOMA
002171*    DELAS E DIVIDIDA EM TXN-ACORDO-QTDE-PARCELAS PARCELAS
002171*    MENSAIS A PARTIR DE TXN-ACORDO-VENCIMENTO E O BLOQUEIO
002171*    FINANCEIRO E LIMPO, TUDO NA MESMA UNIDADE DE TRABALHO. O
002171*    ESTUDANTE SO PODE TER UM ACORDO ABERTO OU ROMPIDO; SEM
002171*    COBRANCA VENCIDA NAO HA O QUE PARCELAR (MOTIVO 02).
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     MOVE WS-COMPETENCIA-EXECUCAO   TO WS-COB-COMPETENCIA
002171     SET WS-DADOS-VALIDOS TO TRUE
002171     IF TXN-ACORDO-QTDE-PARCELAS NOT NUMERIC
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: QTDE DE PARCELAS NAO NUMERICA'
002171                 ' - REJEITADO'
002171     ELSE
002171         IF TXN-ACORDO-QTDE-PARCELAS < 1
002171             OR TXN-ACORDO-QTDE-PARCELAS > 24
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: QTDE DE PARCELAS FORA DE 01 A'
002171                     ' 24 - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF TXN-ACORDO-VENCIMENTO NOT NUMERIC
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: PRIMEIRO VENCIMENTO NAO NUMERICO'
002171                 ' - REJEITADO'
002171     ELSE
002171         MOVE TXN-ACORDO-VENCIMENTO TO WS-ACO-VENC-CALC
002171         IF WS-ACO-VENC-MES < 1 OR WS-ACO-VENC-MES > 12
002171             OR WS-ACO-VENC-DIA < 1 OR WS-ACO-VENC-DIA > 28
002171             OR WS-ACO-VENC-CALC < WS-DATA-EXECUCAO
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: PRIMEIRO VENCIMENTO INVALIDO,'
002171                     ' PASSADO OU APOS O DIA 28 - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-ACORDOS
002171               FROM ACORDO
002171              WHERE ACORDO-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND ACORDO-STATUS IN ('A', 'R')
002171         END-EXEC
002171         IF WS-QTDE-ACORDOS > 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: ESTUDANTE JA TEM ACORDO ABERTO'
002171                     ' OU ROMPIDO - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-COB-VENCIDAS
002171               FROM COBRANCA
002171              WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND COBRANCA-STATUS = 'P'
002171                AND COBRANCA-COMPETENCIA < :WS-COB-COMPETENCIA
002171         END-EXEC
002171         IF WS-QTDE-COB-VENCIDAS = 0
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: SEM COBRANCA VENCIDA PARA'
002171                     ' PARCELAR - REJEITADO'
002171         END-IF
002171     END-IF
002171*    SUM SEM LINHAS E NULO; SO E FEITO QUANDO HA O QUE SOMAR. A
002171*    DIFERENCA DE CENTAVOS DA DIVISAO FICA NA ULTIMA PARCELA.
002171     IF WS-DADOS-VALIDOS
002171         EXEC SQL
002171             SELECT SUM(COBRANCA-VALOR)
002171               INTO :WS-ACO-VALOR-TOTAL
002171               FROM COBRANCA
002171              WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND COBRANCA-STATUS = 'P'
002171                AND COBRANCA-COMPETENCIA < :WS-COB-COMPETENCIA
002171         END-EXEC
002171         MOVE TXN-ACORDO-QTDE-PARCELAS TO WS-ACO-QTDE-PARCELAS
002171         COMPUTE WS-PARC-VALOR-BASE =
002171             WS-ACO-VALOR-TOTAL / WS-ACO-QTDE-PARCELAS
002171             ON SIZE ERROR
002171                 SET WS-DADOS-INVALIDOS TO TRUE
002171         END-COMPUTE
002171         COMPUTE WS-PARC-VALOR-ULTIMA = WS-ACO-VALOR-TOTAL
002171             - (WS-PARC-VALOR-BASE * (WS-ACO-QTDE-PARCELAS - 1))
002171             ON SIZE ERROR
002171                 SET WS-DADOS-INVALIDOS TO TRUE
002171         END-COMPUTE
002171         IF WS-DADOS-INVALIDOS
002171             DISPLAY 'VALIDACAO: VALOR DA PARCELA EXCEDE O'
002171                     ' LIMITE - AUMENTAR A QTDE - REJEITADO'
002171         END-IF
002171     END-IF
002171     IF WS-DADOS-INVALIDOS
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: ACORDO REJEITADO - ID='
002171                 WS-ESTUDANTE-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 6980-EXIT
002171     END-IF
002171     SET WS-AUD-OP-ACORDO TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171     EXEC SQL
002171         SELECT COUNT(*)
002171           INTO :WS-QTDE-ACORDOS
002171           FROM ACORDO
002171     END-EXEC
002171     MOVE ZERO TO WS-ACO-ID
002171     IF WS-QTDE-ACORDOS > 0
002171         EXEC SQL
002171             SELECT MAX(ACORDO-ID)
002171               INTO :WS-ACO-ID
002171               FROM ACORDO
002171         END-EXEC
002171     END-IF
002171     ADD 1 TO WS-ACO-ID
002171     MOVE WS-DATA-EXECUCAO          TO WS-ACO-DATA
002171     MOVE TXN-OPERADOR              TO WS-OPERADOR-ID
002171     SET WS-ACORDO-FALHA TO TRUE
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         INSERT INTO ACORDO
002171             (ACORDO-ID, ACORDO-ESTUDANTE-ID, ACORDO-DATA,
002171              ACORDO-QTDE-PARCELAS, ACORDO-VALOR-TOTAL,
002171              ACORDO-STATUS, ACORDO-DATA-SITUACAO,
002171              ACORDO-OPERADOR)
002171         VALUES
002171             (:WS-ACO-ID, :WS-ESTUDANTE-ID, :WS-ACO-DATA,
002171              :WS-ACO-QTDE-PARCELAS, :WS-ACO-VALOR-TOTAL,
002171              'A', ' ', :WS-OPERADOR-ID)
002171     END-EXEC
002171     IF SQLCODE = 0
002171         EXEC SQL
002171             UPDATE COBRANCA
002171                SET COBRANCA-STATUS = 'A',
002171                    COBRANCA-ACORDO-ID = :WS-ACO-ID
002171              WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND COBRANCA-STATUS = 'P'
002171                AND COBRANCA-COMPETENCIA < :WS-COB-COMPETENCIA
002171         END-EXEC
002171     END-IF
002171     IF SQLCODE = 0
002171         SET WS-ACORDO-OK TO TRUE
002171         PERFORM 6985-GRAVAR-PARCELA THRU 6985-EXIT
002171             VARYING WS-PARC-NUMERO FROM 1 BY 1
002171             UNTIL WS-PARC-NUMERO > WS-ACO-QTDE-PARCELAS
002171                OR WS-ACORDO-FALHA
002171     END-IF
002171     IF WS-ACORDO-OK
002171         EXEC SQL
002171             UPDATE ESTUDANTE
002171                SET ESTUDANTE-SIT-FINANCEIRA = ' '
002171              WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND ESTUDANTE-SIT-FINANCEIRA = 'B'
002171         END-EXEC
002171         IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002171             SET WS-ACORDO-FALHA TO TRUE
002171         END-IF
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF WS-ACORDO-OK
002171         ADD 1 TO WS-QTDE-ACORDOS-REGISTR
002171         SET WS-AUD-SUCESSO TO TRUE
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171         DISPLAY 'BAT-SQL: ACORDO REGISTRADO - ID='
002171                 WS-ESTUDANTE-ID ' ACORDO=' WS-ACO-ID
002171                 ' COBRANCAS=' WS-QTDE-COB-VENCIDAS
002171                 ' PARCELAS=' WS-ACO-QTDE-PARCELAS
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NO REGISTRO DO ACORDO - ID='
002171                 WS-ESTUDANTE-ID ' SQLCODE=' SQLCODE
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6980-EXIT.
002171     EXIT.
002171
002171 6985-GRAVAR-PARCELA.
002171*    PARCELA WS-PARC-NUMERO DO ACORDO WS-ACO-ID, NO VENCIMENTO
002171*    CORRENTE DE WS-ACO-VENC-CALC, QUE AVANCA UM MES A CADA
002171*    PARCELA (O DIA NUNCA PASSA DE 28).
002171     MOVE WS-ACO-VENC-CALC          TO WS-PARC-VENCIMENTO
002171     IF WS-PARC-NUMERO = WS-ACO-QTDE-PARCELAS
002171         MOVE WS-PARC-VALOR-ULTIMA  TO WS-PARC-VALOR
002171     ELSE
002171         MOVE WS-PARC-VALOR-BASE    TO WS-PARC-VALOR
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         INSERT INTO ACORDO-PARCELA
002171             (PARCELA-ACORDO-ID, PARCELA-NUMERO,
002171              PARCELA-VENCIMENTO, PARCELA-VALOR,
002171              PARCELA-STATUS, PARCELA-DATA-PAGAMENTO)
002171         VALUES
002171             (:WS-ACO-ID, :WS-PARC-NUMERO,
002171              :WS-PARC-VENCIMENTO, :WS-PARC-VALOR,
002171              'P', ' ')
002171     END-EXEC
002171     IF SQLCODE NOT = 0
002171         SET WS-ACORDO-FALHA TO TRUE
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     ADD 1 TO WS-ACO-VENC-MES
002171     IF WS-ACO-VENC-MES > 12
002171         MOVE 1 TO WS-ACO-VENC-MES
002171         ADD 1 TO WS-ACO-VENC-ANO
002171     END-IF.
002171 6985-EXIT.
002171     EXIT.
002171
002171 6990-PAGAR-PARCELA.
002171*    PAGAMENTO DA PARCELA TXN-ACORDO-NUM-PARCELA DO ACORDO ABERTO
002171*    OU ROMPIDO DO ESTUDANTE. PARCELA INEXISTENTE OU JA PAGA E
002171*    ZERO LINHAS (MOTIVO 04). PAGA A ULTIMA PARCELA PENDENTE, O
002171*    ACORDO E QUITADO, SUAS COBRANCAS PASSAM DE 'A' PARA 'Q' COM
002171*    A DATA DO PAGAMENTO E O BLOQUEIO FINANCEIRO DE ACORDO
002171*    ROMPIDO CAI (5950), NO MESMO COMMIT.
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     IF TXN-ACORDO-NUM-PARCELA NOT NUMERIC
002171         OR TXN-ACORDO-NUM-PARCELA = ZERO
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: PARCELA SEM NUMERO - ID='
002171                 WS-ESTUDANTE-ID
002171         MOVE '02' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         GO TO 6990-EXIT
002171     END-IF
002171     MOVE TXN-ACORDO-NUM-PARCELA    TO WS-PARC-NUMERO
002171     SET WS-AUD-OP-PARCELA-ACORDO TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171     MOVE WS-DATA-EXECUCAO          TO WS-MAT-DATA
002171     MOVE ZERO TO WS-ROWS-AFFECTED
002171     SET WS-ACORDO-FALHA TO TRUE
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         SELECT ACORDO-ID, ACORDO-STATUS
002171           INTO :WS-ACO-ID, :WS-ACO-STATUS
002171           FROM ACORDO
002171          WHERE ACORDO-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171            AND ACORDO-STATUS IN ('A', 'R')
002171     END-EXEC
002171     IF SQLCODE = 100
002171         MOVE ZERO TO SQLCODE
002171     ELSE
002171         IF SQLCODE = 0
002171             EXEC SQL
002171                 UPDATE ACORDO-PARCELA
002171                    SET PARCELA-STATUS = 'Q',
002171                        PARCELA-DATA-PAGAMENTO = :WS-MAT-DATA
002171                  WHERE PARCELA-ACORDO-ID = :WS-ACO-ID
002171                    AND PARCELA-NUMERO = :WS-PARC-NUMERO
002171                    AND PARCELA-STATUS = 'P'
002171             END-EXEC
002171             MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171         END-IF
002171     END-IF
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-PARC-PENDENTES
002171               FROM ACORDO-PARCELA
002171              WHERE PARCELA-ACORDO-ID = :WS-ACO-ID
002171                AND PARCELA-STATUS = 'P'
002171         END-EXEC
002171     END-IF
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         SET WS-ACORDO-OK TO TRUE
002171         IF WS-QTDE-PARC-PENDENTES = 0
002171             PERFORM 6995-QUITAR-ACORDO THRU 6995-EXIT
002171         END-IF
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF WS-ACORDO-OK
002171         ADD 1 TO WS-QTDE-PARCELAS-PAGAS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         IF WS-QTDE-PARC-PENDENTES = 0
002171             PERFORM 5950-LIMPAR-BLOQUEIO THRU 5950-EXIT
002171         END-IF
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171         DISPLAY 'BAT-SQL: PARCELA PAGA - ID=' WS-ESTUDANTE-ID
002171                 ' ACORDO=' WS-ACO-ID ' PARCELA=' WS-PARC-NUMERO
002171                 ' PENDENTES=' WS-QTDE-PARC-PENDENTES
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: FALHA NO PAGAMENTO DE PARCELA - ID='
002171                 WS-ESTUDANTE-ID ' PARCELA=' WS-PARC-NUMERO
002171                 ' SQLCODE=' SQLCODE
002171                 ' LINHAS=' WS-ROWS-AFFECTED
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 6990-EXIT.
002171     EXIT.
002171
002171 6995-QUITAR-ACORDO.
002171*    TODAS AS PARCELAS PAGAS: O ACORDO PASSA A 'Q' E AS
002171*    COBRANCAS QUE ELE CONSOLIDOU PASSAM A QUITADAS NA DATA DO
002171*    PAGAMENTO DA ULTIMA PARCELA. NA FALHA, O SQLCODE FICA COM O
002171*    ERRO PARA O 6990 DESFAZER A UNIDADE DE TRABALHO.
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         UPDATE ACORDO
002171            SET ACORDO-STATUS = 'Q',
002171                ACORDO-DATA-SITUACAO = :WS-MAT-DATA
002171          WHERE ACORDO-ID = :WS-ACO-ID
002171     END-EXEC
002171     IF SQLCODE = 0
002171         EXEC SQL
002171             UPDATE COBRANCA
002171                SET COBRANCA-STATUS = 'Q',
002171                    COBRANCA-DATA-PAGAMENTO = :WS-MAT-DATA
002171              WHERE COBRANCA-ACORDO-ID = :WS-ACO-ID
002171                AND COBRANCA-STATUS = 'A'
002171         END-EXEC
002171     END-IF
002171     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
002171         SET WS-ACORDO-FALHA TO TRUE
002171     ELSE
002171         DISPLAY 'BAT-SQL: ACORDO QUITADO - ID=' WS-ESTUDANTE-ID
002171                 ' ACORDO=' WS-ACO-ID
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC.
002171 6995-EXIT.
002171     EXIT.
002171
002171 6650-LER-CURSO.
002171*    LE A LINHA ATUAL DO CURSO (WS-CURSO-ID) PARA A VALIDACAO E
002171*    PARA A IMAGEM ANTES DA AUDITORIA DO CATALOGO.
002171     MOVE 'N' TO WS-SW-CURSO-ACHADO
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         SELECT CURSO-NOME, CURSO-VAGAS, CURSO-MENSALIDADE,
002171                CURSO-STATUS
002171           INTO :WS-CURSO-NOME, :WS-CURSO-VAGAS,
002171                :WS-CURSO-MENSALIDADE, :WS-CURSO-STATUS
002171           FROM CURSO
002171          WHERE CURSO-ID = :WS-CURSO-ID
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE = 0
002171         SET WS-CURSO-ACHADO TO TRUE
002171     ELSE
002171         MOVE SPACES TO WS-CURSO-NOME
002171         MOVE ZERO   TO WS-CURSO-VAGAS
002171         MOVE ZERO   TO WS-CURSO-MENSALIDADE
002171         MOVE SPACE  TO WS-CURSO-STATUS
002171     END-IF.
002171 6650-EXIT.
002171     EXIT.
002171
002171 6660-IMAGEM-ANTES-CATALOGO.
002171*    MONTA A IMAGEM ANTES (LINHA LIDA EM 6650) E A IDENTIFICACAO
002171*    DO REGISTRO DE AUDITORIA DO CATALOGO; A IMAGEM DEPOIS E
002171*    RELIDA DO BANCO NA GRAVACAO (6690), JA COM O RESULTADO.
002171     ACCEPT CAT-DATA FROM DATE YYYYMMDD
002171     ACCEPT CAT-HORA FROM TIME
002171     MOVE WS-CURSO-ID               TO CAT-CURSO-ID
002171     MOVE WS-CURSO-NOME             TO CAT-NOME-ANTES
002171     MOVE WS-CURSO-VAGAS            TO CAT-VAGAS-ANTES
002171     MOVE WS-CURSO-MENSALIDADE      TO CAT-MENSAL-ANTES
002171     MOVE WS-CURSO-STATUS           TO CAT-STATUS-ANTES
002171     IF CAT-OP-MENSALIDADE
002171         MOVE WS-HIST-VIGENCIA      TO CAT-VIGENCIA
002171     ELSE
002171         MOVE SPACES                TO CAT-VIGENCIA
002171     END-IF
002171     MOVE TXN-CAMPUS                TO CAT-CAMPUS
002171     MOVE TXN-OPERADOR              TO CAT-OPERADOR
002171     MOVE TXN-SEQUENCIA             TO CAT-SEQUENCIA.
002171 6660-EXIT.
002171     EXIT.
002171
002171 6670-VALIDAR-CURSO-ATIVO.
002171*    AS ALTERACOES E A RETIRADA EXIGEM CURSO CATALOGADO E AINDA
002171*    EM OFERTA (CURSO-STATUS DIFERENTE DE 'R').
002171     SET WS-DADOS-VALIDOS TO TRUE
002171     PERFORM 6650-LER-CURSO THRU 6650-EXIT
002171     IF NOT WS-CURSO-ACHADO
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: CURSO NAO CATALOGADO - REJEITADO'
002171     ELSE
002171         IF WS-CURSO-STATUS = 'R'
002171             SET WS-DADOS-INVALIDOS TO TRUE
002171             DISPLAY 'VALIDACAO: CURSO RETIRADO DO CATALOGO'
002171                     ' - REJEITADO'
002171         END-IF
002171     END-IF.
002171 6670-EXIT.
002171     EXIT.
002171
002171 6680-CONFERIR-CATALOGO.
002171*    MANUTENCAO DO CATALOGO SO COM OPERADOR AUTORIZADO
002171*    (AUT-CATALOGO); SEM AUTORIZACAO A TRANSACAO VAI PARA
002171*    ARQ-REJEICOES COM O MOTIVO 07, COMO 'E' E 'V'.
002171     PERFORM 8590-CONFERIR-AUTORIZACAO THRU 8590-EXIT
002171     IF NOT WS-OPER-AUTORIZADO
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: MANUTENCAO DE CATALOGO RECUSADA -'
002171                 ' OPERADOR NAO AUTORIZADO - CURSO='
002171                 TXN-CURSO-ID ' OPERADOR=' TXN-OPERADOR
002171         MOVE '07' TO WS-REJ-MOTIVO
002171         MOVE ZERO TO WS-REJ-SQLCODE
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171     END-IF.
002171 6680-EXIT.
002171     EXIT.
002171
002171 6690-GRAVAR-AUD-CATALOGO.
002171*    GRAVA O REGISTRO DE AUDITORIA DO CATALOGO DEPOIS DE
002171*    CONHECIDO O RESULTADO (CAT-RESULTADO JA MARCADO), COM A
002171*    IMAGEM DEPOIS RELIDA DO BANCO (NA FALHA, COM ROLLBACK, ELA
002171*    REPETE A IMAGEM ANTES).
002171     PERFORM 6650-LER-CURSO THRU 6650-EXIT
002171     MOVE WS-CURSO-NOME             TO CAT-NOME-DEPOIS
002171     MOVE WS-CURSO-VAGAS            TO CAT-VAGAS-DEPOIS
002171     MOVE WS-CURSO-MENSALIDADE      TO CAT-MENSAL-DEPOIS
002171     MOVE WS-CURSO-STATUS           TO CAT-STATUS-DEPOIS
002171     IF NOT WS-MODO-SIMULACAO
002171         WRITE REG-AUD-CATALOGO
002171     END-IF.
002171 6690-EXIT.
002171     EXIT.

002171 8590-CONFERIR-AUTORIZACAO.
002171*    CONFERE TXN-OPERADOR NA TABELA OPERADOR-AUT CONTRA O FLAG
002171*    DA OPERACAO CORRENTE ('E' = AUT-EXCLUSAO, 'V' =
002171*    AUT-REATIVACAO, 'K'/'Q'/'F'/'D' = AUT-CATALOGO). OPERADOR
002171*    EM BRANCO, AUSENTE DA TABELA OU COM O FLAG DESLIGADO NAO E
002171*    AUTORIZADO.
002171     MOVE 'N' TO WS-SW-OPER-AUTORIZADO
002171     MOVE SPACE TO WS-AUT-FLAG
002171     IF TXN-OPERADOR = SPACES
002171         GO TO 8590-EXIT
002171     END-IF
002171     MOVE TXN-OPERADOR TO WS-OPERADOR-ID
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EVALUATE TRUE
002171         WHEN TXN-EXCLUIR
002171             EXEC SQL
002171                 SELECT AUT-EXCLUSAO
002171                   INTO :WS-AUT-FLAG
002171                   FROM OPERADOR-AUT
002171                  WHERE AUT-OPERADOR-ID = :WS-OPERADOR-ID
002171             END-EXEC
002171         WHEN TXN-CATALOGO
002171             EXEC SQL
002171                 SELECT AUT-CATALOGO
002171                   INTO :WS-AUT-FLAG
002171                   FROM OPERADOR-AUT
002171                  WHERE AUT-OPERADOR-ID = :WS-OPERADOR-ID
002171             END-EXEC
002171         WHEN OTHER
002171             EXEC SQL
002171                 SELECT AUT-REATIVACAO
002171                   INTO :WS-AUT-FLAG
002171                   FROM OPERADOR-AUT
002171                  WHERE AUT-OPERADOR-ID = :WS-OPERADOR-ID
002171             END-EXEC
002171     END-EVALUATE
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF WS-AUT-FLAG = 'S'
002171         SET WS-OPER-AUTORIZADO TO TRUE
002171     END-IF.
002171 8590-EXIT.
002171     EXIT.

002171 8580-VALIDAR-RESPONSAVEL.
002171*    O CONTATO PRESSUPOE O ESTUDANTE NO CADASTRO (ATIVO OU
002171*    NAO: O CONTATO DE EMERGENCIA VALE TAMBEM PARA INATIVO EM
002171*    REATIVACAO), NOS MESMOS MOLDES DE 8550-VALIDAR-MATRICULA.
002171     SET WS-DADOS-VALIDOS TO TRUE
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     EXEC SQL
002171         SELECT COUNT(*)
002171           INTO :WS-QTDE-RESPONSAVEIS
002171           FROM ESTUDANTE
002171          WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171     END-EXEC
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF WS-QTDE-RESPONSAVEIS = 0
002171         SET WS-DADOS-INVALIDOS TO TRUE
002171         DISPLAY 'VALIDACAO: ESTUDANTE INEXISTENTE PARA O'
002171                 ' RESPONSAVEL - REJEITADO'
002171     END-IF.
002171 8580-EXIT.
002171     EXIT.

002171 5950-LIMPAR-BLOQUEIO.
002171*    SEM MAIS COBRANCA PENDENTE, O BLOQUEIO FINANCEIRO CAI; O
002171*    UPDATE SO TOCA QUEM ESTA MARCADO 'B'.
002171     EXEC SQL
002171         SELECT COUNT(*)
002171           INTO :WS-QTDE-COB-PENDENTES
002171           FROM COBRANCA
002171          WHERE COBRANCA-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171            AND COBRANCA-STATUS = 'P'
002171     END-EXEC
002171*    ACORDO DE PARCELAMENTO ROMPIDO E AINDA NAO QUITADO MANTEM
002171*    O BLOQUEIO MESMO SEM COBRANCA PENDENTE.
002171     MOVE ZERO TO WS-QTDE-ACORDOS
002171     IF WS-QTDE-COB-PENDENTES = 0
002171         EXEC SQL
002171             SELECT COUNT(*)
002171               INTO :WS-QTDE-ACORDOS
002171               FROM ACORDO
002171              WHERE ACORDO-ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171                AND ACORDO-STATUS = 'R'
002171         END-EXEC
002171     END-IF
002171     IF WS-QTDE-COB-PENDENTES = 0 AND WS-QTDE-ACORDOS = 0
002171         EXEC SQL
002171             UPDATE ESTUDANTE
002171                SET ESTUDANTE-SIT-FINANCEIRA = ' '
002171              WHERE ESTUDANTE-ID = :WS-ESTUDANTE-ID
002171     END-IF.
002171 5950-EXIT.
002171     EXIT.
002171
002171 5960-LIMPAR-BLOQUEIO-INDEVIDO.
002171*    BLOQUEIO FINANCEIRO QUE FICOU PARA TRAS (SEM COBRANCA
002171*    PENDENTE NEM ACORDO ROMPIDO), APONTADO PELA VARREDURA DE
002171*    INTEGRIDADE. A REGRA E A DO PAGAMENTO (5950); SE ALGUMA
002171*    PENDENCIA SURGIU DESDE A VARREDURA OU O BLOQUEIO JA CAIU,
002171*    NADA E ATUALIZADO E A TRANSACAO E RECUSADA (MOTIVO 04).
002171     MOVE TXN-ESTUDANTE-ID          TO WS-ESTUDANTE-ID
002171     SET WS-AUD-OP-LIMPAR-BLOQUEIO TO TRUE
002171     PERFORM 8600-REGISTRAR-AUDITORIA THRU 8600-EXIT
002171     MOVE ZERO TO WS-ROWS-AFFECTED
002171     EXEC SQL
002171         WHENEVER SQLERROR CONTINUE
002171     END-EXEC
002171     PERFORM 5950-LIMPAR-BLOQUEIO THRU 5950-EXIT
002171     IF WS-QTDE-COB-PENDENTES = 0 AND WS-QTDE-ACORDOS = 0
002171         MOVE SQLERRD(3) TO WS-ROWS-AFFECTED
002171     END-IF
002171     EXEC SQL
002171         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002171     END-EXEC
002171     IF SQLCODE = 0 AND WS-ROWS-AFFECTED > 0
002171         ADD 1 TO WS-QTDE-BLOQ-LIMPOS
002171         SET WS-AUD-SUCESSO TO TRUE
002171         PERFORM 7000-COMMIT-E-CHECKPOINT THRU 7000-EXIT
002171     ELSE
002171         ADD 1 TO WS-QTDE-REJEITADAS
002171         DISPLAY 'BAT-SQL: BLOQUEIO NAO LIMPO - ID='
002171                 WS-ESTUDANTE-ID
002171                 ' COBRANCAS PENDENTES=' WS-QTDE-COB-PENDENTES
002171                 ' ACORDOS ROMPIDOS=' WS-QTDE-ACORDOS
002171                 ' SQLCODE=' SQLCODE
002171         SET WS-AUD-FALHA TO TRUE
002171         PERFORM 7400-CLASSIFICAR-FALHA-SQL THRU 7400-EXIT
002171         PERFORM 7500-GRAVAR-REJEICAO THRU 7500-EXIT
002171         PERFORM 7060-DESFAZER-UNIDADE THRU 7060-EXIT
002171     END-IF
002171     PERFORM 7080-GRAVAR-AUDITORIA THRU 7080-EXIT
002171     ADD 1 TO WS-QTDE-AUDITADAS.
002171 5960-EXIT.
002171     EXIT.

002172 8550-VALIDAR-MATRICULA.
002173*    A MATRICULA EXIGE ESTUDANTE ATIVO NO CADASTRO E CURSO
002189           INTO :WS-QTDE-CURSOS
002190           FROM CURSO
002191          WHERE CURSO-ID = :WS-CURSO-ID
002191            AND CURSO-STATUS <> 'R'
002192     END-EXEC
002193     EXEC SQL
002194         WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002200     END-IF
002201     IF WS-QTDE-CURSOS = 0
002202         SET WS-DADOS-INVALIDOS TO TRUE
002203         DISPLAY 'VALIDACAO: CURSO NAO CATALOGADO OU RETIRADO'
002203                 ' - REJEITADO'
002204     END-IF.
002205 8550-EXIT.
002206     EXIT.
002120*    ARQUIVO ARQ-CHECKPOINT, PARA QUE UM RERUN APOS ABEND SAIBA
002130*    ATE ONDE O JOB CHEGOU SEM PRECISAR REPROCESSAR NADA JA
002140*    CONFIRMADO NO BANCO.
002150     PERFORM 7050-CONFIRMAR-UNIDADE THRU 7050-EXIT
002170     IF NOT WS-MODO-SIMULACAO
002180         MOVE WS-DATA-EXECUCAO TO CKPT-DATA-EXECUCAO
002180         MOVE TXN-SEQUENCIA TO CKPT-SEQUENCIA
002190         WRITE REG-CHECKPOINT
002190     END-IF
002200     MOVE TXN-SEQUENCIA TO WS-ULTIMO-SEQ-COMMIT
002201     PERFORM 7700-ACHAR-CAMPUS THRU 7700-EXIT
002202     ADD 1 TO WS-CAMPUS-APLICADAS (WS-INDICE-CAMPUS).
002210 7000-EXIT.
002220     EXIT.
002220
002220 7050-CONFIRMAR-UNIDADE.
002220*    PONTO DE CONFIRMACAO DA JANELA. NA SIMULACAO O SAVEPOINT E
002220*    REMARCADO NO LUGAR DO COMMIT: O TRABALHO ATE AQUI FICA
002220*    PENDENTE (E VISIVEL PARA AS TRANSACOES SEGUINTES) ATE O
002220*    ROLLBACK FINAL DE 9950.
002220     IF WS-MODO-SIMULACAO
002220         EXEC SQL
002220             SAVEPOINT SIMULACAO ON ROLLBACK RETAIN CURSORS
002220         END-EXEC
002220     ELSE
002220         EXEC SQL
002220             COMMIT
002220         END-EXEC
002220     END-IF.
002220 7050-EXIT.
002220     EXIT.
002220
002220 7080-GRAVAR-AUDITORIA.
002220*    A SIMULACAO NAO GRAVA TRILHA DE AUDITORIA: 8650 NUMERA O
002220*    REGISTRO EM CONTROLE-AUDITORIA E CONFIRMA, O QUE TORNARIA
002220*    PERMANENTE O TRABALHO SIMULADO E ABRIRIA BURACO NA SEQUENCIA.
002220     IF NOT WS-MODO-SIMULACAO
002220         PERFORM 8650-GRAVAR-AUDITORIA THRU 8650-EXIT
002220     END-IF.
002220 7080-EXIT.
002220     EXIT.

002221 7400-CLASSIFICAR-FALHA-SQL.
002222*    SQLCODE 0 COM ZERO LINHAS AFETADAS E UM ID INEXISTENTE
002238     MOVE WS-REJ-SQLCODE TO REJ-SQLCODE
002239     WRITE REG-REJEICAO
002239     PERFORM 7700-ACHAR-CAMPUS THRU 7700-EXIT
002239     ADD 1 TO WS-CAMPUS-REJEITADAS (WS-INDICE-CAMPUS)
002239     IF WS-REJ-MOTIVO-N >= 1 AND WS-REJ-MOTIVO-N <= 9
002239         ADD 1 TO WS-CAMPUS-REJ-MOTIVO (WS-INDICE-CAMPUS
002239                                        WS-REJ-MOTIVO-N)
002239     END-IF.
002240 7500-EXIT.
002241     EXIT.

002241               TO WS-CAMPUS-APLICADAS (WS-INDICE-CAMPUS)
002241             MOVE ZERO
002241               TO WS-CAMPUS-REJEITADAS (WS-INDICE-CAMPUS)
002241             INITIALIZE WS-CAMPUS-DESTINOS (WS-INDICE-CAMPUS)
002241         END-IF
002241     END-IF.
002241 7700-EXIT.
002242 COPY ESTAUDPR.
002243 COPY ESTCONPR.
002241 COPY ESTERRPR.
002241 COPY ESTDSLPR.
002241 COPY ESTPREPR.
002241 COPY ESTHORPR.
002241 COPY ESTESPPR.
002241
002241*    7060 FICA DEPOIS DOS COPYS POR CAUSA DO CLOSE DO CURSOR
002241*    CUR-DSL-MATRICULA, DECLARADO EM ESTDSLPR.
002241 7060-DESFAZER-UNIDADE.
002241*    DESFAZ A UNIDADE DE TRABALHO CORRENTE. NA SIMULACAO VOLTA SO
002241*    ATE O ULTIMO PONTO DE CONFIRMACAO (7050), PRESERVANDO O QUE
002241*    JA FOI SIMULADO; COMO O ROLLBACK TO SAVEPOINT NAO FECHA
002241*    CURSORES, O CURSOR DO DESLIGAMENTO (DEIXADO ABERTO NA FALHA
002241*    PARA O ROLLBACK DO CHAMADOR) E FECHADO AQUI.
002241     IF WS-MODO-SIMULACAO
002241         EXEC SQL
002241             ROLLBACK TO SAVEPOINT SIMULACAO
002241         END-EXEC
002241         EXEC SQL
002241             WHENEVER SQLERROR CONTINUE
002241         END-EXEC
002241         EXEC SQL
002241             CLOSE CUR-DSL-MATRICULA
002241         END-EXEC
002241         EXEC SQL
002241             WHENEVER SQLERROR PERFORM 9000-ERRO-INESPERADO
002241         END-EXEC
002241     ELSE
002241         EXEC SQL
002241             ROLLBACK
002241         END-EXEC
002241     END-IF.
002241 7060-EXIT.
002241     EXIT.

002250 9999-ENCERRAR.
002250*    NA SIMULACAO NAO HA REGISTRO DE TOTAIS (A CONCILIACAO SO
002250*    CONFERE JANELAS REAIS): DESFAZ TUDO E VAI AO FECHAMENTO.
002250     IF WS-MODO-SIMULACAO
002250         PERFORM 9950-DESFAZER-SIMULACAO THRU 9950-EXIT
002250         GO TO 9990-FECHAR-ARQUIVOS
002250     END-IF
002251     EXEC SQL
002252         SELECT COUNT(*)
002253           INTO :WS-LINHAS-TABELA
002264     MOVE WS-QTDE-TRANSFERIDOS  TO TOT-TRANSFERIDOS
002264     MOVE WS-QTDE-REATIVADOS    TO TOT-REATIVADOS
002264     MOVE WS-QTDE-EXCL-PENDENTES TO TOT-EXCL-PENDENTES
002264     MOVE WS-QTDE-CURSOS-INCLUIDOS TO TOT-CURSOS-INCLUIDOS
002264     MOVE WS-QTDE-VAGAS-ALTERADAS  TO TOT-VAGAS-ALTERADAS
002264     MOVE WS-QTDE-MENSAL-ALTERADAS TO TOT-MENSAL-ALTERADAS
002264     MOVE WS-QTDE-CURSOS-RETIRADOS TO TOT-CURSOS-RETIRADOS
002264     MOVE WS-QTDE-DESLIGADOS    TO TOT-DESLIGADOS
002264     MOVE WS-QTDE-ACORDOS-REGISTR TO TOT-ACORDOS
002264     MOVE WS-QTDE-PARCELAS-PAGAS TO TOT-PARCELAS-PAGAS
002264     MOVE WS-QTDE-DISPENSAS     TO TOT-DISPENSAS
002264     MOVE WS-QTDE-FREQ-LANCADAS TO TOT-FREQ-LANCADAS
002264     MOVE WS-QTDE-BLOQ-LIMPOS   TO TOT-BLOQ-LIMPOS
002265     MOVE WS-QTDE-REJEITADAS    TO TOT-REJEITADAS
002266     MOVE WS-QTDE-AUDITADAS     TO TOT-AUDITADAS
002267     MOVE WS-LINHAS-ANTES       TO TOT-LINHAS-ANTES
002268     MOVE WS-LINHAS-TABELA      TO TOT-LINHAS-DEPOIS
002269     WRITE REG-TOTAIS
002270     CLOSE ARQ-TOTAIS.
002270 9990-FECHAR-ARQUIVOS.
002271     CLOSE ARQ-TRANSACOES
002272     CLOSE ARQ-REJEICOES
002272     IF NOT WS-MODO-SIMULACAO
002270         CLOSE ARQ-CHECKPOINT
002271         CLOSE ARQ-AUDITORIA
002272         CLOSE ARQ-PENDENTES
002272         CLOSE ARQ-AUD-CATALOGO
002272     END-IF
002280     DISPLAY 'BAT-SQL - LIDAS: ' WS-QTDE-LIDAS
002290             ' INCLUIDAS: ' WS-QTDE-INCLUIDAS
002300             ' ALTERADAS: ' WS-QTDE-ALTERADAS
002318             ' NOTAS-RETIFICADAS: ' WS-QTDE-NOTAS-RETIF
002319             ' P/ESPERA: ' WS-QTDE-ESPERA
002319             ' PROMOVIDAS: ' WS-QTDE-PROMOVIDAS
002319             ' PAGAMENTOS: ' WS-QTDE-PAGAMENTOS
002319             ' RESPONSAVEIS I/A/E: ' WS-QTDE-RESP-INCLUIDOS
002319             '/' WS-QTDE-RESP-ALTERADOS
002319             ' TRANSFERIDOS: ' WS-QTDE-TRANSFERIDOS
002319             ' REATIVADOS: ' WS-QTDE-REATIVADOS
002319             ' EXCL. RETIDAS: ' WS-QTDE-EXCL-PENDENTES
002319             ' CATALOGO K/Q/F/D: ' WS-QTDE-CURSOS-INCLUIDOS
002319             '/' WS-QTDE-VAGAS-ALTERADAS
002319             '/' WS-QTDE-MENSAL-ALTERADAS
002319             '/' WS-QTDE-CURSOS-RETIRADOS
002319             ' DESLIGADOS: ' WS-QTDE-DESLIGADOS
002319             ' RETIRADOS DA ESPERA: ' WS-QTDE-ESPERA-RETIRADA
002319             ' ACORDOS: ' WS-QTDE-ACORDOS-REGISTR
002319             ' PARCELAS PAGAS: ' WS-QTDE-PARCELAS-PAGAS
002319             ' DISPENSAS PRE-REQ: ' WS-QTDE-DISPENSAS
002319             ' FREQUENCIAS: ' WS-QTDE-FREQ-LANCADAS
002319             ' BLOQUEIOS LIMPOS: ' WS-QTDE-BLOQ-LIMPOS
002320             ' REJEITADAS: ' WS-QTDE-REJEITADAS
002321     PERFORM 9900-EXIBIR-TOTAL-CAMPUS THRU 9900-EXIT
002322         VARYING WS-INDICE-CAMPUS FROM 1 BY 1
002323         UNTIL WS-INDICE-CAMPUS > WS-CAMPUS-QTDE
002323     IF WS-MODO-SIMULACAO
002323         PERFORM 9960-IMPRIMIR-PROJECAO THRU 9960-EXIT
002323         CLOSE ARQ-RELATORIO
002323     END-IF.
002330 9999-EXIT.
002340     EXIT.

002350 9900-EXIBIR-TOTAL-CAMPUS.
002360     DISPLAY 'BAT-SQL - CAMPUS '
002370             WS-CAMPUS-CODIGO (WS-INDICE-CAMPUS)
002420 9900-EXIT.
002430     EXIT.

002430 9950-DESFAZER-SIMULACAO.
002430*    FIM DA SIMULACAO: O ROLLBACK SEM SAVEPOINT DESFAZ A UNIDADE
002430*    DE TRABALHO INTEIRA, DESDE A VARREDURA DA FILA EM 1090, E
002430*    LIBERA OS BLOQUEIOS MANTIDOS DURANTE A EXECUCAO.
002430     EXEC SQL
002430         ROLLBACK
002430     END-EXEC
002430     DISPLAY 'BAT-SQL: SIMULACAO ENCERRADA - TODAS AS ALTERACOES'
002430             ' FORAM DESFEITAS (ROLLBACK)'.
002430 9950-EXIT.
002430     EXIT.
002430
002430 9960-IMPRIMIR-PROJECAO.
002430*    RELATORIO DE PROJECAO: UMA LINHA POR CAMPUS NA ORDEM EM QUE
002430*    APARECERAM NO ARQUIVO, A LINHA DE TOTAL, OS CONTADORES DA
002430*    FILA DE ESPERA E A LEGENDA DOS MOTIVOS DE REJEICAO. A
002430*    TRANSACAO DESVIADA PARA A FILA PASSA POR 7000 E CONTA COMO
002430*    APLICADA NO TOTAL DO CAMPUS; AQUI ELA SAI SO EM P/ESPERA.
002430     INITIALIZE WS-SIM-TOTAIS
002430     STRING WS-DATA-EXEC-DIA   DELIMITED BY SIZE
002430            '/'                DELIMITED BY SIZE
002430            WS-DATA-EXEC-MES   DELIMITED BY SIZE
002430            '/'                DELIMITED BY SIZE
002430            WS-DATA-EXEC-ANO   DELIMITED BY SIZE
002430       INTO CAB-SIM-DATA
002430     WRITE REL-REGISTRO FROM WS-SIM-CABECALHO-1
002430     WRITE REL-REGISTRO FROM WS-SIM-CABECALHO-2
002430     WRITE REL-REGISTRO FROM WS-SIM-COLUNAS
002430     MOVE SPACE TO SIM-CONTROLE
002430     PERFORM 9965-IMPRIMIR-CAMPUS THRU 9965-EXIT
002430         VARYING WS-INDICE-CAMPUS FROM 1 BY 1
002430         UNTIL WS-INDICE-CAMPUS > WS-CAMPUS-QTDE
002430     MOVE '0' TO SIM-CONTROLE
002430     MOVE 'TOTAL' TO SIM-CAMPUS
002430     MOVE WS-SIM-TOT-APLICADAS  TO SIM-APLICADAS
002430     MOVE WS-SIM-TOT-ESPERA     TO SIM-ESPERA
002430     MOVE WS-SIM-TOT-PENDENTES  TO SIM-PENDENTES
002430     MOVE WS-SIM-TOT-REJEITADAS TO SIM-REJEITADAS
002430     PERFORM 9967-EDITAR-TOTAL-MOTIVO THRU 9967-EXIT
002430         VARYING WS-INDICE-MOTIVO FROM 1 BY 1
002430         UNTIL WS-INDICE-MOTIVO > 9
002430     WRITE REL-REGISTRO FROM WS-SIM-LINHA-CAMPUS
002430     MOVE '0' TO ROD-SIM-CONTROLE
002430     MOVE 'TRANSACOES LIDAS.......................:'
002430       TO ROD-SIM-ROTULO
002430     MOVE WS-QTDE-LIDAS TO ROD-SIM-VALOR
002430     WRITE REL-REGISTRO FROM WS-SIM-LINHA-RODAPE
002430     MOVE SPACE TO ROD-SIM-CONTROLE
002430     MOVE 'PROMOVIDAS DA FILA DE ESPERA...........:'
002430       TO ROD-SIM-ROTULO
002430     MOVE WS-QTDE-PROMOVIDAS TO ROD-SIM-VALOR
002430     WRITE REL-REGISTRO FROM WS-SIM-LINHA-RODAPE
002430     MOVE 'RETIRADAS DA FILA (ESTUDANTE INATIVO)..:'
002430       TO ROD-SIM-ROTULO
002430     MOVE WS-QTDE-ESPERA-RETIRADA TO ROD-SIM-VALOR
002430     WRITE REL-REGISTRO FROM WS-SIM-LINHA-RODAPE
002430     MOVE '0' TO LEG-CONTROLE
002430     PERFORM 9968-IMPRIMIR-LEGENDA THRU 9968-EXIT
002430         VARYING WS-INDICE-MOTIVO FROM 1 BY 1
002430         UNTIL WS-INDICE-MOTIVO > 9.
002430 9960-EXIT.
002430     EXIT.
002430
002430 9965-IMPRIMIR-CAMPUS.
002430     MOVE WS-CAMPUS-CODIGO (WS-INDICE-CAMPUS) TO SIM-CAMPUS
002430     COMPUTE SIM-APLICADAS =
002430             WS-CAMPUS-APLICADAS (WS-INDICE-CAMPUS)
002430           - WS-CAMPUS-ESPERA (WS-INDICE-CAMPUS)
002430     MOVE WS-CAMPUS-ESPERA (WS-INDICE-CAMPUS)     TO SIM-ESPERA
002430     MOVE WS-CAMPUS-PENDENTES (WS-INDICE-CAMPUS)  TO SIM-PENDENTES
002430     MOVE WS-CAMPUS-REJEITADAS (WS-INDICE-CAMPUS)
002430       TO SIM-REJEITADAS
002430     COMPUTE WS-SIM-TOT-APLICADAS = WS-SIM-TOT-APLICADAS
002430           + WS-CAMPUS-APLICADAS (WS-INDICE-CAMPUS)
002430           - WS-CAMPUS-ESPERA (WS-INDICE-CAMPUS)
002430     ADD WS-CAMPUS-ESPERA (WS-INDICE-CAMPUS) TO WS-SIM-TOT-ESPERA
002430     ADD WS-CAMPUS-PENDENTES (WS-INDICE-CAMPUS)
002430       TO WS-SIM-TOT-PENDENTES
002430     ADD WS-CAMPUS-REJEITADAS (WS-INDICE-CAMPUS)
002430       TO WS-SIM-TOT-REJEITADAS
002430     PERFORM 9966-EDITAR-MOTIVO THRU 9966-EXIT
002430         VARYING WS-INDICE-MOTIVO FROM 1 BY 1
002430         UNTIL WS-INDICE-MOTIVO > 9
002430     WRITE REL-REGISTRO FROM WS-SIM-LINHA-CAMPUS.
002430 9965-EXIT.
002430     EXIT.
002430
002430 9966-EDITAR-MOTIVO.
002430     MOVE WS-CAMPUS-REJ-MOTIVO (WS-INDICE-CAMPUS WS-INDICE-MOTIVO)
002430       TO SIM-MOTIVO-QTDE (WS-INDICE-MOTIVO)
002430     ADD WS-CAMPUS-REJ-MOTIVO (WS-INDICE-CAMPUS WS-INDICE-MOTIVO)
002430       TO WS-SIM-TOT-REJ-MOTIVO (WS-INDICE-MOTIVO).
002430 9966-EXIT.
002430     EXIT.
002430
002430 9967-EDITAR-TOTAL-MOTIVO.
002430     MOVE WS-SIM-TOT-REJ-MOTIVO (WS-INDICE-MOTIVO)
002430       TO SIM-MOTIVO-QTDE (WS-INDICE-MOTIVO).
002430 9967-EXIT.
002430     EXIT.
002430
002430 9968-IMPRIMIR-LEGENDA.
002430     MOVE WS-INDICE-MOTIVO TO LEG-MOTIVO
002430     MOVE WS-SIM-DESCR-MOTIVO (WS-INDICE-MOTIVO) TO LEG-DESCRICAO
002430     WRITE REL-REGISTRO FROM WS-SIM-LINHA-MOTIVO
002430     MOVE SPACE TO LEG-CONTROLE.
002430 9968-EXIT.
002430     EXIT.
002435
002440 COPY ESTLOGPR.
