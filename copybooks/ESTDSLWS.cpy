      ******************************************************************
      *  ESTDSLWS  --  WORKING-STORAGE DO ENCERRAMENTO DE VINCULOS NO
      *  DESLIGAMENTO DO ESTUDANTE (COPYBOOK IRMAO DE ESTDSLPR).
      *  INCLUIDO PELOS TRES CAMINHOS DE DESLIGAMENTO: WD-SQL
      *  (AVULSO), TRANSACAO 'W' DO BAT-SQL (LOTE) E FUNCAO 6 DO
      *  ONL-EST (BALCAO). EXIGE QUE O PROGRAMA JA TENHA DECLARADO
      *  WS-ESTUDANTE-ID (PIC 9(07)) NA BEGIN DECLARE SECTION.
      *
      *  ANTES DO PERFORM 8750-ENCERRAR-VINCULOS O CHAMADOR MOVE A
      *  DATA DO DESLIGAMENTO (AAAAMMDD) PARA WS-DSL-DATA; AO SAIR,
      *  WS-DSL-SUCESSO/WS-DSL-FALHA DIZEM SE TUDO FOI ENCERRADO
      *  (NA FALHA, SQLCODE FICA COM O ERRO PARA O CHAMADOR DESFAZER
      *  A UNIDADE DE TRABALHO INTEIRA), OS CONTADORES DIZEM QUANTO
      *  FOI ENCERRADO (WS-DSL-QTDE-ESPERA: ENTRADAS DO ESTUDANTE
      *  RETIRADAS DA FILA DE ESPERA) E WS-DSL-VAGAS-LIBERADAS TRAZ
      *  OS PARES CURSO/PERIODO DAS MATRICULAS CANCELADAS, PARA QUEM
      *  PROMOVE A FILA DE ESPERA.
      ******************************************************************
       01  WS-DSL-DATA                   PIC X(08) VALUE SPACES.
       01  WS-DSL-DATA-R REDEFINES WS-DSL-DATA.
           05  WS-DSL-DATA-COMPETENCIA   PIC X(06).
           05  FILLER                    PIC X(02).
       01  WS-DSL-CONTADORES.
           05  WS-DSL-QTDE-MATRICULAS    PIC S9(09) COMP VALUE ZERO.
           05  WS-DSL-QTDE-COBRANCAS     PIC S9(09) COMP VALUE ZERO.
           05  WS-DSL-QTDE-ESPERA        PIC S9(09) COMP VALUE ZERO.
       01  WS-DSL-SW-RESULTADO           PIC X(01) VALUE 'S'.
           88  WS-DSL-SUCESSO                    VALUE 'S'.
           88  WS-DSL-FALHA                      VALUE 'F'.
       01  WS-DSL-SW-FIM-MATRICULA       PIC X(01) VALUE 'N'.
           88  WS-DSL-FIM-MATRICULA              VALUE 'S'.

      *    CURSO/PERIODO DE CADA MATRICULA CANCELADA NO DESLIGAMENTO.
      *    UM ESTUDANTE NAO TEM MAIS QUE UMAS POUCAS MATRICULAS ATIVAS
      *    AO MESMO TEMPO; AS QUE PASSAREM DE 20 SAO CANCELADAS DO
      *    MESMO JEITO, SO NAO ENTRAM NA TABELA (A VAGA DELAS E
      *    APROVEITADA NA VARREDURA DA FILA DA JANELA SEGUINTE).
       01  WS-DSL-VAGAS-LIBERADAS.
           05  WS-DSL-VAGAS-QTDE         PIC 9(02) COMP VALUE ZERO.
           05  WS-DSL-VAGA               OCCURS 20 TIMES.
               10  WS-DSL-VAGA-CURSO-ID  PIC 9(04).
               10  WS-DSL-VAGA-PERIODO   PIC X(06).

       EXEC SQL BEGIN DECLARE SECTION
       END-EXEC.
       01  WS-DSL-COMPETENCIA            PIC X(06).
       01  WS-DSL-DATA-SAIDA             PIC X(08).
       01  WS-DSL-CURSO-ID               PIC 9(04).
       01  WS-DSL-PERIODO                PIC X(06).
       01  WS-DSL-QTDE-CREDITOS          PIC S9(04) USAGE COMP.
       01  WS-DSL-VALOR-CREDITOS         PIC S9(07)V9(02) USAGE COMP-3.
       EXEC SQL END DECLARE SECTION
       END-EXEC.
