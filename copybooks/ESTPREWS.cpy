      ******************************************************************
      *  ESTPREWS  --  WORKING-STORAGE DA CONFERENCIA DE PRE-REQUISITOS
      *  NA MATRICULA (COPYBOOK IRMAO DE ESTPREPR). INCLUIDO PELOS DOIS
      *  CAMINHOS DE MATRICULA: TRANSACAO 'M' DO BAT-SQL (LOTE) E
      *  FUNCAO DE MATRICULA DO ONL-EST (BALCAO). EXIGE QUE O PROGRAMA
      *  JA TENHA DECLARADO WS-ESTUDANTE-ID (PIC 9(07)) E WS-CURSO-ID
      *  (PIC 9(04)) NA BEGIN DECLARE SECTION.
      *
      *  AO SAIR DE 8780-CONFERIR-PREREQUISITOS: WS-PRE-ATENDIDO (SEM
      *  PRE-REQUISITO, TODOS CUMPRIDOS OU DISPENSADOS -- NESTE CASO
      *  WS-PRE-DISPENSADO TAMBEM FICA LIGADO), WS-PRE-PENDENTE (FALTA
      *  APROVACAO; WS-PRE-REQUISITO-ID TRAZ O MENOR CURSO FALTANTE E
      *  WS-PRE-QTDE-PENDENTES QUANTOS FALTAM) OU WS-PRE-ERRO (FALHA DE
      *  SQL, SQLCODE PRESERVADO PARA O CHAMADOR).
      *
      *  APROVACAO = NOTA FINAL NO CURSO REQUISITO IGUAL OU ACIMA DE
      *  WS-PRE-NOTA-MINIMA, LANCADA EM PERIODO LETIVO JA FECHADO,
      *  SEM REPROVACAO POR FALTA NA MATRICULA CORRESPONDENTE.
      ******************************************************************
       01  WS-PRE-SW-RESULTADO           PIC X(01) VALUE 'S'.
           88  WS-PRE-ATENDIDO                   VALUE 'S'.
           88  WS-PRE-PENDENTE                   VALUE 'N'.
           88  WS-PRE-ERRO                       VALUE 'E'.
       01  WS-PRE-SW-DISPENSA            PIC X(01) VALUE 'N'.
           88  WS-PRE-DISPENSADO                 VALUE 'S'.
       01  WS-PRE-REQUISITO-EDIT         PIC 9(04) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION
       END-EXEC.
       01  WS-PRE-NOTA-MINIMA            PIC S9(02)V9(02) USAGE COMP-3
                                         VALUE 6.00.
       01  WS-PRE-QTDE-PENDENTES         PIC S9(04) USAGE COMP.
       01  WS-PRE-REQUISITO-ID           PIC S9(09) USAGE COMP.
       01  WS-PRE-QTDE-DISPENSAS         PIC S9(04) USAGE COMP.
       EXEC SQL END DECLARE SECTION
       END-EXEC.
