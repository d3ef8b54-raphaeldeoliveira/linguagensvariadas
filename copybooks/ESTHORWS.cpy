      ******************************************************************
      *  ESTHORWS  --  WORKING-STORAGE DA CONFERENCIA DE CHOQUE DE
      *  HORARIO NA MATRICULA (COPYBOOK IRMAO DE ESTHORPR). INCLUIDO
      *  PELOS DOIS CAMINHOS DE MATRICULA: TRANSACAO 'M' DO BAT-SQL
      *  (LOTE) E FUNCAO DE MATRICULA DO ONL-EST (BALCAO). EXIGE QUE O
      *  PROGRAMA JA TENHA DECLARADO WS-ESTUDANTE-ID (PIC 9(07)),
      *  WS-CURSO-ID (PIC 9(04)) E WS-MAT-PERIODO (PIC X(06)) NA
      *  BEGIN DECLARE SECTION.
      *
      *  AO SAIR DE 8785-CONFERIR-CHOQUE-HORARIO: WS-HOR-LIVRE (SEM
      *  SOBREPOSICAO), WS-HOR-CHOQUE (WS-HOR-CURSO-CHOQUE TRAZ O
      *  MENOR CURSO COM QUE O HORARIO CHOCA, JA EDITADO EM
      *  WS-HOR-CURSO-EDIT) OU WS-HOR-ERRO (FALHA DE SQL, SQLCODE
      *  PRESERVADO PARA O CHAMADOR).
      ******************************************************************
       01  WS-HOR-SW-RESULTADO           PIC X(01) VALUE 'S'.
           88  WS-HOR-LIVRE                      VALUE 'S'.
           88  WS-HOR-CHOQUE                     VALUE 'N'.
           88  WS-HOR-ERRO                       VALUE 'E'.
       01  WS-HOR-CURSO-EDIT             PIC 9(04) VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION
       END-EXEC.
       01  WS-HOR-QTDE-CHOQUES           PIC S9(09) USAGE COMP.
       01  WS-HOR-CURSO-CHOQUE           PIC S9(09) USAGE COMP.
       EXEC SQL END DECLARE SECTION
       END-EXEC.
