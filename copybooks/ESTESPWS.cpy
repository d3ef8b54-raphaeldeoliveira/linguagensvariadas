      ******************************************************************
      *  ESTESPWS  --  WORKING-STORAGE DA FILA DE ESPERA DOS CURSOS
      *  LOTADOS (COPYBOOK IRMAO DE ESTESPPR/ESPERA), COMUM AO BAT-SQL
      *  (LOTE) E AO ONL-EST (BALCAO). EXIGE QUE O PROGRAMA JA TENHA
      *  DECLARADO NA BEGIN DECLARE SECTION WS-ESTUDANTE-ID (PIC
      *  9(07)), WS-CURSO-ID (PIC 9(04)) E WS-MAT-PERIODO (PIC X(06)),
      *  QUE IDENTIFICAM A FILA (CURSO/PERIODO) E O ESTUDANTE.
      *
      *  ANTES DO PERFORM 8725-INCLUIR-NA-FILA O CHAMADOR MOVE A DATA
      *  (AAAAMMDD) PARA WS-FIL-DATA E O CAMPUS DE ORIGEM PARA
      *  WS-FIL-CAMPUS; ANTES DO 8735-MARCAR-PROMOVIDA, A DATA DA
      *  PROMOCAO PARA WS-FIL-DATA. AO SAIR DE CADA PARAGRAFO,
      *  WS-FIL-SUCESSO/WS-FIL-FALHA DIZEM SE O SQL DEU CERTO (NA
      *  FALHA, SQLCODE FICA COM O ERRO PARA O CHAMADOR DESFAZER A
      *  UNIDADE DE TRABALHO) E WS-FIL-ACHADA DIZ SE A ENTRADA
      *  PROCURADA EXISTE.
      ******************************************************************
       01  WS-FIL-SW-RESULTADO           PIC X(01) VALUE 'S'.
           88  WS-FIL-SUCESSO                    VALUE 'S'.
           88  WS-FIL-FALHA                      VALUE 'F'.
           88  WS-FIL-DUPLICADA                  VALUE 'D'.
       01  WS-FIL-SW-ACHADA              PIC X(01) VALUE 'N'.
           88  WS-FIL-ACHADA                     VALUE 'S'.
           88  WS-FIL-NAO-ACHADA                 VALUE 'N'.
       01  WS-FIL-POSICAO-EDIT           PIC ZZZ9.
       01  WS-FIL-QTDE-EDIT              PIC ZZZ9.

       EXEC SQL BEGIN DECLARE SECTION
       END-EXEC.
       01  WS-FIL-ORDEM                  PIC S9(09) USAGE COMP.
       01  WS-FIL-ESTUDANTE-ID           PIC 9(07).
       01  WS-FIL-CAMPUS                 PIC X(02).
       01  WS-FIL-DATA                   PIC X(08).
       01  WS-FIL-QTDE-FILA              PIC S9(09) USAGE COMP.
       01  WS-FIL-POSICAO                PIC S9(09) USAGE COMP.
       EXEC SQL END DECLARE SECTION
       END-EXEC.
