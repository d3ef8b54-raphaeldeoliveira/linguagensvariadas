      ******************************************************************
      *  ESTRESWS  --  WORKING-STORAGE DA APURACAO DO RESULTADO FINAL
      *  DA MATRICULA (COPYBOOK IRMAO DE ESTRESPR). INCLUIDO POR QUEM
      *  EXIBE O RESULTADO: HISTORICO ESCOLAR (HIS-RPT) E DECLARACAO
      *  DE MATRICULA (DEC-MAT).
      *
      *  ANTES DO PERFORM 8790-APURAR-RESULTADO O CHAMADOR POVOA A
      *  FREQUENCIA (WS-RES-AULAS-DADAS, WS-RES-AULAS-PRESENTE E
      *  WS-RES-DATA-FREQ, HOST VARIABLES PARA O FETCH DAS COLUNAS
      *  DE MATRICULA) E A NOTA (WS-RES-NOTA, COM WS-RES-NOTA-LANCADA
      *  LIGADO QUANDO HA LINHA EM NOTA). AO SAIR, WS-RES-RESULTADO
      *  (88-LEVELS ABAIXO), WS-RES-DESCRICAO PARA IMPRESSAO E
      *  WS-RES-PERC-FREQ (PERCENTUAL INTEIRO, TRUNCADO).
      ******************************************************************
       01  WS-RES-SW-NOTA                PIC X(01) VALUE 'N'.
           88  WS-RES-NOTA-LANCADA               VALUE 'S'.
       01  WS-RES-NOTA                   PIC S9(02)V9(02) COMP-3
                                         VALUE ZERO.
       01  WS-RES-NOTA-MINIMA            PIC S9(02)V9(02) COMP-3
                                         VALUE 6.00.
       01  WS-RES-FREQ-MINIMA            PIC 9(03) VALUE 75.
       01  WS-RES-PERC-FREQ              PIC 9(03) VALUE ZERO.
       01  WS-RES-RESULTADO              PIC X(01) VALUE SPACE.
           88  WS-RES-APROVADO                   VALUE 'A'.
           88  WS-RES-REPROVADO-NOTA             VALUE 'N'.
           88  WS-RES-REPROVADO-FALTA            VALUE 'F'.
           88  WS-RES-FREQ-PENDENTE              VALUE 'P'.
           88  WS-RES-SEM-NOTA                   VALUE ' '.
       01  WS-RES-DESCRICAO              PIC X(15) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION
       END-EXEC.
       01  WS-RES-AULAS-DADAS            PIC S9(04) USAGE COMP.
       01  WS-RES-AULAS-PRESENTE         PIC S9(04) USAGE COMP.
       01  WS-RES-DATA-FREQ              PIC X(08).
       EXEC SQL END DECLARE SECTION
       END-EXEC.
