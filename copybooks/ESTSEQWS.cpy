      ******************************************************************
      *  ESTSEQWS  --  WORKING-STORAGE DO SEQUENCIAMENTO E DO
      *  ENCADEAMENTO DA TRILHA DE AUDITORIA (COPYBOOK IRMAO DE
      *  ESTSEQPR/CTRLAUD). TRAZIDO POR ESTAUDWS PARA TODO PROGRAMA
      *  QUE GRAVA A TRILHA, E INCLUIDO DIRETAMENTE PELO VRF-AUD, QUE
      *  REFAZ O CALCULO DO VALOR ENCADEADO NA CONFERENCIA.
      *
      *  ANTES DO PERFORM 8670-CALCULAR-CHAVE, REG-AUDITORIA DEVE
      *  ESTAR COMPLETO (INCLUSIVE AUD-SEQUENCIA) E WS-SEQ-CHAVE-
      *  ANTERIOR COM O VALOR ENCADEADO DO REGISTRO ANTERIOR (ZEROS
      *  PARA O PRIMEIRO); O RESULTADO SAI EM WS-SEQ-CHAVE-NOVA.
      ******************************************************************
       EXEC SQL BEGIN DECLARE SECTION
       END-EXEC.
       01  WS-SEQ-ULTIMA-SEQUENCIA       PIC S9(09) USAGE COMP.
       01  WS-SEQ-ULTIMA-CHAVE           PIC S9(09) USAGE COMP.
       EXEC SQL END DECLARE SECTION
       END-EXEC.

       01  WS-SEQ-CHAVE-ANTERIOR         PIC 9(09) VALUE ZERO.
       01  WS-SEQ-CHAVE-NOVA             PIC 9(09) VALUE ZERO.

      *    ITENS QUE ENTRAM NO VALOR ENCADEADO: DATA, HORA, ID E
      *    SEQUENCIA, MAIS O CODIGO DE CADA UM DOS 12 CARACTERES DE
      *    OPERACAO, RESULTADO, CAMPUS E OPERADOR. O NOME E O
      *    ENDERECO "ANTES" FICAM DE FORA DE PROPOSITO: O LGP-ANO OS
      *    SUBSTITUI NOS REGISTROS DE ESTUDANTE EXPURGADO, E ISSO NAO
      *    PODE ROMPER A CORRENTE.
       01  WS-SEQ-CALCULO.
           05  WS-SEQ-ITEM               PIC 9(09) OCCURS 16 TIMES.
           05  WS-SEQ-TEXTO.
               10  WS-SEQ-CARACTER       PIC X(01) OCCURS 12 TIMES.
           05  WS-SEQ-INDICE             PIC 9(04) COMP VALUE ZERO.
           05  WS-SEQ-PRODUTO            PIC 9(11) COMP-3 VALUE ZERO.
           05  WS-SEQ-QUOCIENTE          PIC 9(11) COMP-3 VALUE ZERO.
           05  WS-SEQ-ACUMULADOR         PIC 9(09) COMP-3 VALUE ZERO.
           05  WS-SEQ-MULTIPLICADOR      PIC 9(03) COMP-3 VALUE 31.
           05  WS-SEQ-MODULO             PIC 9(09) COMP-3
                                         VALUE 999999937.

      *    CONVERSAO DE UM CARACTER NO SEU CODIGO (0 A 255): O BYTE
      *    VAI PARA A METADE BAIXA DE UMA MEIA-PALAVRA BINARIA CUJA
      *    METADE ALTA E LOW-VALUE.
       01  WS-SEQ-CONVERSAO.
           05  FILLER                    PIC X(01) VALUE LOW-VALUE.
           05  WS-SEQ-CONV-CARACTER      PIC X(01) VALUE LOW-VALUE.
       01  WS-SEQ-CONV-CODIGO REDEFINES WS-SEQ-CONVERSAO
                                         PIC 9(04) COMP.
