      ******************************************************************
      *  ESTCENFD  --  FD DO ARQUIVO DE EXPORTACAO PARA O CENSO DA
      *  EDUCACAO SUPERIOR (ARQ-CENSO, COPYBOOK IRMAO DE ESTCENSL).
      *  LEIAUTE DO MODULO ALUNO DO INEP: CAMPOS SEPARADOS POR '|',
      *  O TIPO DE REGISTRO NOS DOIS PRIMEIROS BYTES E O RESTO DO
      *  REGISTRO FIXO DE 80 BYTES EM BRANCO:
      *
      *   40 - CABECALHO (UM POR ARQUIVO): CODIGO INEP DA IES (8),
      *        TIPO DE ARQUIVO (1, '4' = ALUNO) E ANO-BASE (4);
      *   41 - ALUNO (UM POR ESTUDANTE COM VINCULO NO ANO-BASE):
      *        IDENTIFICACAO DO ALUNO NA IES (ESTUDANTE-ID, 7), NOME
      *        (25), CPF (11) E DATA DE NASCIMENTO (DDMMAAAA);
      *   42 - VINCULO (UM POR CURSO DO ALUNO NO ANO-BASE, LOGO APOS
      *        O SEU 41): CODIGO DO CURSO (4), POLO/CAMPUS (2),
      *        SEMESTRE DE REFERENCIA (1, O ULTIMO DO ANO EM QUE
      *        HOUVE MATRICULA) E SITUACAO DO VINCULO (1): '2' =
      *        CURSANDO, '4' = DESVINCULADO, '5' = TRANSFERIDO, '6' =
      *        FORMADO.
      *
      *  OS REGISTROS SAO MONTADOS NA WORKING-STORAGE DO CEN-INE, COM
      *  OS SEPARADORES, E GRAVADOS COM WRITE ... FROM. INCLUIDO
      *  DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-CENSO
           RECORDING MODE IS F.
       01  CEN-REGISTRO                  PIC X(80).
