      ******************************************************************
      *  CTRLAUD  --  DCLGEN (ESTRUTURA HOST) DA TABELA
      *  CONTROLE-AUDITORIA, QUE GUARDA, EM UMA UNICA LINHA, O ULTIMO
      *  NUMERO DE SEQUENCIA ATRIBUIDO A UM REGISTRO DA TRILHA DE
      *  AUDITORIA E O VALOR DE CONTROLE ENCADEADO DESSE REGISTRO.
      *  MESMO PAPEL E ESTILO DO MEMBRO ESTCTRL: DECLARA A TABELA PARA
      *  O PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE
      *  REFERENCIA.
      *
      *  O PARAGRAFO COMUM 8660-NUMERAR-AUDITORIA (COPY ESTSEQPR)
      *  INCREMENTA A SEQUENCIA COM UPDATE ANTES DE LER A LINHA: O LOCK
      *  DE ATUALIZACAO SERIALIZA OS GRAVADORES (PROGRAMAS BATCH E
      *  TAREFAS DO ONL-EST) ATE O COMMIT/SYNCPOINT, DE MODO QUE CADA
      *  REGISTRO RECEBE O PROXIMO NUMERO E ENCADEIA NO ANTERIOR. A
      *  LINHA E SEMEADA UMA VEZ, NA IMPLANTACAO, COM ZEROS NA
      *  SEQUENCIA E NA CHAVE E A DATA DA IMPLANTACAO EM
      *  CTAU-DATA-INICIO. O VRF-AUD COMPARA O ULTIMO REGISTRO DA
      *  TRILHA COM ELA, O QUE REVELA REGISTROS REMOVIDOS DO FINAL DO
      *  ARQUIVO, E SO ACEITA REGISTRO SEM SEQUENCIA DATADO ATE
      *  CTAU-DATA-INICIO.
      ******************************************************************
       EXEC SQL DECLARE CONTROLE-AUDITORIA TABLE
       ( CTAU-ULTIMA-SEQUENCIA  INTEGER   NOT NULL,
         CTAU-ULTIMA-CHAVE      INTEGER   NOT NULL,
         CTAU-DATA-INICIO       CHAR(8)   NOT NULL
       ) END-EXEC.

       01  DCLCONTROLE-AUDITORIA.
           10 CTAU-ULTIMA-SEQUENCIA  PIC S9(9)  USAGE COMP.
           10 CTAU-ULTIMA-CHAVE      PIC S9(9)  USAGE COMP.
           10 CTAU-DATA-INICIO       PIC X(08).
