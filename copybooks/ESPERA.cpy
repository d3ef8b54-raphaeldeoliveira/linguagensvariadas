      ******************************************************************
      *  ESPERA  --  DCLGEN (ESTRUTURA HOST) DA TABELA FILA-ESPERA, A
      *  FILA DE ESPERA DOS CURSOS LOTADOS, POR CURSO+PERIODO. MESMO
      *  PAPEL E ESTILO DO MEMBRO MATRICULA: DECLARA A TABELA PARA O
      *  PRECOMPILADOR E TRAZ O LAYOUT DE HOST VARIABLE DE
      *  REFERENCIA. SUBSTITUI AS GERACOES ESPERAIN/ESPERANV QUE O
      *  BAT-SQL CARREGAVA EM MEMORIA: A FILA PASSA A SER UMA SO PARA
      *  O LOTE (TRANSACAO 'M' DESVIADA) E PARA O BALCAO (FUNCAO 3
      *  DA TELA ESTM03 DO ONL-EST).
      *
      *  ESPERA-ORDEM E A ORDEM DE CHEGADA DENTRO DA FILA DO
      *  CURSO/PERIODO (MAIOR ORDEM DA FILA + 1 NA INCLUSAO, INDICE
      *  UNICO EM CURSO+PERIODO+ORDEM) E E A ORDEM DA PROMOCAO, TANTO
      *  NO LOTE QUANTO NA TELA. A LINHA NAO E EXCLUIDA QUANDO SAI DA
      *  FILA: ESPERA-SITUACAO GUARDA O DESFECHO E ESPERA-DATA-SAIDA
      *  A DATA DELE.
      *
      *  ESPERA-SITUACAO: 'E' = AGUARDANDO; 'P' = PROMOVIDO (VIROU
      *  MATRICULA); 'R' = RETIRADO (ESTUDANTE DESLIGADO OU QUE NAO
      *  ESTA MAIS ATIVO); 'X' = EXPIRADO (PERIODO ENCERRADO PELO
      *  ENC-PER COM O ESTUDANTE AINDA AGUARDANDO).
      *
      *  ESPERA-CAMPUS E O CAMPUS QUE ORIGINOU A INCLUSAO (TXN-CAMPUS
      *  NO LOTE, BRANCO NA TELA); A AUDITORIA DA PROMOCAO SAI COM
      *  ELE.
      ******************************************************************
       EXEC SQL DECLARE FILA-ESPERA TABLE
       ( ESPERA-CURSO-ID       INTEGER   NOT NULL,
         ESPERA-PERIODO        CHAR(6)   NOT NULL,
         ESPERA-ORDEM          INTEGER   NOT NULL,
         ESPERA-ESTUDANTE-ID   INTEGER   NOT NULL,
         ESPERA-DATA           CHAR(8)   NOT NULL,
         ESPERA-CAMPUS         CHAR(2)   NOT NULL WITH DEFAULT,
         ESPERA-SITUACAO       CHAR(1)   NOT NULL WITH DEFAULT,
         ESPERA-DATA-SAIDA     CHAR(8)   NOT NULL WITH DEFAULT
       ) END-EXEC.

       01  DCLFILA-ESPERA.
           10 ESPERA-CURSO-ID         PIC S9(9)  USAGE COMP.
           10 ESPERA-PERIODO          PIC X(06).
           10 ESPERA-ORDEM            PIC S9(9)  USAGE COMP.
           10 ESPERA-ESTUDANTE-ID     PIC S9(9)  USAGE COMP.
           10 ESPERA-DATA             PIC X(08).
           10 ESPERA-CAMPUS           PIC X(02).
           10 ESPERA-SITUACAO         PIC X(01).
               88 ESPERA-AGUARDANDO          VALUE 'E'.
               88 ESPERA-PROMOVIDA           VALUE 'P'.
               88 ESPERA-RETIRADA            VALUE 'R'.
               88 ESPERA-EXPIRADA            VALUE 'X'.
           10 ESPERA-DATA-SAIDA       PIC X(08).
