      ******************************************************************
      *  ESTBCOWS  --  DADOS DO CONVENIO DE COBRANCA BANCARIA (BOLETO)
      *  COMPARTILHADOS PELO FATURAMENTO (GER-COB, QUE GRAVA O ARQUIVO
      *  DE REMESSA CNAB 400) E PELO CARREGADOR DO ARQUIVO DE RETORNO
      *  DO BANCO (RET-BCO, QUE CONFERE NO HEADER SE O RETORNO E DESTE
      *  CONVENIO). MUDANCA DE CONVENIO OU DE BANCO E FEITA SO AQUI,
      *  SEGUIDA DA RECOMPILACAO DOS DOIS PROGRAMAS.
      *  INCLUIDO DENTRO DE WORKING-STORAGE SECTION.
      ******************************************************************
       01  WS-CONVENIO-COBRANCA.
           05  WS-BCO-CODIGO             PIC X(03) VALUE '237'.
           05  WS-BCO-NOME               PIC X(15) VALUE 'BRADESCO'.
           05  WS-BCO-CODIGO-EMPRESA     PIC X(20)
                                         VALUE '00000000000004817265'.
           05  WS-BCO-CNPJ               PIC X(14)
                                         VALUE '61284033000158'.
           05  WS-BCO-RAZAO-SOCIAL       PIC X(30)
                                         VALUE 'CENTRO UNIVERSITARIO'.
           05  WS-BCO-ESPECIE-TITULO     PIC X(02) VALUE '04'.
           05  WS-BCO-DIA-VENCIMENTO     PIC 9(02) VALUE 10.
