      ******************************************************************
      *  ESTCATSL  --  CLAUSULA SELECT DO ARQUIVO DE TRILHA DE
      *  AUDITORIA DO CATALOGO DE CURSOS (COPYBOOK IRMAO DE
      *  ESTCATFD), GRAVADO PELO BAT-SQL NAS TRANSACOES 'K'/'Q'/'F'/
      *  'D'. INCLUIDO DENTRO DE FILE-CONTROL.
      ******************************************************************
           SELECT ARQ-AUD-CATALOGO ASSIGN TO AUDCATAL
                  ORGANIZATION IS SEQUENTIAL.
