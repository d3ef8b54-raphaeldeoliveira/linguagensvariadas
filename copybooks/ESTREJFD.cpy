      *    05 = ESTUDANTE COM BLOQUEIO FINANCEIRO (INADIMPLENTE)
      *    06 = CPF JA CADASTRADO EM ESTUDANTE ATIVO
      *    07 = OPERADOR NAO AUTORIZADO PARA A OPERACAO
      *    08 = PRE-REQUISITO DO CURSO NAO CUMPRIDO (MATRICULA)
      *    09 = CHOQUE DE HORARIO COM OUTRA MATRICULA (MATRICULA)
      *  INCLUIDO DENTRO DE FILE SECTION.
      ******************************************************************
       FD  ARQ-REJEICOES
               88  REJ-MOTIVO-BLOQUEIO-FIN       VALUE '05'.
               88  REJ-MOTIVO-CPF-DUPLICADO      VALUE '06'.
               88  REJ-MOTIVO-NAO-AUTORIZADO     VALUE '07'.
               88  REJ-MOTIVO-PREREQUISITO       VALUE '08'.
               88  REJ-MOTIVO-CHOQUE-HORARIO     VALUE '09'.
           05  REJ-SQLCODE               PIC S9(09) SIGN LEADING
                                         SEPARATE.
