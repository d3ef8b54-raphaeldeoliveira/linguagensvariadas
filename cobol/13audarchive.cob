000221* 2026-09-03 RCM  REGISTRO DA TRILHA DE AUDITORIA PASSA DE 112
000222*                 PARA 120 BYTES COM O NOVO CAMPO AUD-OPERADOR
000223*                 (IDENTIFICACAO DE QUEM ORIGINOU A OPERACAO).
000224* 2026-10-15 RCM  REGISTRO DA TRILHA DE AUDITORIA PASSA DE 120
000225*                 PARA 138 BYTES COM AUD-SEQUENCIA E AUD-CHAVE-
000226*                 ENCADEADA. A GUARDA E O ARQUIVO NOVO RECEBEM O
000227*                 REGISTRO INTEIRO, SEM ALTERACAO, PARA QUE O
000228*                 VRF-AUD CONFIRA A CORRENTE ATRAVES DAS GUARDAS.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000360 FILE SECTION.
000370 FD  ARQ-ARQUIVO-MORTO
000380     RECORDING MODE IS F.
000390 01  ARC-REGISTRO                 PIC X(138).
000400
000410 FD  ARQ-AUDITORIA-NOVA
000420     RECORDING MODE IS F.
000430 01  NOVA-REGISTRO                PIC X(138).
000440
000450 FD  ARQ-RELATORIO
000460     RECORDING MODE IS F.
