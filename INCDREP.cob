      ******************************************************************
      * Modification History:
      * 2026-08-22  RMS  Programa original.
      * 2026-10-15  RMS  Instrucao de recuperacao da recepcao das
      *                  interfaces (RECEPCAO), que grava o motivo da
      *                  recusa ou da lacuna no lugar do file status.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
                   MOVE
                   "VER PREFLREL: LISTA COMPLETA DOS PROBLEMAS"
                     TO IREP-RECUPERACAO
               WHEN "RECEPCAO"
                   MOVE
                   "VER RECEPREL (MOTIVO NO STATUS); PEDIR REENVIO"
                     TO IREP-RECUPERACAO
               WHEN "SUMARIOLOTE"
                   MOVE
                   "CONFERIR AUDITLOG; RESUMO RERODA ISOLADO"
