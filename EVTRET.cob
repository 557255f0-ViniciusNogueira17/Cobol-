      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  O registro da fila EVENTQ cresceu para 38
      *                  posicoes (empresa do vinculo e motivo do
      *                  evento); o arquivo de trabalho acompanhou.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           COPY EVTREC.

       FD  EVENTO-WORK-FILE.
       01  EVENTO-WORK-REC         PIC X(38).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
