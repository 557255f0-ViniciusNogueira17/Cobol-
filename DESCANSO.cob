      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Escalas de revezamento: no dia expandido no
      *                  ESCDIA (passo ESCEXPAN) o teto diario passa a
      *                  ser os minutos esperados da escala naquela
      *                  data + 2 horas, em vez da jornada padrao, e o
      *                  domingo trabalhado deixa de ser apontado --
      *                  na escala o dia de descanso roda pela semana e
      *                  a regra dos 6 dias corridos continua valendo.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT ESD-DIA-FILE ASSIGN TO "ESCDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-CHAVE
               FILE STATUS IS WS-ESCDIA-STATUS.

           SELECT DESC-SORT-WORK ASSIGN TO "DSCSORW".

           SELECT DESC-REPORT-FILE ASSIGN TO "DESCREL"
       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  ESD-DIA-FILE.
           COPY ESDREC.

       SD  DESC-SORT-WORK.
       01  DSC-SORT-REC.
           03 DSC-SORT-SETOR        PIC 9(01).
       01 WS-PONTOHIS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ESCDIA-STATUS     PIC X(02)   VALUE SPACES.
      * SEM A ESCALA EXPANDIDA (ESCDIA) TODO DIA E MEDIDO PELA JORNADA
      * PADRAO E PELA REGRA DO DOMINGO
       01 WS-ESCDIA-OK-SW      PIC X(01)   VALUE "N".
          88 WS-ESCDIA-OK                   VALUE "S".
       01 WS-DIA-ESCALA-SW     PIC X(01)   VALUE "N".
          88 WS-DIA-ESCALA                  VALUE "S".
       01 WS-TETO-ESCALA       PIC 9(04)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "DESCANSO".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
                         ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE PONTO-HIST-FILE
              ELSE
                 OPEN INPUT ESD-DIA-FILE
                 IF WS-ESCDIA-STATUS = "00"
                    MOVE "S" TO WS-ESCDIA-OK-SW
                 END-IF
              END-IF
           END-IF.
       00010-END.
           CLOSE PONTO-HIST-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE ORGMAST-FILE.
           IF WS-ESCDIA-OK
              CLOSE ESD-DIA-FILE
           END-IF.
       00020-END.
      *
       00021-VARRE-HISTORICO SECTION.
           END-IF.
           MOVE PHI-DATA TO WS-DATA-ANTERIOR.

           PERFORM 00023-DEFINE-ESCALA-DIA.
           IF WS-DIA-ESCALA
              IF PHI-MINUTOS NUMERIC AND PHI-MINUTOS > WS-TETO-ESCALA
                 ADD 1 TO WS-QTDE-ESTOUROS
              END-IF
           ELSE
              PERFORM 00026-CONFERE-DOMINGO
              IF PHI-MINUTOS NUMERIC AND PHI-MINUTOS > WS-TETO-DIA
                 ADD 1 TO WS-QTDE-ESTOUROS
              END-IF
           END-IF.
           PERFORM 00024-LE-HISTORICO.
       00022-END.
      *
       00023-DEFINE-ESCALA-DIA SECTION.
      * DIA DA MATRICULA EXPANDIDO NO ESCDIA: O TETO E O ESPERADO DA
      * ESCALA NAQUELA DATA + 2 HORAS
           MOVE "N" TO WS-DIA-ESCALA-SW.
           IF WS-ESCDIA-OK
              MOVE PHI-MATRICULA TO ESD-MATRICULA
              MOVE PHI-DATA      TO ESD-DATA
              READ ESD-DIA-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-DIA-ESCALA-SW
                      COMPUTE WS-TETO-ESCALA = ESD-MIN-ESPERADO + 120
              END-READ
           END-IF.
       00023-END.
      *
       00024-LE-HISTORICO  SECTION.
      * LE O PROXIMO REGISTRO DO HISTORICO, EM ORDEM DE CHAVE
