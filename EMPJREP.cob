      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Imagens antes/depois ampliadas para 102
      *                  posicoes com o NIS no fim do EMP-REC.
      * 2026-10-15  RMS  O EMPJRNL passou a ser selado (SELAGEM): o
      *                  relatorio so roda com a cadeia do selo
      *                  conferindo pela CONFERE-SELO; quebrada, o
      *                  passo e recusado e vai para o INCDLOG.
      * 2026-10-15  RMS  Nova coluna com o aprovador da alteracao
      *                  (EMPJ-APROVADOR, gravado pelo EMPAPROV); area
      *                  do registro do selo ampliada para 241.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-MATRICULA       PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-ANTES           PIC X(102).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-DEPOIS          PIC X(102).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-APROVADOR       PIC X(08).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
       COPY RETCODE.
       01 WS-JORNAL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPJREP".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
       01 WS-REG-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LISTADOS    PIC 9(07)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-SELO (O JORNAL INTEIRO)
       01 WS-CS-ARQUIVO        PIC X(08)   VALUE "EMPJRNL".
       01 WS-CS-DATA-INI       PIC 9(08)   VALUE ZEROES.
       01 WS-CS-DATA-FIM       PIC 9(08)   VALUE ZEROES.
       01 WS-CS-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CS-SEQ-QUEBRA     PIC 9(09)   VALUE ZEROES.
       01 WS-CS-DATA-SELO      PIC 9(08)   VALUE ZEROES.
       01 WS-CS-REG-QUEBRA     PIC X(241)  VALUE SPACES.
       01 WS-CS-CONFERIDOS     PIC 9(09)   VALUE ZEROES.
       01 WS-CS-PENDENTES      PIC 9(09)   VALUE ZEROES.
       01 WS-CS-ULTIMO-SELADO  PIC 9(09)   VALUE ZEROES.
       01 WS-CS-BASE-SEQ       PIC 9(09)   VALUE ZEROES.
       01 WS-CS-BASE-HASH      PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.

           PERFORM 00011-LE-CARTAO-CONTROLE.

           PERFORM 00012-CONFERE-SELO.
           IF NOT WS-ABORT
              PERFORM 00013-ABRE-JORNAL
           END-IF.
       00010-END.
      *
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-CONFERE-SELO  SECTION.
      * O RELATORIO SO RODA COM A CADEIA DO SELO DO JORNAL CONFERINDO;
      * QUEBRADA (OU JORNAL QUE NAO ABRE), O PASSO E RECUSADO E VAI
      * PARA O INCDLOG. JORNAL AINDA SEM SELO E SO AVISADO
           CALL "CONFERE-SELO" USING WS-CS-ARQUIVO
                                     WS-CS-DATA-INI
                                     WS-CS-DATA-FIM
                                     WS-CS-STATUS
                                     WS-CS-SEQ-QUEBRA
                                     WS-CS-DATA-SELO
                                     WS-CS-REG-QUEBRA
                                     WS-CS-CONFERIDOS
                                     WS-CS-PENDENTES
                                     WS-CS-ULTIMO-SELADO
                                     WS-CS-BASE-SEQ
                                     WS-CS-BASE-HASH
           END-CALL.
           EVALUATE WS-CS-STATUS
              WHEN "00"
                 CONTINUE
              WHEN "01"
                 DISPLAY "EMPJRNL AINDA SEM SELO - RELATORIO SEM "
                         "CONFERENCIA DA CADEIA"
              WHEN OTHER
                 DISPLAY "*** SELO DO EMPJRNL NAO CONFERE (QUEBRA NO "
                         "REGISTRO " WS-CS-SEQ-QUEBRA ", SELO DE "
                         WS-CS-DATA-SELO ") - RELATORIO RECUSADO, "
                         "VER SELOCONF ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "SELOREG" TO WS-INC-ARQUIVO
                 MOVE WS-CS-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS WS-INC-RC
                 END-CALL
           END-EVALUATE.
       00012-END.
      *
       00013-ABRE-JORNAL   SECTION.
           OPEN INPUT EMP-JORNAL-FILE.
           IF WS-JORNAL-STATUS NOT = "00"
              DISPLAY "*** EMPJRNL NAO ABRIU (STATUS "
                      WS-JORNAL-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN OUTPUT JORNAL-REPORT-FILE
              PERFORM 00024-LE-JORNAL
           END-IF.
       00013-END.
      *
       00020-PROCESSO      SECTION.
      * APLICA OS FILTROS E LISTA O REGISTRO DO JORNAL QUE PASSAR
           MOVE EMPJ-MATRICULA TO JREP-MATRICULA.
           MOVE EMPJ-ANTES     TO JREP-ANTES.
           MOVE EMPJ-DEPOIS    TO JREP-DEPOIS.
           MOVE EMPJ-APROVADOR TO JREP-APROVADOR.
           WRITE JORNAL-REP-REC.
           ADD 1 TO WS-TOTAL-LISTADOS.
       00025-END.
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O JORNAL NAO ABRIU OU
      * O SEU SELO NAO CONFERE, NORMAL CASO CONTRARIO (RELATORIO NAO
      * REJEITA REGISTROS)
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
