      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Pede tambem o nivel do cadastro de
      *                  fornecedores (FORMNT, USR-NIVEL-FOR).
      * 2026-10-15  RMS  Pede tambem o nivel do cadastro de contas
      *                  bancarias (CTAMNT, USR-NIVEL-CTA).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       01 WS-TRB-NIVEL-ORG      PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-NIVEL-EMP      PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-NIVEL-CAL      PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-NIVEL-FOR      PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-NIVEL-CTA      PIC 9(01)   VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      *
              MOVE WS-TRB-NIVEL-ORG TO USR-NIVEL-ORG
              MOVE WS-TRB-NIVEL-EMP TO USR-NIVEL-EMP
              MOVE WS-TRB-NIVEL-CAL TO USR-NIVEL-CAL
              MOVE WS-TRB-NIVEL-FOR TO USR-NIVEL-FOR
              MOVE WS-TRB-NIVEL-CTA TO USR-NIVEL-CTA
              MOVE ZEROES           TO USR-FALHAS
              MOVE "N"              TO USR-BLOQUEADO
              WRITE USR-REC
                      MOVE WS-TRB-NIVEL-ORG TO USR-NIVEL-ORG
                      MOVE WS-TRB-NIVEL-EMP TO USR-NIVEL-EMP
                      MOVE WS-TRB-NIVEL-CAL TO USR-NIVEL-CAL
                      MOVE WS-TRB-NIVEL-FOR TO USR-NIVEL-FOR
                      MOVE WS-TRB-NIVEL-CTA TO USR-NIVEL-CTA
                      REWRITE USR-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
           ACCEPT WS-TRB-NIVEL-EMP FROM CONSOLE.
           DISPLAY "NIVEL CALMNT (0-3): " WITH NO ADVANCING.
           ACCEPT WS-TRB-NIVEL-CAL FROM CONSOLE.
           DISPLAY "NIVEL FORMNT (0-3): " WITH NO ADVANCING.
           ACCEPT WS-TRB-NIVEL-FOR FROM CONSOLE.
           DISPLAY "NIVEL CTAMNT (0-3): " WITH NO ADVANCING.
           ACCEPT WS-TRB-NIVEL-CTA FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
           END-IF.
           IF WS-DADOS-OK
              IF WS-TRB-NIVEL-ORG > 3 OR WS-TRB-NIVEL-EMP > 3 OR
                 WS-TRB-NIVEL-CAL > 3 OR WS-TRB-NIVEL-FOR > 3 OR
                 WS-TRB-NIVEL-CTA > 3
                 DISPLAY "*** NIVEL FORA DA FAIXA 0-3 - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
