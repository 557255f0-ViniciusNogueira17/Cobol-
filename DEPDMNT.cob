      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Comprovante de curso superior do dependente;
      *                  correcao de nascimento, parentesco ou
      *                  comprovante reabre os beneficios encerrados
      *                  por idade para o DEPIDADE reavaliar.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       01 WS-TRB-DATA-NASC      PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-PARENTESCO     PIC X(02)   VALUE SPACES.
       01 WS-TRB-CPF            PIC X(11)   VALUE SPACES.
       01 WS-TRB-UNIVERSITARIO  PIC X(01)   VALUE SPACES.
       01 WS-REABRE-SW          PIC X(01)   VALUE "N".
          88 WS-REABRE                      VALUE "S".
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-DIGITO-A           PIC 9(01)   VALUE ZEROES.
              MOVE WS-TRB-PARENTESCO TO DPD-PARENTESCO
              MOVE WS-TRB-CPF        TO DPD-CPF
              MOVE "A"               TO DPD-SITUACAO
              MOVE WS-TRB-UNIVERSITARIO TO DPD-UNIVERSITARIO
              MOVE SPACES            TO DPD-SALFAM DPD-IRRF
              WRITE DPD-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE DEPENDENTE COM ESSA "
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00027-VERIFICA-REABERTURA
                      MOVE WS-TRB-NOME       TO DPD-NOME
                      MOVE WS-TRB-DATA-NASC  TO DPD-DATA-NASC
                      MOVE WS-TRB-PARENTESCO TO DPD-PARENTESCO
                      MOVE WS-TRB-CPF        TO DPD-CPF
                      MOVE WS-TRB-UNIVERSITARIO TO DPD-UNIVERSITARIO
                      IF WS-REABRE
                         MOVE SPACES TO DPD-SALFAM DPD-IRRF
                         MOVE "A"    TO DPD-SITUACAO
                         DISPLAY "BENEFICIOS ENCERRADOS POR IDADE "
                                 "REABERTOS - LIMITES REAVALIADOS NO "
                                 "PROXIMO DEPIDADE."
                      END-IF
                      REWRITE DPD-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                   "TEM): " WITH NO ADVANCING.
           MOVE SPACES TO WS-TRB-CPF.
           ACCEPT WS-TRB-CPF FROM CONSOLE.
           DISPLAY "COMPROVANTE DE CURSO SUPERIOR (S/N): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TRB-UNIVERSITARIO.
           ACCEPT WS-TRB-UNIVERSITARIO FROM CONSOLE.
           IF WS-TRB-UNIVERSITARIO = SPACE
              MOVE "N" TO WS-TRB-UNIVERSITARIO
           END-IF.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-UNIVERSITARIO NOT = "S" AND
                 WS-TRB-UNIVERSITARIO NOT = "N"
                 DISPLAY "*** COMPROVANTE DE CURSO SUPERIOR DEVE SER "
                         "S OU N - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00026-END.
      *
       00027-VERIFICA-REABERTURA SECTION.
      * DEPENDENTE COM BENEFICIO ENCERRADO POR IDADE (DEPIDADE) VOLTA A
      * CONTAR QUANDO O RH CORRIGE O NASCIMENTO OU O PARENTESCO, OU
      * ENTREGA O COMPROVANTE DE CURSO SUPERIOR; O PROXIMO DEPIDADE
      * REAVALIA OS LIMITES COM OS DADOS NOVOS
           MOVE "N" TO WS-REABRE-SW.
           IF DPD-SEM-SALFAM OR DPD-SEM-IRRF
              IF WS-TRB-DATA-NASC  NOT = DPD-DATA-NASC  OR
                 WS-TRB-PARENTESCO NOT = DPD-PARENTESCO OR
                 (WS-TRB-UNIVERSITARIO = "S" AND
                  NOT DPD-ESTUDANTE-SUPERIOR)
                 MOVE "S" TO WS-REABRE-SW
              END-IF
           END-IF.
       00027-END.
      *
       00030-FIM           SECTION.
      *
