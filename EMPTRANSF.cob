      *                  mestre (EMPJRNL, copybook EMPJREC), com as
      *                  imagens antes/depois do EMP-REC e o proprio
      *                  programa como operador.
      * 2026-10-15  RMS  Imagem antes do EMP-REC ampliada para 102
      *                  posicoes com o NIS no fim do registro.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
      * E O PROPRIO PROGRAMA
       01 WS-EMPJRNL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPERADOR          PIC X(08)   VALUE "EMPTRANS".
       01 WS-REG-ANTES         PIC X(102)  VALUE SPACES.
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPTRANSF".
