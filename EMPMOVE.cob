      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Imagem antes do EMP-REC ampliada para 102
      *                  posicoes com o NIS no fim do registro.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       01 WS-SIMULA-SW         PIC X(01)   VALUE "N".
          88 WS-SIMULA                      VALUE "S".
       01 WS-OPERADOR          PIC X(08)   VALUE "EMPMOVE".
       01 WS-REG-ANTES         PIC X(102)  VALUE SPACES.
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
       01 WS-ORGSUB-STATUS     PIC X(02)   VALUE SPACES.
