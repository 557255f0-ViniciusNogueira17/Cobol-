      *                  e a gravar cada consulta de CPF no log
      *                  ACESSLOG, via subrotina GRAVA-ACESSO, como a
      *                  EMPINQ.
      * 2026-10-15  RMS  Chamada a GRAVA-ACESSO passa o numero do
      *                  pedido LGPD (WS-ACS-PEDIDO, sempre em branco
      *                  nesta consulta).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       01 WS-OPERADOR          PIC X(08)   VALUE SPACES.
       01 WS-ACS-TIPO          PIC X(01)   VALUE "C".
       01 WS-ACS-RESULTADO     PIC X(01)   VALUE SPACES.
       01 WS-ACS-PEDIDO        PIC X(10)   VALUE SPACES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           END-IF.
           CALL "GRAVA-ACESSO" USING WS-ACS-PROGRAMA WS-OPERADOR
                                      WS-CPF-DIGITADO WS-ACS-TIPO
                                      WS-ACS-RESULTADO WS-ACS-PEDIDO
           END-CALL.
       00022-END.
      *
