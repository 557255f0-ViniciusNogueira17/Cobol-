       IDENTIFICATION      DIVISION.
       PROGRAM-ID. VALIDA-PIS.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina com o calculo do digito verificador
      *                do PIS/PASEP/NIS (modulo 11, pesos
      *                3,2,9,8,7,6,5,4,3,2 sobre as 10 primeiras
      *                posicoes), nos mesmos moldes da VALIDA-CPF e
      *                da VALIDA-CNPJ: qualquer programa chama
      *                CALL "VALIDA-PIS" em vez de reimplementar a
      *                mesma conta.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
      *
       WORKING-STORAGE     SECTION.
       01 RESULTADO         PIC 9(04)   VALUE ZEROES.
       01 RESTO             PIC 9(04)   VALUE ZEROES.
       01 DIVISOR           PIC 9(05)   VALUE ZEROES.
       01 WS-VALOR          PIC 9(01)   VALUE ZEROES.
       01 WS-PESOS.
      * PESOS DO DIGITO VERIFICADOR (10 POSICOES)
           03 WS-PESO        PIC 9(02)  OCCURS 10 TIMES
              VALUE ZEROES.
       01 WS-PESOS-SW       PIC X(01)   VALUE "N".
          88 WS-PESOS-MONTADOS          VALUE "S".
       01 FLAGL.
           03 FLAG-F  PIC X(11).
              88 FLAG-FALSO VALUE  "11111111111"
                                   "22222222222"
                                   "33333333333"
                                   "44444444444"
                                   "55555555555"
                                   "66666666666"
                                   "77777777777"
                                   "88888888888"
                                   "99999999999"
                                   "00000000000".

       01 X                 PIC 9(04)   VALUE ZEROES.
      *
       LINKAGE             SECTION.
       01 LK-PIS            PIC X(11).
       01 LK-DIGITO         PIC 9(01).
       01 LK-STATUS         PIC X(02).
      *    "00" PIS/NIS VALIDO
      *    "01" POSICAO NAO NUMERICA (INCLUSIVE BRANCO)
      *    "02" TODOS OS DIGITOS IGUAIS (FLAG-FALSO)
      *    "03" DIGITO VERIFICADOR NAO BATE
      *
       PROCEDURE           DIVISION USING LK-PIS
                                           LK-DIGITO
                                           LK-STATUS.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      *
           IF NOT WS-PESOS-MONTADOS
              PERFORM 00015-MONTA-PESOS
           END-IF.

           MOVE "00"    TO LK-STATUS.
           MOVE ZEROES  TO LK-DIGITO.
           MOVE LK-PIS  TO FLAG-F.

           IF LK-PIS NOT NUMERIC
              MOVE "01" TO LK-STATUS
           ELSE
           IF FLAG-FALSO
              MOVE "02" TO LK-STATUS
           ELSE
              PERFORM 00021-CALCULA-DIGITO
              IF LK-PIS(11:1) NOT EQUAL LK-DIGITO
                 MOVE "03" TO LK-STATUS
              END-IF
           END-IF
           END-IF.
       00010-END.
      *
       00015-MONTA-PESOS   SECTION.
      * MONTA OS PESOS 3,2,9,8,7,6,5,4,3,2 DEFINIDOS PARA O PIS/PASEP
      * E O NIS; UMA SO VEZ POR ATIVACAO DO MODULO
           MOVE 3 TO WS-PESO(1).
           MOVE 2 TO WS-PESO(2).
           MOVE 9 TO WS-PESO(3).
           MOVE 8 TO WS-PESO(4).
           MOVE 7 TO WS-PESO(5).
           MOVE 6 TO WS-PESO(6).
           MOVE 5 TO WS-PESO(7).
           MOVE 4 TO WS-PESO(8).
           MOVE 3 TO WS-PESO(9).
           MOVE 2 TO WS-PESO(10).
           MOVE "S" TO WS-PESOS-SW.
       00015-END.
      *
       00021-CALCULA-DIGITO SECTION.
      * SOMA PONDERADA DAS 10 PRIMEIRAS POSICOES; O DIGITO E 11 MENOS
      * O RESTO DA DIVISAO POR 11, E RESTO 0 OU 1 (QUE DARIA 11 OU
      * 10) VIRA DIGITO ZERO
           MOVE 0 TO DIVISOR.
           PERFORM 00027-SOMA-DIGITO
              VARYING X FROM 1 BY 1 UNTIL X > 10.

           DIVIDE DIVISOR BY 11 GIVING RESULTADO REMAINDER RESTO.
           IF RESTO < 2
              MOVE 0 TO LK-DIGITO
           ELSE
              COMPUTE LK-DIGITO = 11 - RESTO
           END-IF.
       00021-END.
      *
       00027-SOMA-DIGITO      SECTION.
           MOVE LK-PIS(X:1) TO WS-VALOR.
           COMPUTE DIVISOR = DIVISOR + (WS-VALOR * WS-PESO(X)).
       00027-END.
