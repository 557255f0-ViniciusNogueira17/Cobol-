       IDENTIFICATION      DIVISION.
       PROGRAM-ID. VALIDA-CONTA.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina com a conferencia dos digitos
      *                verificadores de agencia e conta bancaria pela
      *                regra de cada banco, nos moldes da VALIDA-CPF,
      *                para o CTAMNT recusar conta digitada errada e o
      *                FOLHACRED nao mandar credito de salario para
      *                conta que o banco vai devolver:
      *                  001 BANCO DO BRASIL - AGENCIA 4 E CONTA 8
      *                      DIGITOS, MODULO 11 (RESTO 10 = "X");
      *                  104 CAIXA - AGENCIA 4, OPERACAO 3 E CONTA 8
      *                      DIGITOS, MODULO 11 SOBRE OS 15 DIGITOS;
      *                  237 BRADESCO - AGENCIA 4 E CONTA 7 DIGITOS,
      *                      MODULO 11 (RESTO 1 = "P");
      *                  341 ITAU - AGENCIA 4 (SEM DIGITO) E CONTA 5
      *                      DIGITOS, MODULO 10 SOBRE AGENCIA+CONTA.
      *                Banco fora da lista so tem o formato conferido.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
      *
       WORKING-STORAGE     SECTION.
      * DIGITOS A PONDERAR E OS PESOS CORRESPONDENTES (UM POR
      * POSICAO), MONTADOS POR BANCO ANTES DA SOMA
       01 NUMERO           PIC X(15)   VALUE SPACES.
       01 PESOS            PIC X(15)   VALUE SPACES.
       01 QTDE-DIGITOS     PIC 9(02)   VALUE ZEROES.
      * "S" SOMA OS ALGARISMOS DE CADA PRODUTO (MODULO 10 DO ITAU)
       01 SOMA-ALGARISMOS  PIC X(01)   VALUE "N".
       01 I                PIC 9(02)   VALUE ZEROES.
       01 DIGITO           PIC 9(01)   VALUE ZEROES.
       01 PESO             PIC 9(01)   VALUE ZEROES.
       01 PRODUTO          PIC 9(02)   VALUE ZEROES.
       01 SOMA             PIC 9(04)   VALUE ZEROES.
       01 RESULTADO        PIC 9(04)   VALUE ZEROES.
       01 RESTO            PIC 9(04)   VALUE ZEROES.
       01 DV-CALCULADO     PIC 9(02)   VALUE ZEROES.
      *
       LINKAGE             SECTION.
       01 LK-BANCO          PIC 9(03).
       01 LK-AGENCIA        PIC 9(05).
       01 LK-AGENCIA-DV     PIC X(01).
       01 LK-CONTA          PIC 9(12).
       01 LK-CONTA-DV       PIC X(01).
       01 LK-DV-AGENCIA     PIC X(01).
       01 LK-DV-CONTA       PIC X(01).
      *    DIGITOS CALCULADOS (BRANCO QUANDO O BANCO NAO TEM DIGITO
      *    DE AGENCIA OU NAO TEM REGRA NESTA SUBROTINA)
       01 LK-STATUS         PIC X(02).
      *    "00" AGENCIA E CONTA VALIDAS
      *    "01" AGENCIA ZERADA OU COM MAIS DIGITOS QUE O BANCO USA
      *    "02" DIGITO DA AGENCIA NAO CONFERE
      *    "03" CONTA ZERADA OU COM MAIS DIGITOS QUE O BANCO USA
      *    "04" DIGITO DA CONTA NAO CONFERE
      *    "05" BANCO ZERADO
      *    "09" BANCO SEM REGRA DE DIGITO AQUI - SO O FORMATO FOI
      *         CONFERIDO (AGENCIA E CONTA PREENCHIDAS)
      *
       PROCEDURE           DIVISION USING LK-BANCO
                                           LK-AGENCIA
                                           LK-AGENCIA-DV
                                           LK-CONTA
                                           LK-CONTA-DV
                                           LK-DV-AGENCIA
                                           LK-DV-CONTA
                                           LK-STATUS.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           PERFORM 00020-PROCESSO.
           GOBACK.
      *
       00010-INICIO        SECTION.
      *
           MOVE "00"   TO LK-STATUS.
           MOVE SPACES TO LK-DV-AGENCIA LK-DV-CONTA.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      *
           EVALUATE TRUE
               WHEN LK-BANCO = ZEROES
                   MOVE "05" TO LK-STATUS
               WHEN LK-AGENCIA = ZEROES
                   MOVE "01" TO LK-STATUS
               WHEN LK-CONTA = ZEROES
                   MOVE "03" TO LK-STATUS
               WHEN LK-BANCO = 001
                   PERFORM 00021-BANCO-DO-BRASIL
               WHEN LK-BANCO = 104
                   PERFORM 00022-CAIXA
               WHEN LK-BANCO = 237
                   PERFORM 00023-BRADESCO
               WHEN LK-BANCO = 341
                   PERFORM 00024-ITAU
               WHEN OTHER
                   MOVE "09" TO LK-STATUS
           END-EVALUATE.
       00020-END.
      *
       00021-BANCO-DO-BRASIL SECTION.
      * AGENCIA: PESOS 5-4-3-2; CONTA: PESOS 9-8-7-6-5-4-3-2; DIGITO
      * = 11 - RESTO, COM 10 = "X" E 11 = "0"
           IF LK-AGENCIA(1:1) NOT = "0"
              MOVE "01" TO LK-STATUS
           ELSE
              MOVE LK-AGENCIA(2:4) TO NUMERO
              MOVE "5432"          TO PESOS
              MOVE 4               TO QTDE-DIGITOS
              PERFORM 00030-SOMA-PONDERADA
              PERFORM 00031-DV-MODULO-11-X
              MOVE LK-DV-CONTA TO LK-DV-AGENCIA
              MOVE SPACES      TO LK-DV-CONTA
              IF LK-AGENCIA-DV NOT = LK-DV-AGENCIA
                 MOVE "02" TO LK-STATUS
              END-IF
           END-IF.
           IF LK-STATUS = "00"
              IF LK-CONTA(1:4) NOT = "0000"
                 MOVE "03" TO LK-STATUS
              ELSE
                 MOVE LK-CONTA(5:8) TO NUMERO
                 MOVE "98765432"    TO PESOS
                 MOVE 8             TO QTDE-DIGITOS
                 PERFORM 00030-SOMA-PONDERADA
                 PERFORM 00031-DV-MODULO-11-X
                 IF LK-CONTA-DV NOT = LK-DV-CONTA
                    MOVE "04" TO LK-STATUS
                 END-IF
              END-IF
           END-IF.
       00021-END.
      *
       00022-CAIXA         SECTION.
      * AGENCIA (4) + OPERACAO (3) + CONTA (8) COM PESOS
      * 8-7-6-5-4-3-2-9-8-7-6-5-4-3-2; DIGITO = (SOMA * 10) MODULO
      * 11, COM 10 = "0". A AGENCIA NAO TEM DIGITO CONFERIDO
           EVALUATE TRUE
               WHEN LK-AGENCIA(1:1) NOT = "0"
                   MOVE "01" TO LK-STATUS
               WHEN LK-CONTA(1:1) NOT = "0"
                   MOVE "03" TO LK-STATUS
               WHEN OTHER
                   MOVE SPACES          TO NUMERO
                   MOVE LK-AGENCIA(2:4) TO NUMERO(1:4)
                   MOVE LK-CONTA(2:11)  TO NUMERO(5:11)
                   MOVE "876543298765432" TO PESOS
                   MOVE 15              TO QTDE-DIGITOS
                   PERFORM 00030-SOMA-PONDERADA
                   COMPUTE SOMA = SOMA * 10
                   DIVIDE SOMA BY 11 GIVING RESULTADO
                       REMAINDER RESTO
                   IF RESTO = 10
                      MOVE ZEROES TO DV-CALCULADO
                   ELSE
                      MOVE RESTO  TO DV-CALCULADO
                   END-IF
                   MOVE DV-CALCULADO(2:1) TO LK-DV-CONTA
                   IF LK-CONTA-DV NOT = LK-DV-CONTA
                      MOVE "04" TO LK-STATUS
                   END-IF
           END-EVALUATE.
       00022-END.
      *
       00023-BRADESCO      SECTION.
      * AGENCIA: PESOS 5-4-3-2; CONTA: PESOS 2-7-6-5-4-3-2; DIGITO =
      * 11 - RESTO, COM RESTO 0 = "0" E RESTO 1 = "P"
           IF LK-AGENCIA(1:1) NOT = "0"
              MOVE "01" TO LK-STATUS
           ELSE
              MOVE LK-AGENCIA(2:4) TO NUMERO
              MOVE "5432"          TO PESOS
              MOVE 4               TO QTDE-DIGITOS
              PERFORM 00030-SOMA-PONDERADA
              PERFORM 00032-DV-MODULO-11-P
              MOVE LK-DV-CONTA TO LK-DV-AGENCIA
              MOVE SPACES      TO LK-DV-CONTA
              IF LK-AGENCIA-DV NOT = LK-DV-AGENCIA
                 MOVE "02" TO LK-STATUS
              END-IF
           END-IF.
           IF LK-STATUS = "00"
              IF LK-CONTA(1:5) NOT = "00000"
                 MOVE "03" TO LK-STATUS
              ELSE
                 MOVE LK-CONTA(6:7) TO NUMERO
                 MOVE "2765432"     TO PESOS
                 MOVE 7             TO QTDE-DIGITOS
                 PERFORM 00030-SOMA-PONDERADA
                 PERFORM 00032-DV-MODULO-11-P
                 IF LK-CONTA-DV NOT = LK-DV-CONTA
                    MOVE "04" TO LK-STATUS
                 END-IF
              END-IF
           END-IF.
       00023-END.
      *
       00024-ITAU          SECTION.
      * AGENCIA (4) + CONTA (5) COM PESOS 2-1-2-1-2-1-2-1-2, SOMANDO
      * OS ALGARISMOS DE CADA PRODUTO; DIGITO = 10 - RESTO DA SOMA
      * POR 10 (RESTO 0 = "0"). A AGENCIA NAO TEM DIGITO
           EVALUATE TRUE
               WHEN LK-AGENCIA(1:1) NOT = "0"
                   MOVE "01" TO LK-STATUS
               WHEN LK-AGENCIA-DV NOT = SPACES
                   MOVE "02" TO LK-STATUS
               WHEN LK-CONTA(1:7) NOT = "0000000"
                   MOVE "03" TO LK-STATUS
               WHEN OTHER
                   MOVE SPACES          TO NUMERO
                   MOVE LK-AGENCIA(2:4) TO NUMERO(1:4)
                   MOVE LK-CONTA(8:5)   TO NUMERO(5:5)
                   MOVE "212121212"     TO PESOS
                   MOVE 9               TO QTDE-DIGITOS
                   MOVE "S"             TO SOMA-ALGARISMOS
                   PERFORM 00030-SOMA-PONDERADA
                   MOVE "N"             TO SOMA-ALGARISMOS
                   DIVIDE SOMA BY 10 GIVING RESULTADO
                       REMAINDER RESTO
                   IF RESTO = ZEROES
                      MOVE ZEROES TO DV-CALCULADO
                   ELSE
                      COMPUTE DV-CALCULADO = 10 - RESTO
                   END-IF
                   MOVE DV-CALCULADO(2:1) TO LK-DV-CONTA
                   IF LK-CONTA-DV NOT = LK-DV-CONTA
                      MOVE "04" TO LK-STATUS
                   END-IF
           END-EVALUATE.
       00024-END.
      *
       00030-SOMA-PONDERADA SECTION.
      * SOMA OS PRODUTOS DIGITO X PESO DAS QTDE-DIGITOS POSICOES
           MOVE ZEROES TO SOMA.
           PERFORM 00030A-SOMA-POSICAO
              VARYING I FROM 1 BY 1 UNTIL I > QTDE-DIGITOS.
       00030-END.
      *
       00030A-SOMA-POSICAO SECTION.
           MOVE NUMERO(I:1) TO DIGITO.
           MOVE PESOS(I:1)  TO PESO.
           COMPUTE PRODUTO = DIGITO * PESO.
           IF SOMA-ALGARISMOS = "S" AND PRODUTO > 9
              COMPUTE PRODUTO = PRODUTO - 9
           END-IF.
           ADD PRODUTO TO SOMA.
       00030A-END.
      *
       00031-DV-MODULO-11-X SECTION.
      * DIGITO DO BANCO DO BRASIL: 11 - RESTO; 10 = "X", 11 = "0"
           DIVIDE SOMA BY 11 GIVING RESULTADO REMAINDER RESTO.
           COMPUTE DV-CALCULADO = 11 - RESTO.
           EVALUATE DV-CALCULADO
               WHEN 10
                   MOVE "X" TO LK-DV-CONTA
               WHEN 11
                   MOVE "0" TO LK-DV-CONTA
               WHEN OTHER
                   MOVE DV-CALCULADO(2:1) TO LK-DV-CONTA
           END-EVALUATE.
       00031-END.
      *
       00032-DV-MODULO-11-P SECTION.
      * DIGITO DO BRADESCO: RESTO 0 = "0", RESTO 1 = "P", DEMAIS
      * 11 - RESTO
           DIVIDE SOMA BY 11 GIVING RESULTADO REMAINDER RESTO.
           EVALUATE RESTO
               WHEN 0
                   MOVE "0" TO LK-DV-CONTA
               WHEN 1
                   MOVE "P" TO LK-DV-CONTA
               WHEN OTHER
                   COMPUTE DV-CALCULADO = 11 - RESTO
                   MOVE DV-CALCULADO(2:1) TO LK-DV-CONTA
           END-EVALUATE.
       00032-END.
