       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CALC-SELO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina compartilhada do selo encadeado dos
      *                logs de evidencia (AUDITLOG, ACESSLOG, EMPJRNL,
      *                ORGJRNL): recebe a imagem de um registro, o seu
      *                tamanho e o hash acumulado ate o registro
      *                anterior, e devolve no mesmo campo o hash
      *                acumulado incluindo este registro. Como cada
      *                valor depende de todos os anteriores, alterar,
      *                incluir ou apagar qualquer registro muda o hash
      *                de tudo o que vem depois. Usada pela SELAGEM
      *                (grava o selo), pela CONFERE-SELO (recalcula a
      *                cadeia) e pelo AUDITARC (hash no ponto de corte
      *                do arquivamento), para as tres contas serem
      *                sempre a mesma conta.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Area do registro do selo ampliada para 241
      *                  posicoes: o EMPJ-REC ganhou o aprovador da
      *                  alteracao (EMPJ-APROVADOR).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
      *
       WORKING-STORAGE     SECTION.
      * VALOR DO CARACTERE NA CONTA: A POSICAO NA TABELA DOS 95
      * CARACTERES IMPRIMIVEIS (BRANCO = 1), SEM FUNCTION INTRINSECA;
      * QUALQUER OUTRO CARACTERE VALE 96
       01 WS-CHARS-AUX.
           03 FILLER         PIC X(48)
              VALUE " !""#$%&'()*+,-./0123456789:;<=>?@ABCDEFGHIJKLMNO".
           03 FILLER         PIC X(47)
              VALUE "PQRSTUVWXYZ[\]^_`abcdefghijklmnopqrstuvwxyz{|}~".
       01 WS-CHARS-VALIDOS REDEFINES WS-CHARS-AUX PIC X(95).
       01 WS-CHAR           PIC X(01)   VALUE SPACES.
       01 WS-POS-CHAR       PIC 9(03)   VALUE ZEROES.
       01 WS-VALOR          PIC 9(03)   VALUE ZEROES.
       01 Y                 PIC 9(04)   VALUE ZEROES.
       01 WS-TAMANHO        PIC 9(04)   VALUE ZEROES.
      * H = (H * 131 + VALOR) MODULO 999999937, PRIMO QUE CABE EM
      * 9(09); O PRODUTO INTERMEDIARIO CABE EM 9(12)
       01 WS-MODULO         PIC 9(09)   VALUE 999999937.
       01 WS-PRODUTO        PIC 9(12)   VALUE ZEROES.
       01 WS-QUOCIENTE      PIC 9(12)   VALUE ZEROES.
       01 WS-HASH           PIC 9(09)   VALUE ZEROES.
      *
       LINKAGE             SECTION.
       01 LK-REGISTRO       PIC X(241).
       01 LK-TAMANHO        PIC 9(04).
      *    POSICOES DO REGISTRO QUE ENTRAM NA CONTA (1 A 241)
       01 LK-HASH           PIC 9(09).
      *    ENTRADA: HASH ACUMULADO ATE O REGISTRO ANTERIOR
      *    SAIDA..: HASH ACUMULADO INCLUINDO ESTE REGISTRO
      *
       PROCEDURE           DIVISION USING LK-REGISTRO
                                           LK-TAMANHO
                                           LK-HASH.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      * ENCADEIA CARACTERE A CARACTERE E FECHA O REGISTRO COM O SEU
      * TAMANHO, PARA UM REGISTRO VAZIO TAMBEM MUDAR A CADEIA
           MOVE LK-HASH TO WS-HASH.
           MOVE LK-TAMANHO TO WS-TAMANHO.
           IF WS-TAMANHO > 241
              MOVE 241 TO WS-TAMANHO
           END-IF.
           PERFORM 00011-SOMA-CARACTERE
              VARYING Y FROM 1 BY 1 UNTIL Y > WS-TAMANHO.
           MOVE WS-TAMANHO TO WS-VALOR.
           PERFORM 00012-ENCADEIA.
           MOVE WS-HASH TO LK-HASH.
       00010-END.
      *
       00011-SOMA-CARACTERE SECTION.
           MOVE LK-REGISTRO(Y:1) TO WS-CHAR.
           MOVE ZEROES TO WS-POS-CHAR.
           INSPECT WS-CHARS-VALIDOS TALLYING WS-POS-CHAR
               FOR CHARACTERS BEFORE INITIAL WS-CHAR.
           COMPUTE WS-VALOR = WS-POS-CHAR + 1.
           PERFORM 00012-ENCADEIA.
       00011-END.
      *
       00012-ENCADEIA      SECTION.
           COMPUTE WS-PRODUTO = (WS-HASH * 131) + WS-VALOR.
           DIVIDE WS-PRODUTO BY WS-MODULO GIVING WS-QUOCIENTE
               REMAINDER WS-HASH.
       00012-END.
