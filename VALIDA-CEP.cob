       IDENTIFICATION      DIVISION.
       PROGRAM-ID. VALIDA-CEP.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Confere a consistencia do endereco: a UF tem de
      *                existir na tabela de faixas de CEP (CEPTAB), o
      *                CEP tem de cair numa das faixas da propria UF e,
      *                quando o chamador informa a regiao fiscal do CPF
      *                (9o digito do CPF, o mesmo CPF-MST-UF-COD do
      *                CPFMAST), a UF tem de estar entre as cobertas
      *                por essa regiao na UFTAB. UF fora da regiao do
      *                CPF nao e erro de digitacao, mas e sinal de
      *                fraude que o chamador decide como tratar.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       DATA                DIVISION.
      *
       WORKING-STORAGE     SECTION.
       COPY CEPTAB.
       COPY UFTAB.
       01 WS-IDX-CEP        PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-UF         PIC 9(02)   VALUE ZEROES.
       01 WS-CEP-NUM        PIC 9(08)   VALUE ZEROES.
       01 WS-QTDE-UF        PIC 9(02)   VALUE ZEROES.
       01 WS-UF-ACHADA-SW   PIC X(01)   VALUE "N".
          88 WS-UF-ACHADA               VALUE "S".
       01 WS-FAIXA-OK-SW    PIC X(01)   VALUE "N".
          88 WS-FAIXA-OK                VALUE "S".
      *
       LINKAGE             SECTION.
       01 LK-UF             PIC X(02).
       01 LK-CEP            PIC X(08).
       01 LK-REGIAO-CPF     PIC X(01).
      *    9O DIGITO DO CPF (CPF-MST-UF-COD); BRANCO = NAO CONFERIR
       01 LK-STATUS         PIC X(02).
      *    "00" ENDERECO CONSISTENTE
      *    "01" UF INEXISTENTE
      *    "02" CEP NAO NUMERICO OU ZERADO
      *    "03" CEP FORA DAS FAIXAS DA UF
      *    "04" UF FORA DA REGIAO FISCAL DO CPF
      *
       PROCEDURE           DIVISION USING LK-UF
                                           LK-CEP
                                           LK-REGIAO-CPF
                                           LK-STATUS.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      *
           MOVE "00" TO LK-STATUS.
           MOVE "N"  TO WS-UF-ACHADA-SW WS-FAIXA-OK-SW.

           IF LK-CEP NOT NUMERIC
              MOVE "02" TO LK-STATUS
           ELSE
              MOVE LK-CEP TO WS-CEP-NUM
              IF WS-CEP-NUM = ZEROES
                 MOVE "02" TO LK-STATUS
              END-IF
           END-IF.

           IF LK-STATUS = "00"
              PERFORM 00020-CONFERE-FAIXA
                 VARYING WS-IDX-CEP FROM 1 BY 1
                 UNTIL WS-IDX-CEP > 31 OR WS-FAIXA-OK
              IF NOT WS-UF-ACHADA
                 MOVE "01" TO LK-STATUS
              ELSE
                 IF NOT WS-FAIXA-OK
                    MOVE "03" TO LK-STATUS
                 END-IF
              END-IF
           END-IF.

           IF LK-STATUS = "00" AND LK-REGIAO-CPF NOT = SPACE
              PERFORM 00030-CONFERE-REGIAO
           END-IF.
       00010-END.
      *
       00020-CONFERE-FAIXA SECTION.
      * UMA LINHA DA CEPTAB: MARCA QUE A UF EXISTE E SE O CEP CAI NA
      * FAIXA DESTA LINHA
           IF WS-CEP-UF(WS-IDX-CEP) = LK-UF
              MOVE "S" TO WS-UF-ACHADA-SW
              IF WS-CEP-NUM >= WS-CEP-INICIO(WS-IDX-CEP) AND
                 WS-CEP-NUM NOT > WS-CEP-FIM(WS-IDX-CEP)
                 MOVE "S" TO WS-FAIXA-OK-SW
              END-IF
           END-IF.
       00020-END.
      *
       00030-CONFERE-REGIAO SECTION.
      * PESQUISA A UFTAB PELO CODIGO DA REGIAO FISCAL E PROCURA A
      * SIGLA ENTRE AS UFS COBERTAS; CODIGO FORA DA TABELA NAO TEM
      * COMO SER CONFERIDO E PASSA
           MOVE 1 TO WS-IDX-UF.
           PERFORM 00031-COMPARA-REGIAO
              UNTIL WS-IDX-UF > 10 OR
                    WS-UF-COD(WS-IDX-UF) = LK-REGIAO-CPF.
           IF WS-IDX-UF NOT > 10
              MOVE ZEROES TO WS-QTDE-UF
              INSPECT WS-UF-SIGLAS(WS-IDX-UF)
                  TALLYING WS-QTDE-UF FOR ALL LK-UF
              IF WS-QTDE-UF = ZEROES
                 MOVE "04" TO LK-STATUS
              END-IF
           END-IF.
       00030-END.
      *
       00031-COMPARA-REGIAO SECTION.
           IF WS-UF-COD(WS-IDX-UF) NOT = LK-REGIAO-CPF
              ADD 1 TO WS-IDX-UF
           END-IF.
       00031-END.
