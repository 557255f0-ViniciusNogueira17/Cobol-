       IDENTIFICATION      DIVISION.
       PROGRAM-ID. TRIBMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao das tabelas
      *                de descontos legais (TRIBMAST/TRIREC), nos
      *                moldes do SALMNT: consulta, inclui, altera e
      *                exclui a tabela progressiva do INSS e a tabela
      *                do IRRF (com a deducao por dependente) por data
      *                de vigencia. A vigencia passa pela DATEUTIL e as
      *                faixas tem de vir em ordem crescente de limite
      *                antes de qualquer gravacao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT TRI-MASTER-FILE ASSIGN TO "TRIBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-CHAVE
               FILE STATUS IS WS-TRIBMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  TRI-MASTER-FILE.
           COPY TRIREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-TRIBMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-TIPO           PIC X(01)   VALUE SPACES.
       01 WS-TRB-DATA-VIG       PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-DEDUCAO-DEP    PIC 9(05)V99 VALUE ZEROES.
       01 WS-TRB-LIMITE         PIC 9(07)V99 VALUE ZEROES.
       01 WS-TRB-ALIQUOTA       PIC 9(02)V99 VALUE ZEROES.
       01 WS-TRB-PARCELA        PIC 9(05)V99 VALUE ZEROES.
      * FAIXAS DIGITADAS, COPIADAS PARA O REGISTRO SO DEPOIS DA
      * VALIDACAO
       01 WS-TRB-FAIXAS.
          03 WS-TRB-FAIXA                    OCCURS 6 TIMES.
             05 WS-TRB-FX-LIMITE   PIC 9(07)V99.
             05 WS-TRB-FX-ALIQUOTA PIC 9(02)V99.
             05 WS-TRB-FX-PARCELA  PIC 9(05)V99.
       01 WS-IDX-FX             PIC 9(01)   VALUE ZEROES.
       01 WS-FIM-FAIXAS-SW      PIC X(01)   VALUE "N".
          88 WS-FIM-FAIXAS                  VALUE "S".
       01 WS-LIMITE-ANTERIOR    PIC 9(07)V99 VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * CAMPOS DE EXIBICAO NA CONSULTA
       01 WS-EXB-LIMITE         PIC 9(07).99.
       01 WS-EXB-ALIQUOTA       PIC 9(02).99.
       01 WS-EXB-PARCELA        PIC 9(05).99.
      * CAMPOS DA CHAMADA A DATEUTIL (VALIDACAO DA VIGENCIA)
       01 WS-DU-OPERACAO        PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-2          PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS            PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO       PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW         PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS          PIC X(02)   VALUE SPACES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           PERFORM 00020-PROCESSO UNTIL WS-FIM-MANUTENCAO.
           PERFORM 00030-FIM.
           STOP RUN.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "MANUTENCAO DAS TABELAS DE INSS E IRRF (TRIBMAST)".
           OPEN I-O TRI-MASTER-FILE.
           IF WS-TRIBMAST-STATUS = "35"
              OPEN OUTPUT TRI-MASTER-FILE
              CLOSE TRI-MASTER-FILE
              OPEN I-O TRI-MASTER-FILE
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(C)ONSULTAR (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 00021C-CONSULTAR
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 00021-INCLUIR
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 00022-ALTERAR
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 00023-EXCLUIR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021C-CONSULTAR    SECTION.
      * MOSTRA A TABELA DA VIGENCIA PEDIDA, FAIXA A FAIXA
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-TIPO     TO TRI-TIPO.
           MOVE WS-TRB-DATA-VIG TO TRI-DATA-VIG.
           READ TRI-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** VIGENCIA NAO ENCONTRADA ***"
               NOT INVALID KEY
                   IF TRI-IRRF
                      MOVE TRI-DEDUCAO-DEP TO WS-EXB-PARCELA
                      DISPLAY "DEDUCAO POR DEPENDENTE: "
                              WS-EXB-PARCELA
                   END-IF
                   PERFORM 00021D-MOSTRA-FAIXA
                      VARYING WS-IDX-FX FROM 1 BY 1
                      UNTIL WS-IDX-FX > 6
           END-READ.
       00021C-END.
      *
       00021D-MOSTRA-FAIXA SECTION.
           IF TRI-FX-LIMITE(WS-IDX-FX) > ZEROES
              MOVE TRI-FX-LIMITE(WS-IDX-FX)   TO WS-EXB-LIMITE
              MOVE TRI-FX-ALIQUOTA(WS-IDX-FX) TO WS-EXB-ALIQUOTA
              MOVE TRI-FX-PARCELA(WS-IDX-FX)  TO WS-EXB-PARCELA
              DISPLAY "FAIXA " WS-IDX-FX " ATE " WS-EXB-LIMITE
                      " ALIQUOTA " WS-EXB-ALIQUOTA "%"
                      " PARCELA A DEDUZIR " WS-EXB-PARCELA
           END-IF.
       00021D-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE A CHAVE E AS FAIXAS, VALIDA E GRAVA A VIGENCIA NOVA
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00025-PEDE-FAIXAS.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              MOVE WS-TRB-TIPO     TO TRI-TIPO
              MOVE WS-TRB-DATA-VIG TO TRI-DATA-VIG
              PERFORM 00027-MONTA-REGISTRO
              WRITE TRI-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE TABELA DESSE TIPO "
                              "NESSA VIGENCIA ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A CHAVE, LE A VIGENCIA EXISTENTE E REGRAVA COM AS NOVAS
      * FAIXAS
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-TIPO     TO TRI-TIPO.
           MOVE WS-TRB-DATA-VIG TO TRI-DATA-VIG.
           READ TRI-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** VIGENCIA NAO ENCONTRADA ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-FAIXAS
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00027-MONTA-REGISTRO
                      REWRITE TRI-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                          NOT INVALID KEY
                              DISPLAY "REGISTRO ALTERADO."
                      END-REWRITE
                   END-IF
           END-READ.
       00022-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE A CHAVE E EXCLUI A VIGENCIA DA TABELA
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-TIPO     TO TRI-TIPO.
           MOVE WS-TRB-DATA-VIG TO TRI-DATA-VIG.
           READ TRI-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** VIGENCIA NAO ENCONTRADA ***"
               NOT INVALID KEY
                   DELETE TRI-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-CHAVE    SECTION.
           DISPLAY "TABELA ((I)NSS OU I(R)RF): " WITH NO ADVANCING.
           ACCEPT WS-TRB-TIPO FROM CONSOLE.
           DISPLAY "DATA DE VIGENCIA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TRB-DATA-VIG FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-FAIXAS   SECTION.
      * DEDUCAO POR DEPENDENTE (SO IRRF) E ATE SEIS FAIXAS; LIMITE
      * ZERO ENCERRA A DIGITACAO E ZERA AS FAIXAS RESTANTES
           MOVE ZEROES TO WS-TRB-DEDUCAO-DEP.
           IF WS-TRB-TIPO = "R"
              DISPLAY "DEDUCAO POR DEPENDENTE (99999.99, SEM O "
                      "PONTO): " WITH NO ADVANCING
              ACCEPT WS-TRB-DEDUCAO-DEP FROM CONSOLE
           END-IF.
           MOVE ZEROES TO WS-TRB-FAIXAS.
           MOVE "N"    TO WS-FIM-FAIXAS-SW.
           PERFORM 00025A-PEDE-UMA-FAIXA
              VARYING WS-IDX-FX FROM 1 BY 1
              UNTIL WS-IDX-FX > 6 OR WS-FIM-FAIXAS.
       00025-END.
      *
       00025A-PEDE-UMA-FAIXA SECTION.
           DISPLAY "FAIXA " WS-IDX-FX " - LIMITE SUPERIOR (9999999.99,"
                   " SEM O PONTO; ZERO ENCERRA): " WITH NO ADVANCING.
           ACCEPT WS-TRB-LIMITE FROM CONSOLE.
           IF WS-TRB-LIMITE = ZEROES
              MOVE "S" TO WS-FIM-FAIXAS-SW
           ELSE
              DISPLAY "FAIXA " WS-IDX-FX " - ALIQUOTA (99.99, SEM O "
                      "PONTO): " WITH NO ADVANCING
              ACCEPT WS-TRB-ALIQUOTA FROM CONSOLE
              MOVE ZEROES TO WS-TRB-PARCELA
              IF WS-TRB-TIPO = "R"
                 DISPLAY "FAIXA " WS-IDX-FX " - PARCELA A DEDUZIR "
                         "(99999.99, SEM O PONTO): "
                         WITH NO ADVANCING
                 ACCEPT WS-TRB-PARCELA FROM CONSOLE
              END-IF
              MOVE WS-TRB-LIMITE   TO WS-TRB-FX-LIMITE(WS-IDX-FX)
              MOVE WS-TRB-ALIQUOTA TO WS-TRB-FX-ALIQUOTA(WS-IDX-FX)
              MOVE WS-TRB-PARCELA  TO WS-TRB-FX-PARCELA(WS-IDX-FX)
           END-IF.
       00025A-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * TIPO I OU R, VIGENCIA VALIDA PELA DATEUTIL, AO MENOS UMA
      * FAIXA E LIMITES EM ORDEM CRESCENTE
           MOVE "S" TO WS-DADOS-OK-SW.
           IF WS-TRB-TIPO NOT = "I" AND WS-TRB-TIPO NOT = "R"
              DISPLAY "*** TIPO DE TABELA INVALIDO - OPERACAO "
                      "CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
           IF WS-DADOS-OK
              MOVE "D"             TO WS-DU-OPERACAO
              MOVE WS-TRB-DATA-VIG TO WS-DU-DATA-2
              CALL "DATEUTIL" USING WS-DU-OPERACAO WS-TRB-DATA-VIG
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
              IF WS-DU-STATUS NOT = "00"
                 DISPLAY "*** DATA DE VIGENCIA INVALIDA - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
           IF WS-DADOS-OK
              IF WS-TRB-FX-LIMITE(1) = ZEROES
                 DISPLAY "*** NENHUMA FAIXA INFORMADA - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
           IF WS-DADOS-OK
              MOVE ZEROES TO WS-LIMITE-ANTERIOR
              PERFORM 00026A-CONFERE-ORDEM
                 VARYING WS-IDX-FX FROM 1 BY 1
                 UNTIL WS-IDX-FX > 6 OR NOT WS-DADOS-OK
           END-IF.
       00026-END.
      *
       00026A-CONFERE-ORDEM SECTION.
           IF WS-TRB-FX-LIMITE(WS-IDX-FX) > ZEROES
              IF WS-TRB-FX-LIMITE(WS-IDX-FX) NOT > WS-LIMITE-ANTERIOR
                 DISPLAY "*** FAIXA " WS-IDX-FX " COM LIMITE FORA DE "
                         "ORDEM - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              ELSE
                 MOVE WS-TRB-FX-LIMITE(WS-IDX-FX)
                      TO WS-LIMITE-ANTERIOR
              END-IF
           END-IF.
       00026A-END.
      *
       00027-MONTA-REGISTRO SECTION.
           MOVE WS-TRB-DEDUCAO-DEP TO TRI-DEDUCAO-DEP.
           PERFORM 00027A-MOVE-FAIXA
              VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 6.
       00027-END.
      *
       00027A-MOVE-FAIXA   SECTION.
           MOVE WS-TRB-FX-LIMITE(WS-IDX-FX)
                TO TRI-FX-LIMITE(WS-IDX-FX).
           MOVE WS-TRB-FX-ALIQUOTA(WS-IDX-FX)
                TO TRI-FX-ALIQUOTA(WS-IDX-FX).
           MOVE WS-TRB-FX-PARCELA(WS-IDX-FX)
                TO TRI-FX-PARCELA(WS-IDX-FX).
       00027A-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE TRI-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DAS TABELAS DE INSS E IRRF".
       00030-END.
