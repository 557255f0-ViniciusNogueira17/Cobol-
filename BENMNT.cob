       IDENTIFICATION      DIVISION.
       PROGRAM-ID. BENMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do mestre de
      *                beneficios de vale-transporte e vale-refeicao
      *                (BENMAST/BENREC), nos moldes do JORMNT: inclui,
      *                altera e exclui a tarifa diaria de transporte e
      *                o valor diario da refeicao de cada matricula
      *                (zero = nao optante). A matricula e conferida
      *                contra o EMPMAST (e recusada quando DESLIGADA)
      *                antes de qualquer gravacao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT BEN-MASTER-FILE ASSIGN TO "BENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-BENMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  BEN-MASTER-FILE.
           COPY BENREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-BENMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-MATRICULA      PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-VT-TARIFA      PIC 9(03)V99 VALUE ZEROES.
       01 WS-TRB-VR-VALOR       PIC 9(03)V99 VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
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
           DISPLAY "MANUTENCAO DO MESTRE DE VALE-TRANSPORTE E "
                   "VALE-REFEICAO (BENMAST)".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O BEN-MASTER-FILE.
           IF WS-BENMAST-STATUS = "35"
              OPEN OUTPUT BEN-MASTER-FILE
              CLOSE BEN-MASTER-FILE
              OPEN I-O BEN-MASTER-FILE
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE BEN-MASTER-FILE
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
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
       00021-INCLUIR       SECTION.
      * PEDE A MATRICULA E OS VALORES, VALIDA TUDO E SO ENTAO GRAVA O
      * REGISTRO NOVO NO MESTRE
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00025-PEDE-VALORES.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              MOVE WS-TRB-MATRICULA TO BEN-MATRICULA
              MOVE WS-TRB-VT-TARIFA TO BEN-VT-TARIFA-DIA
              MOVE WS-TRB-VR-VALOR  TO BEN-VR-VALOR-DIA
              MOVE DATA-HOJE-NUM    TO BEN-DATA-ALTER
              WRITE BEN-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE BENEFICIO PARA ESSA "
                              "MATRICULA ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A MATRICULA, LE O REGISTRO EXISTENTE E REGRAVA COM OS
      * NOVOS VALORES, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO BEN-MATRICULA.
           READ BEN-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** BENEFICIO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   DISPLAY "TARIFA VT ATUAL: " BEN-VT-TARIFA-DIA
                           "  VALOR VR ATUAL: " BEN-VR-VALOR-DIA
                   PERFORM 00025-PEDE-VALORES
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      MOVE WS-TRB-VT-TARIFA TO BEN-VT-TARIFA-DIA
                      MOVE WS-TRB-VR-VALOR  TO BEN-VR-VALOR-DIA
                      MOVE DATA-HOJE-NUM    TO BEN-DATA-ALTER
                      REWRITE BEN-REC
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
      * PEDE A MATRICULA E EXCLUI O REGISTRO DO MESTRE
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO BEN-MATRICULA.
           READ BEN-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** BENEFICIO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   DELETE BEN-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-MATRICULA SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-VALORES  SECTION.
           DISPLAY "TARIFA DIARIA DE TRANSPORTE, IDA E VOLTA (999.99, "
                   "SEM O PONTO; 0 = NAO OPTANTE): " WITH NO ADVANCING.
           ACCEPT WS-TRB-VT-TARIFA FROM CONSOLE.
           DISPLAY "VALOR DIARIO DA REFEICAO (999.99, SEM O PONTO; "
                   "0 = NAO OPTANTE): " WITH NO ADVANCING.
           ACCEPT WS-TRB-VR-VALOR FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * MATRICULA ATIVA NO EMPMAST E VALORES NUMERICOS, COM PELO MENOS
      * UM DOS BENEFICIOS OPTADO
           MOVE "S" TO WS-DADOS-OK-SW.
           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA NAO CONSTA NO MESTRE DE "
                           "EMPREGADOS - OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   IF EMP-DESLIGADO
                      DISPLAY "*** MATRICULA DESLIGADA - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                   END-IF
           END-READ.
           IF WS-DADOS-OK
              IF WS-TRB-VT-TARIFA NOT NUMERIC OR
                 WS-TRB-VR-VALOR NOT NUMERIC
                 DISPLAY "*** VALOR NAO NUMERICO - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              ELSE
                 IF WS-TRB-VT-TARIFA = ZEROES AND
                    WS-TRB-VR-VALOR = ZEROES
                    DISPLAY "*** NENHUM BENEFICIO OPTADO - USE A "
                            "EXCLUSAO ***"
                    MOVE "N" TO WS-DADOS-OK-SW
                 END-IF
              END-IF
           END-IF.
       00026-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE BEN-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO MESTRE DE VALE-TRANSPORTE E "
                   "VALE-REFEICAO".
       00030-END.
