       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ORCMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do mestre de
      *                orcamento de mao de obra (ORCMAST/ORCREC), nos
      *                moldes do CCUMNT: consulta, inclui, altera e
      *                exclui o orcado de um centro de custo em um mes
      *                (horas normais, horas extras e valor), para os
      *                ajustes do ano depois da carga anual da ORCLOAD.
      *                O centro de custo digitado tem de existir no
      *                de-para CCUMAST antes de qualquer gravacao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ORC-MASTER-FILE ASSIGN TO "ORCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCMAST-STATUS.

           SELECT CCU-MASTER-FILE ASSIGN TO "CCUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CHAVE
               FILE STATUS IS WS-CCUMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  ORC-MASTER-FILE.
           COPY ORCREC.

       FD  CCU-MASTER-FILE.
           COPY CCUREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-ORCMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CCUMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-EMPRESA        PIC 9(02)   VALUE ZEROES.
       01 WS-TRB-CENTRO         PIC X(08)   VALUE SPACES.
       01 WS-TRB-ANO            PIC 9(04)   VALUE ZEROES.
       01 WS-TRB-MES            PIC 9(02)   VALUE ZEROES.
       01 WS-TRB-HORAS          PIC 9(07)   VALUE ZEROES.
       01 WS-TRB-HORAS-EXTRA    PIC 9(07)   VALUE ZEROES.
       01 WS-TRB-VALOR          PIC 9(11)V99 VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-CCU-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-CCU-EOF                     VALUE "Y".
       01 WS-CENTRO-ACHOU-SW    PIC X(01)   VALUE "N".
          88 WS-CENTRO-ACHOU                VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
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
           DISPLAY "MANUTENCAO DO ORCAMENTO DE MAO DE OBRA "
                   "(ORCMAST)".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ORC-MASTER-FILE.
           IF WS-ORCMAST-STATUS = "35"
              OPEN OUTPUT ORC-MASTER-FILE
              CLOSE ORC-MASTER-FILE
              OPEN I-O ORC-MASTER-FILE
           END-IF.
           OPEN INPUT CCU-MASTER-FILE.
           IF WS-CCUMAST-STATUS NOT = "00"
              DISPLAY "*** CCUMAST NAO ABRIU (STATUS "
                      WS-CCUMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE ORC-MASTER-FILE
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(C)ONSULTAR (I)NCLUIR (A)LTERAR (E)XCLUIR "
                   "(F)IM: " WITH NO ADVANCING.
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
      * MOSTRA O ORCADO DO CENTRO DE CUSTO NO MES, SEM GRAVACAO
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00024A-MONTA-CHAVE.
           READ ORC-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ORCAMENTO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   DISPLAY "HORAS NORMAIS ORCADAS: " ORC-HORAS
                   DISPLAY "HORAS EXTRAS ORCADAS.: " ORC-HORAS-EXTRA
                   DISPLAY "VALOR ORCADO.........: " ORC-VALOR
                   DISPLAY "ORIGEM/DATA..........: " ORC-ORIGEM
                           " " ORC-DATA-ALT
           END-READ.
       00021C-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE A CHAVE E O ORCADO, VALIDA E GRAVA O REGISTRO NOVO
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00026-VALIDA-CHAVE.
           IF WS-DADOS-OK
              PERFORM 00025-PEDE-DADOS
              PERFORM 00024A-MONTA-CHAVE
              PERFORM 00027-MOVE-DADOS
              WRITE ORC-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE ORCAMENTO PARA ESSE "
                              "CENTRO DE CUSTO NO MES ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A CHAVE, LE O REGISTRO EXISTENTE E REGRAVA COM O NOVO
      * ORCADO
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00024A-MONTA-CHAVE.
           READ ORC-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ORCAMENTO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00027-MOVE-DADOS
                   REWRITE ORC-REC
                       INVALID KEY
                           DISPLAY "*** FALHA NA ALTERACAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO ALTERADO."
                   END-REWRITE
           END-READ.
       00022-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE A CHAVE E EXCLUI O REGISTRO DO MESTRE
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00024A-MONTA-CHAVE.
           READ ORC-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ORCAMENTO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   DELETE ORC-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-CHAVE    SECTION.
           DISPLAY "EMPRESA (2 DIGITOS, BRANCO=01): "
                   WITH NO ADVANCING.
           MOVE ZEROES TO WS-TRB-EMPRESA.
           ACCEPT WS-TRB-EMPRESA FROM CONSOLE.
           IF WS-TRB-EMPRESA NOT NUMERIC OR WS-TRB-EMPRESA = ZEROES
              MOVE 01 TO WS-TRB-EMPRESA
           END-IF.
           DISPLAY "CENTRO DE CUSTO (8 CARACTERES): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-CENTRO FROM CONSOLE.
           DISPLAY "ANO (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-TRB-ANO FROM CONSOLE.
           DISPLAY "MES (MM): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MES FROM CONSOLE.
       00024-END.
      *
       00024A-MONTA-CHAVE  SECTION.
           MOVE WS-TRB-EMPRESA TO ORC-EMPRESA.
           MOVE WS-TRB-CENTRO  TO ORC-CENTRO-CUSTO.
           MOVE WS-TRB-ANO     TO ORC-ANO.
           MOVE WS-TRB-MES     TO ORC-MES.
       00024A-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "HORAS NORMAIS ORCADAS (ATE 7 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-HORAS FROM CONSOLE.
           DISPLAY "HORAS EXTRAS ORCADAS (ATE 7 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-HORAS-EXTRA FROM CONSOLE.
           DISPLAY "VALOR ORCADO (99999999999.99, SEM O PONTO): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-VALOR FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-CHAVE  SECTION.
      * ANO/MES VALIDOS E CENTRO DE CUSTO PRESENTE NO DE-PARA CCUMAST
      * (O CCUMAST E CHAVEADO PELA CELULA, ENTAO O CENTRO E PROCURADO
      * NUMA LEITURA SEQUENCIAL)
           MOVE "S" TO WS-DADOS-OK-SW.
           IF WS-TRB-ANO NOT NUMERIC OR WS-TRB-ANO < 2000 OR
              WS-TRB-MES NOT NUMERIC OR WS-TRB-MES < 01 OR
              WS-TRB-MES > 12
              DISPLAY "*** ANO/MES INVALIDO - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           ELSE
              MOVE "N" TO WS-CENTRO-ACHOU-SW
              MOVE "N" TO WS-CCU-EOF-SW
              MOVE LOW-VALUES TO CCU-CHAVE
              START CCU-MASTER-FILE KEY >= CCU-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-CCU-EOF-SW
              END-START
              PERFORM 00026A-PROCURA-CENTRO
                 UNTIL WS-CCU-EOF OR WS-CENTRO-ACHOU
              IF NOT WS-CENTRO-ACHOU
                 DISPLAY "*** CENTRO DE CUSTO NAO CONSTA NO "
                         "CCUMAST - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00026-END.
      *
       00026A-PROCURA-CENTRO SECTION.
           READ CCU-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CCU-EOF-SW
               NOT AT END
                   IF CCU-CENTRO-CUSTO = WS-TRB-CENTRO
                      MOVE "S" TO WS-CENTRO-ACHOU-SW
                   END-IF
           END-READ.
       00026A-END.
      *
       00027-MOVE-DADOS    SECTION.
           MOVE WS-TRB-HORAS       TO ORC-HORAS.
           MOVE WS-TRB-HORAS-EXTRA TO ORC-HORAS-EXTRA.
           MOVE WS-TRB-VALOR       TO ORC-VALOR.
           MOVE "M"                TO ORC-ORIGEM.
           MOVE DATA-HOJE          TO ORC-DATA-ALT.
       00027-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE ORC-MASTER-FILE.
           CLOSE CCU-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO ORCAMENTO DE MAO DE OBRA".
       00030-END.
