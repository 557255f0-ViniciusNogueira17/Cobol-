       IDENTIFICATION      DIVISION.
       PROGRAM-ID. HEAMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do mestre de
      *                autorizacoes previas de hora extra (HEAMAST/
      *                HEAREC), nos mesmos moldes do AUSMNT: consulta,
      *                inclui, altera e exclui a autorizacao do gestor
      *                para um dia ou um periodo, com o maximo de
      *                minutos extras por dia e quem autorizou. A
      *                matricula e conferida contra o EMPMAST, as datas
      *                passam pela DATEUTIL e o periodo nao pode
      *                sobrepor outro da mesma matricula, para a
      *                conversao de ponto achar uma so autorizacao por
      *                dia.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT HEA-MASTER-FILE ASSIGN TO "HEAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEA-CHAVE
               FILE STATUS IS WS-HEAMAST-STATUS.

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
       FD  HEA-MASTER-FILE.
           COPY HEAREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-HEAMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-MATRICULA      PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-DATA-INI       PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-DATA-FIM       PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-MIN-AUTORIZ    PIC 9(04)   VALUE ZEROES.
       01 WS-TRB-APROVADOR      PIC X(08)   VALUE SPACES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-HEA-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-HEA-EOF                     VALUE "Y".
       01 WS-QTDE-LISTADAS      PIC 9(05)   VALUE ZEROES.
       01 WS-DATA-HOJE          PIC 9(08)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A DATEUTIL (VALIDACAO DAS DATAS DIGITADAS)
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
           DISPLAY "MANUTENCAO DAS AUTORIZACOES DE HORA EXTRA "
                   "(HEAMAST)".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O HEA-MASTER-FILE.
           IF WS-HEAMAST-STATUS = "35"
              OPEN OUTPUT HEA-MASTER-FILE
              CLOSE HEA-MASTER-FILE
              OPEN I-O HEA-MASTER-FILE
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE HEA-MASTER-FILE
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
                   PERFORM 00029-CONSULTAR
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
      * PEDE A CHAVE E OS DADOS DA AUTORIZACAO, VALIDA TUDO E SO
      * ENTAO GRAVA O REGISTRO NOVO NO MESTRE
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00025-PEDE-DADOS.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              PERFORM 00027-MOVE-DADOS
              WRITE HEA-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE AUTORIZACAO DESSA "
                              "MATRICULA COM ESSE INICIO ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A CHAVE, LE O REGISTRO EXISTENTE E REGRAVA COM OS NOVOS
      * DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-MATRICULA TO HEA-MATRICULA.
           MOVE WS-TRB-DATA-INI  TO HEA-DATA-INI.
           READ HEA-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** AUTORIZACAO NAO ENCONTRADA ***"
               NOT INVALID KEY
                   DISPLAY "ATUAL: ATE " HEA-DATA-FIM "  "
                           HEA-MIN-AUTORIZ " MIN/DIA  POR "
                           HEA-APROVADOR
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00027-MOVE-DADOS
                      REWRITE HEA-REC
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
      * PEDE A CHAVE E EXCLUI O REGISTRO DO MESTRE; O EXTRA JA RETIDO
      * OU JA LIBERADO PELA AUTORIZACAO NAO E REFEITO
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-MATRICULA TO HEA-MATRICULA.
           MOVE WS-TRB-DATA-INI  TO HEA-DATA-INI.
           READ HEA-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** AUTORIZACAO NAO ENCONTRADA ***"
               NOT INVALID KEY
                   DELETE HEA-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-CHAVE    SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
           DISPLAY "DATA DE INICIO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TRB-DATA-INI FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "DATA DE FIM (AAAAMMDD, ZERO = SO O DIA): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-DATA-FIM FROM CONSOLE.
           DISPLAY "MINUTOS EXTRAS AUTORIZADOS POR DIA (1-1440): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-MIN-AUTORIZ FROM CONSOLE.
           DISPLAY "GESTOR QUE AUTORIZOU (8 CARACTERES): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-APROVADOR FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * CONFERE A MATRICULA NO EMPMAST, AS DUAS DATAS PELA DATEUTIL,
      * A ORDEM DO PERIODO, OS MINUTOS, O GESTOR E A SOBREPOSICAO COM
      * OUTRA AUTORIZACAO DA MATRICULA ANTES DE QUALQUER GRAVACAO
           MOVE "S" TO WS-DADOS-OK-SW.
           IF WS-TRB-DATA-FIM = ZEROES
              MOVE WS-TRB-DATA-INI TO WS-TRB-DATA-FIM
           END-IF.

           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA NAO CONSTA NO MESTRE DE "
                           "EMPREGADOS - OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-DADOS-OK
              PERFORM 00027A-VALIDA-DATA-INI
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00027B-VALIDA-DATA-FIM
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-DATA-FIM < WS-TRB-DATA-INI
                 DISPLAY "*** DATA DE FIM ANTERIOR A DE INICIO - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-MIN-AUTORIZ NOT NUMERIC OR
                 WS-TRB-MIN-AUTORIZ = ZEROES OR
                 WS-TRB-MIN-AUTORIZ > 1440
                 DISPLAY "*** MINUTOS AUTORIZADOS INVALIDOS (1 A "
                         "1440) - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-APROVADOR = SPACES
                 DISPLAY "*** GESTOR QUE AUTORIZOU NAO INFORMADO - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              PERFORM 00028-VERIFICA-SOBREPOSICAO
           END-IF.
       00026-END.
      *
       00027-MOVE-DADOS    SECTION.
      * A CONFERENCIA DE SOBREPOSICAO PERCORRE O MESTRE, ENTAO A
      * CHAVE E TODOS OS CAMPOS SAO REMONTADOS ANTES DE GRAVAR
           MOVE WS-TRB-MATRICULA   TO HEA-MATRICULA.
           MOVE WS-TRB-DATA-INI    TO HEA-DATA-INI.
           MOVE WS-TRB-DATA-FIM    TO HEA-DATA-FIM.
           MOVE WS-TRB-MIN-AUTORIZ TO HEA-MIN-AUTORIZ.
           MOVE WS-TRB-APROVADOR   TO HEA-APROVADOR.
           MOVE WS-DATA-HOJE       TO HEA-DATA-ALT.
       00027-END.
      *
       00027A-VALIDA-DATA-INI SECTION.
      * VALIDA A DATA DE INICIO PELA DATEUTIL (DIFERENCA DA DATA
      * CONTRA ELA MESMA: SO INTERESSA O STATUS DE DATA VALIDA)
           MOVE "D"              TO WS-DU-OPERACAO.
           MOVE WS-TRB-DATA-INI  TO WS-DU-DATA-2.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-TRB-DATA-INI
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
              DISPLAY "*** DATA DE INICIO INVALIDA (STATUS "
                      WS-DU-STATUS ") - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00027A-END.
      *
       00027B-VALIDA-DATA-FIM SECTION.
           MOVE "D"              TO WS-DU-OPERACAO.
           MOVE WS-TRB-DATA-FIM  TO WS-DU-DATA-2.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-TRB-DATA-FIM
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
              DISPLAY "*** DATA DE FIM INVALIDA (STATUS "
                      WS-DU-STATUS ") - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00027B-END.
      *
       00028-VERIFICA-SOBREPOSICAO SECTION.
      * PERCORRE AS AUTORIZACOES DA MATRICULA: QUALQUER OUTRA (CHAVE
      * DIFERENTE DA DIGITADA) QUE CRUZE O PERIODO CANCELA A OPERACAO
           MOVE "N"              TO WS-HEA-EOF-SW.
           MOVE WS-TRB-MATRICULA TO HEA-MATRICULA.
           MOVE ZEROES           TO HEA-DATA-INI.
           START HEA-MASTER-FILE KEY >= HEA-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-HEA-EOF-SW
           END-START.
           PERFORM 00028A-CONFERE-UMA
              UNTIL WS-HEA-EOF OR NOT WS-DADOS-OK.
       00028-END.
      *
       00028A-CONFERE-UMA  SECTION.
           READ HEA-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HEA-EOF-SW
               NOT AT END
                   IF HEA-MATRICULA NOT = WS-TRB-MATRICULA OR
                      HEA-DATA-INI > WS-TRB-DATA-FIM
                      MOVE "Y" TO WS-HEA-EOF-SW
                   ELSE
                      IF HEA-DATA-INI NOT = WS-TRB-DATA-INI AND
                         HEA-DATA-FIM >= WS-TRB-DATA-INI
                         DISPLAY "*** PERIODO CRUZA A AUTORIZACAO DE "
                                 HEA-DATA-INI " A " HEA-DATA-FIM
                                 " - OPERACAO CANCELADA ***"
                         MOVE "N" TO WS-DADOS-OK-SW
                      END-IF
                   END-IF
           END-READ.
       00028A-END.
      *
       00029-CONSULTAR     SECTION.
      * LISTA TODAS AS AUTORIZACOES DA MATRICULA, NA ORDEM DO INICIO
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
           MOVE ZEROES           TO WS-QTDE-LISTADAS.
           MOVE "N"              TO WS-HEA-EOF-SW.
           MOVE WS-TRB-MATRICULA TO HEA-MATRICULA.
           MOVE ZEROES           TO HEA-DATA-INI.
           START HEA-MASTER-FILE KEY >= HEA-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-HEA-EOF-SW
           END-START.
           PERFORM 00029A-LISTA-UMA UNTIL WS-HEA-EOF.
           DISPLAY WS-QTDE-LISTADAS " AUTORIZACAO(OES) DA MATRICULA.".
       00029-END.
      *
       00029A-LISTA-UMA    SECTION.
           READ HEA-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HEA-EOF-SW
               NOT AT END
                   IF HEA-MATRICULA NOT = WS-TRB-MATRICULA
                      MOVE "Y" TO WS-HEA-EOF-SW
                   ELSE
                      ADD 1 TO WS-QTDE-LISTADAS
                      DISPLAY "DE " HEA-DATA-INI " ATE " HEA-DATA-FIM
                              "  " HEA-MIN-AUTORIZ " MIN/DIA  POR "
                              HEA-APROVADOR "  EM " HEA-DATA-ALT
                   END-IF
           END-READ.
       00029A-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE HEA-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DAS AUTORIZACOES DE HORA EXTRA".
       00030-END.
