       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ASOMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do mestre de
      *                exames de saude ocupacional (ASOMAST/ASOREC), nos
      *                mesmos moldes do AUSMNT: consulta, inclui, altera
      *                e exclui os ASO (admissional, periodico, retorno
      *                ao trabalho, demissional) que hoje ficam no
      *                papel, para o ASOVENC apurar os exames a vencer
      *                e vencidos. A matricula e conferida contra o
      *                EMPMAST e as datas passam pela DATEUTIL antes de
      *                qualquer gravacao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ASO-MASTER-FILE ASSIGN TO "ASOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASOMAST-STATUS.

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
       FD  ASO-MASTER-FILE.
           COPY ASOREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-ASOMAST-STATUS    PIC X(02)   VALUE SPACES.
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
       01 WS-TRB-DATA-EXAME     PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-TIPO           PIC X(01)   VALUE SPACES.
       01 WS-TRB-RESULTADO      PIC X(01)   VALUE SPACES.
       01 WS-TRB-DATA-PROXIMO   PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-MEDICO         PIC X(30)   VALUE SPACES.
       01 WS-TRB-CRM            PIC X(10)   VALUE SPACES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * CONSULTA: LISTA TODOS OS EXAMES DA MATRICULA EM ORDEM DE DATA
       01 WS-ASO-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-ASO-EOF                     VALUE "Y".
       01 WS-QTDE-EXAMES        PIC 9(03)   VALUE ZEROES.
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
           DISPLAY "MANUTENCAO DO MESTRE DE EXAMES OCUPACIONAIS "
                   "(ASOMAST)".
           OPEN I-O ASO-MASTER-FILE.
           IF WS-ASOMAST-STATUS = "35"
              OPEN OUTPUT ASO-MASTER-FILE
              CLOSE ASO-MASTER-FILE
              OPEN I-O ASO-MASTER-FILE
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE ASO-MASTER-FILE
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
      * PEDE A CHAVE E OS DADOS DO EXAME, VALIDA TUDO E SO ENTAO
      * GRAVA O REGISTRO NOVO NO MESTRE
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00025-PEDE-DADOS.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              MOVE WS-TRB-MATRICULA    TO ASO-MATRICULA
              MOVE WS-TRB-DATA-EXAME   TO ASO-DATA-EXAME
              MOVE WS-TRB-TIPO         TO ASO-TIPO
              MOVE WS-TRB-RESULTADO    TO ASO-RESULTADO
              MOVE WS-TRB-DATA-PROXIMO TO ASO-DATA-PROXIMO
              MOVE WS-TRB-MEDICO       TO ASO-MEDICO
              MOVE WS-TRB-CRM          TO ASO-CRM
              WRITE ASO-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE EXAME DESSA MATRICULA "
                              "NESSA DATA ***"
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
           MOVE WS-TRB-MATRICULA  TO ASO-MATRICULA.
           MOVE WS-TRB-DATA-EXAME TO ASO-DATA-EXAME.
           READ ASO-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** EXAME NAO ENCONTRADO ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      MOVE WS-TRB-TIPO         TO ASO-TIPO
                      MOVE WS-TRB-RESULTADO    TO ASO-RESULTADO
                      MOVE WS-TRB-DATA-PROXIMO TO ASO-DATA-PROXIMO
                      MOVE WS-TRB-MEDICO       TO ASO-MEDICO
                      MOVE WS-TRB-CRM          TO ASO-CRM
                      REWRITE ASO-REC
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
      * PEDE A CHAVE E EXCLUI O REGISTRO DO MESTRE
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-MATRICULA  TO ASO-MATRICULA.
           MOVE WS-TRB-DATA-EXAME TO ASO-DATA-EXAME.
           READ ASO-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** EXAME NAO ENCONTRADO ***"
               NOT INVALID KEY
                   DELETE ASO-MASTER-FILE
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
           DISPLAY "DATA DO EXAME (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TRB-DATA-EXAME FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "TIPO (A=ADMISSIONAL, P=PERIODICO, R=RETORNO, "
                   "D=DEMISSIONAL): " WITH NO ADVANCING.
           ACCEPT WS-TRB-TIPO FROM CONSOLE.
           DISPLAY "RESULTADO (A=APTO, I=INAPTO): " WITH NO ADVANCING.
           ACCEPT WS-TRB-RESULTADO FROM CONSOLE.
           DISPLAY "PROXIMO EXAME (AAAAMMDD, ZERO = PELA REGRA): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-DATA-PROXIMO FROM CONSOLE.
           DISPLAY "MEDICO EXAMINADOR (30 CARACTERES): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-MEDICO FROM CONSOLE.
           DISPLAY "CRM (10 CARACTERES): " WITH NO ADVANCING.
           ACCEPT WS-TRB-CRM FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * CONFERE A MATRICULA NO EMPMAST, AS DATAS PELA DATEUTIL, O
      * PROXIMO EXAME DEPOIS DO EXAME, O TIPO E O RESULTADO ANTES DE
      * QUALQUER GRAVACAO
           MOVE "S" TO WS-DADOS-OK-SW.

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
              PERFORM 00027-VALIDA-DATA-EXAME
           END-IF.
           IF WS-DADOS-OK AND WS-TRB-DATA-PROXIMO NOT = ZEROES
              PERFORM 00028-VALIDA-DATA-PROXIMO
              IF WS-DADOS-OK AND
                 WS-TRB-DATA-PROXIMO NOT > WS-TRB-DATA-EXAME
                 DISPLAY "*** PROXIMO EXAME NAO POSTERIOR AO EXAME - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-TIPO NOT = "A" AND
                 WS-TRB-TIPO NOT = "P" AND
                 WS-TRB-TIPO NOT = "R" AND
                 WS-TRB-TIPO NOT = "D"
                 DISPLAY "*** TIPO INVALIDO (A, P, R OU D) - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-RESULTADO NOT = "A" AND
                 WS-TRB-RESULTADO NOT = "I"
                 DISPLAY "*** RESULTADO INVALIDO (A OU I) - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-MEDICO = SPACES OR WS-TRB-CRM = SPACES
                 DISPLAY "*** MEDICO E CRM SAO OBRIGATORIOS - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00026-END.
      *
       00027-VALIDA-DATA-EXAME SECTION.
      * VALIDA A DATA DO EXAME PELA DATEUTIL (DIFERENCA DA DATA
      * CONTRA ELA MESMA: SO INTERESSA O STATUS DE DATA VALIDA)
           MOVE "D"               TO WS-DU-OPERACAO.
           MOVE WS-TRB-DATA-EXAME TO WS-DU-DATA-2.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-TRB-DATA-EXAME
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
              DISPLAY "*** DATA DO EXAME INVALIDA (STATUS "
                      WS-DU-STATUS ") - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00027-END.
      *
       00028-VALIDA-DATA-PROXIMO SECTION.
           MOVE "D"                 TO WS-DU-OPERACAO.
           MOVE WS-TRB-DATA-PROXIMO TO WS-DU-DATA-2.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-TRB-DATA-PROXIMO
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
              DISPLAY "*** DATA DO PROXIMO EXAME INVALIDA (STATUS "
                      WS-DU-STATUS ") - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00028-END.
      *
       00029-CONSULTAR     SECTION.
      * LISTA OS EXAMES DA MATRICULA, DO MAIS ANTIGO AO MAIS RECENTE
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
           MOVE ZEROES TO WS-QTDE-EXAMES.
           MOVE "N"    TO WS-ASO-EOF-SW.
           MOVE WS-TRB-MATRICULA TO ASO-MATRICULA.
           MOVE ZEROES           TO ASO-DATA-EXAME.
           START ASO-MASTER-FILE KEY >= ASO-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-ASO-EOF-SW
           END-START.
           PERFORM 00029A-MOSTRA-EXAME UNTIL WS-ASO-EOF.
           IF WS-QTDE-EXAMES = ZEROES
              DISPLAY "*** NENHUM EXAME REGISTRADO PARA A MATRICULA ***"
           END-IF.
       00029-END.
      *
       00029A-MOSTRA-EXAME SECTION.
           READ ASO-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ASO-EOF-SW
               NOT AT END
                   IF ASO-MATRICULA NOT = WS-TRB-MATRICULA
                      MOVE "Y" TO WS-ASO-EOF-SW
                   ELSE
                      ADD 1 TO WS-QTDE-EXAMES
                      DISPLAY ASO-DATA-EXAME " TIPO " ASO-TIPO
                              " RESULTADO " ASO-RESULTADO
                              " PROXIMO " ASO-DATA-PROXIMO
                              " " ASO-MEDICO " CRM " ASO-CRM
                   END-IF
           END-READ.
       00029A-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE ASO-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO MESTRE DE EXAMES OCUPACIONAIS".
       00030-END.
