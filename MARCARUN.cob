       IDENTIFICATION      DIVISION.
       PROGRAM-ID. MARCARUN.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Controle de rodada (RUNCTL) para o lote diario
      *                submetido pelo deck BATCHDLY, que roda os
      *                programas passo a passo sem o MAINCTL: o primeiro
      *                passo (cartao SYSIN com "E" na coluna 1) grava a
      *                rodada de hoje como em execucao e o ultimo (com
      *                "F") fecha como finalizada a rodada que estiver
      *                em execucao -- com a data dela, mesmo que a
      *                cadeia tenha passado da meia-noite. Mesmo
      *                registro e mesma regra do MAINCTL (o ultimo
      *                registro e o que vale), de modo que a
      *                CONFERE-FOTO e o SUMARIOLOTE enxergam a rodada
      *                do deck como enxergam a do MAINCTL.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CONTROL-CARD-FILE.
       01  MRC-CARTAO.
           03 MRC-SITUACAO         PIC X(01).
      *       "E" MARCA A RODADA DE HOJE EM EXECUCAO, "F" FINALIZA A
      *       RODADA EM EXECUCAO
           03 FILLER                PIC X(79).

       FD  RUN-CONTROL-FILE.
       01  RUNC-REC.
           03 RUNC-DATA            PIC 9(08).
           03 RUNC-SITUACAO        PIC X(01).
      *       "E" RODADA EM EXECUCAO, "F" RODADA FINALIZADA; O ULTIMO
      *       REGISTRO E O QUE VALE
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-SYSIN-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-RUNCTL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-ALERTA-SW         PIC X(01)   VALUE "N".
          88 WS-ALERTA                      VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-HOJE              PIC 9(08)   VALUE ZEROES.
       01 WS-SITUACAO          PIC X(01)   VALUE SPACES.
          88 WS-MARCA-EXECUCAO              VALUE "E".
          88 WS-MARCA-FINAL                 VALUE "F".
      * ULTIMO REGISTRO DO RUNCTL ANTES DESTE PASSO
       01 WS-ULT-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-ULT-SITUACAO      PIC X(01)   VALUE SPACES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-LE-RUN-CONTROL
              IF WS-MARCA-EXECUCAO
                 PERFORM 00030-MARCA-EXECUCAO
              ELSE
                 PERFORM 00035-MARCA-FINAL
              END-IF
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * O CARTAO E OBRIGATORIO: SEM "E" OU "F" NA COLUNA 1 NAO HA O
      * QUE GRAVAR
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      MOVE MRC-SITUACAO TO WS-SITUACAO
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
           IF NOT WS-MARCA-EXECUCAO AND NOT WS-MARCA-FINAL
              DISPLAY "*** CARTAO SYSIN AUSENTE OU SEM E/F NA COLUNA "
                      "1 - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           END-IF.
       00010-END.
      *
       00020-LE-RUN-CONTROL SECTION.
      * GUARDA O ULTIMO REGISTRO DO RUNCTL; ARQUIVO AINDA VAZIO OU
      * INEXISTENTE NAO TEM RODADA ANTERIOR
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
              PERFORM 00021-LE-RODADA UNTIL WS-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.
       00020-END.
      *
       00021-LE-RODADA     SECTION.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RUNC-DATA     TO WS-ULT-DATA
                   MOVE RUNC-SITUACAO TO WS-ULT-SITUACAO
           END-READ.
       00021-END.
      *
       00030-MARCA-EXECUCAO SECTION.
      * INICIO DO DECK: A RODADA DE HOJE PASSA A ESTAR EM EXECUCAO.
      * RODADA ANTERIOR QUE NAO FECHOU SO E AVISADA -- O DECK NAO TEM
      * REINICIO DE CHECKPOINT E RODA A CADEIA INTEIRA DE NOVO
           IF WS-ULT-SITUACAO = "E"
              DISPLAY "AVISO: RODADA DE " WS-ULT-DATA " NAO FOI "
                      "FINALIZADA (RUNCTL EM EXECUCAO)"
           END-IF.
           IF WS-ULT-SITUACAO = "F" AND WS-ULT-DATA = WS-HOJE
              DISPLAY "AVISO: O LOTE DE HOJE JA FOI FINALIZADO "
                      "(RUNCTL) - RESUBMISSAO DO DECK"
           END-IF.
           MOVE WS-HOJE TO RUNC-DATA.
           MOVE "E"     TO RUNC-SITUACAO.
           PERFORM 00040-GRAVA-RODADA.
       00030-END.
      *
       00035-MARCA-FINAL   SECTION.
      * FIM DO DECK: FECHA A RODADA EM EXECUCAO COM A DATA DELA (A DO
      * INICIO, NAO A DE HOJE, QUANDO A CADEIA PASSOU DA MEIA-NOITE)
           IF WS-ULT-SITUACAO = "E"
              MOVE WS-ULT-DATA TO RUNC-DATA
              MOVE "F"         TO RUNC-SITUACAO
              PERFORM 00040-GRAVA-RODADA
           ELSE
              DISPLAY "*** NENHUMA RODADA EM EXECUCAO NO RUNCTL - "
                      "NADA A FINALIZAR ***"
              MOVE "S" TO WS-ALERTA-SW
           END-IF.
       00035-END.
      *
       00040-GRAVA-RODADA  SECTION.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "*** RUNCTL NAO ABRIU (STATUS "
                      WS-RUNCTL-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              WRITE RUNC-REC
              CLOSE RUN-CONTROL-FILE
              DISPLAY "RUNCTL: RODADA " RUNC-DATA " SITUACAO "
                      RUNC-SITUACAO
           END-IF.
       00040-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SEM CARTAO OU SEM O RUNCTL,
      * ALERTA NO FECHO SEM RODADA EM EXECUCAO, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-ALERTA
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           PERFORM 00048-DEFINE-RETORNO.
           DISPLAY "FIM DO CONTROLE DE RODADA".
       00050-END.
