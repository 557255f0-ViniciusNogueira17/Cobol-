      *                  subrotina GRAVA-INCIDENTE), com o arquivo e o
      *                  file status que dispararam o aborto, para o
      *                  relatorio de acao do operador INCDREP.
      * 2026-10-15  RMS  O resumo passou a dizer qual ciclo a rodada
      *                  executou: le o controle de ciclos CICLOCTL
      *                  (gravado pelo MAINCTL) e fecha o SUMARIOREL com
      *                  uma linha por ciclo de fechamento do dia --
      *                  mensal e/ou anual, com o mes fechado e a
      *                  situacao (finalizado, interrompido, em
      *                  execucao ou recusado) -- ou "SO DIARIO".
      * 2026-10-15  RMS  Os ciclos da rodada passaram a ser procurados
      *                  pela data da rodada em execucao no RUNCTL, e
      *                  nao pela data do relogio: a rodada que passa da
      *                  meia-noite continua mostrando o seu ciclo.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *

           SELECT SUMARIO-REPORT-FILE ASSIGN TO "SUMARIOREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA                DIVISION.
      *
           03 SREP-REJEITADOS      PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-RETURN-CODE     PIC 9(04).
       01  SUMARIO-CIC-REC.
           03 SCIC-ROTULO          PIC X(20).
           03 FILLER                PIC X(02).
           03 SCIC-MES             PIC 9(02).
           03 SCIC-BARRA           PIC X(01).
           03 SCIC-ANO             PIC 9(04).
           03 FILLER                PIC X(02).
           03 SCIC-SITUACAO        PIC X(22).

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.

       FD  RUN-CONTROL-FILE.
       01  RUNC-REC.
           03 RUNC-DATA            PIC 9(08).
           03 RUNC-SITUACAO        PIC X(01).
      *       "E" RODADA EM EXECUCAO, "F" RODADA FINALIZADA (GRAVADO
      *       PELO MAINCTL); O ULTIMO REGISTRO E O QUE VALE
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-TOTAL-ACEITOS          PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS       PIC 9(07)   VALUE ZEROES.
       01 WS-PIOR-RETURN-CODE       PIC 9(04)   VALUE ZEROES.
      * CICLOS DE FECHAMENTO DA RODADA (CICLOCTL): ULTIMO EVENTO DE
      * CADA TIPO GRAVADO COM A DATA DA RODADA
       01 WS-CICLOCTL-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-HOJE-DATA              PIC 9(08)   VALUE ZEROES.
      * DATA DA RODADA: A DO RUNCTL SE HA RODADA EM EXECUCAO ("E"),
      * SENAO A DE HOJE
       01 WS-RUNCTL-STATUS          PIC X(02)   VALUE SPACES.
       01 WS-RODADA-DATA            PIC 9(08)   VALUE ZEROES.
       01 WS-RUNCTL-DATA            PIC 9(08)   VALUE ZEROES.
       01 WS-RODADA-SITUACAO        PIC X(01)   VALUE SPACES.
       01 WS-SIT-MENSAL             PIC X(01)   VALUE SPACES.
       01 WS-MES-MENSAL             PIC 9(06)   VALUE ZEROES.
       01 WS-SIT-ANUAL              PIC X(01)   VALUE SPACES.
       01 WS-MES-ANUAL              PIC 9(06)   VALUE ZEROES.
       01 WS-CIC-SITUACAO           PIC X(01)   VALUE SPACES.
       01 WS-CIC-MES-FECHADO        PIC 9(06)   VALUE ZEROES.
       01 WS-CIC-TEXTO              PIC X(22)   VALUE SPACES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           MOVE WS-AUDIT-DATA(1:4) TO WS-HOJE-ANO.
           MOVE WS-AUDIT-DATA(5:2) TO WS-HOJE-MES.
           MOVE WS-AUDIT-DATA(7:2) TO WS-HOJE-DIA.
           MOVE WS-AUDIT-DATA      TO WS-HOJE-DATA.

           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
           MOVE WS-PIOR-RETURN-CODE TO SREP-RETURN-CODE.
           WRITE SUMARIO-REP-REC.
       00026-END.
      *
       00027-GRAVA-CICLOS  SECTION.
      * FECHA O RESUMO COM O CICLO EXECUTADO NA RODADA: UMA LINHA POR
      * CICLO DE FECHAMENTO COM EVENTO NA DATA DA RODADA NO CICLOCTL,
      * OU SO DIARIO
           PERFORM 00027B-DATA-RODADA.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00027A-LE-CICLO UNTIL WS-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-SIT-MENSAL = SPACE AND WS-SIT-ANUAL = SPACE
              MOVE SPACES            TO SUMARIO-CIC-REC
              MOVE "CICLO DA RODADA" TO SCIC-ROTULO
              MOVE "SO DIARIO"       TO SCIC-SITUACAO
              WRITE SUMARIO-CIC-REC
              DISPLAY "CICLO DA RODADA...........: SO DIARIO"
           END-IF.
           IF WS-SIT-MENSAL NOT = SPACE
              MOVE WS-SIT-MENSAL TO WS-CIC-SITUACAO
              MOVE WS-MES-MENSAL TO WS-CIC-MES-FECHADO
              MOVE SPACES        TO SUMARIO-CIC-REC
              MOVE "CICLO MENSAL" TO SCIC-ROTULO
              PERFORM 00028-GRAVA-LINHA-CICLO
           END-IF.
           IF WS-SIT-ANUAL NOT = SPACE
              MOVE WS-SIT-ANUAL  TO WS-CIC-SITUACAO
              MOVE WS-MES-ANUAL  TO WS-CIC-MES-FECHADO
              MOVE SPACES        TO SUMARIO-CIC-REC
              MOVE "CICLO ANUAL" TO SCIC-ROTULO
              PERFORM 00028-GRAVA-LINHA-CICLO
           END-IF.
       00027-END.
      *
       00027A-LE-CICLO     SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CIC-DATA = WS-RODADA-DATA
                      IF CIC-TIPO = "M"
                         MOVE CIC-SITUACAO TO WS-SIT-MENSAL
                         MOVE CIC-ANO-MES  TO WS-MES-MENSAL
                      END-IF
                      IF CIC-TIPO = "A"
                         MOVE CIC-SITUACAO TO WS-SIT-ANUAL
                         MOVE CIC-ANO-MES  TO WS-MES-ANUAL
                      END-IF
                   END-IF
           END-READ.
       00027A-END.
      *
       00027B-DATA-RODADA  SECTION.
      * O MAINCTL GRAVA O CICLOCTL COM A DATA EM QUE A RODADA COMECOU;
      * SE A RODADA PASSOU DA MEIA-NOITE, O ULTIMO REGISTRO DO RUNCTL
      * AINDA E ESSA DATA EM EXECUCAO ("E") E E ELA QUE VALE. SEM
      * RUNCTL OU SEM RODADA EM EXECUCAO, FICA A DATA DE HOJE
           MOVE WS-HOJE-DATA TO WS-RODADA-DATA.
           MOVE ZEROES       TO WS-RUNCTL-DATA.
           MOVE SPACES       TO WS-RODADA-SITUACAO.
           MOVE "N"          TO WS-EOF-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
              PERFORM 00027C-LE-RODADA UNTIL WS-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-RODADA-SITUACAO = "E"
              MOVE WS-RUNCTL-DATA TO WS-RODADA-DATA
           END-IF.
       00027B-END.
      *
       00027C-LE-RODADA    SECTION.
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RUNC-DATA     TO WS-RUNCTL-DATA
                   MOVE RUNC-SITUACAO TO WS-RODADA-SITUACAO
           END-READ.
       00027C-END.
      *
       00028-GRAVA-LINHA-CICLO SECTION.
           EVALUATE WS-CIC-SITUACAO
               WHEN "F"
                   MOVE "FINALIZADO"          TO WS-CIC-TEXTO
               WHEN "I"
                   MOVE "INTERROMPIDO"        TO WS-CIC-TEXTO
               WHEN "E"
                   MOVE "EM EXECUCAO"         TO WS-CIC-TEXTO
               WHEN "R"
                   MOVE "RECUSADO - JA FEITO" TO WS-CIC-TEXTO
               WHEN OTHER
                   MOVE WS-CIC-SITUACAO       TO WS-CIC-TEXTO
           END-EVALUATE.
           MOVE WS-CIC-MES-FECHADO(5:2) TO SCIC-MES.
           MOVE "/"                     TO SCIC-BARRA.
           MOVE WS-CIC-MES-FECHADO(1:4) TO SCIC-ANO.
           MOVE WS-CIC-TEXTO            TO SCIC-SITUACAO.
           WRITE SUMARIO-CIC-REC.
           DISPLAY SCIC-ROTULO " " SCIC-MES "/" SCIC-ANO " "
                   WS-CIC-TEXTO.
       00028-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      *
           IF NOT WS-ABORT
              PERFORM 00026-GRAVA-TOTAL
              PERFORM 00027-GRAVA-CICLOS
              CLOSE SUMARIO-REPORT-FILE
              CLOSE AUDIT-TRAIL-FILE
           END-IF.
