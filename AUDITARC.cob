      *                  com 75 o proprio passo que prova "nenhum
      *                  registro se perdeu" truncava o fim do hash e o
      *                  RETURN-CODE de cada registro movido.
      * 2026-10-15  RMS  O AUDITLOG passou a ser selado (SELAGEM): o
      *                  passo confere a cadeia pela CONFERE-SELO antes
      *                  de mexer no arquivo e recusa o arquivamento se
      *                  ela nao confere. So vai para o historico o
      *                  trecho inicial ja selado, e o ponto de corte,
      *                  com o hash da cadeia ate ali, fica num
      *                  registro "A" do SELOREG.
      * 2026-10-15  RMS  Area do registro do selo ampliada para 241
      *                  posicoes: o EMPJ-REC ganhou o aprovador da
      *                  alteracao (EMPJ-APROVADOR).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT SELO-REG-FILE ASSIGN TO "SELOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELOREG-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
       FD  AUDIT-WORK-FILE.
       01  AUDIT-WORK-REC      PIC X(82).

       FD  SELO-REG-FILE.
           COPY SELREC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
      *
       01 WS-HIST-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-WORK-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SELOREG-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "AUDITARC".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
       01 WS-TOTAL-REGRAVADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-CONTROLE-OK-SW    PIC X(01)   VALUE "S".
          88 WS-CONTROLE-OK                 VALUE "S".
      * SELO DO AUDITLOG: SO O TRECHO INICIAL DO ARQUIVO, E SO ATE O
      * ULTIMO REGISTRO SELADO, PODE IR PARA O HISTORICO; O PRIMEIRO
      * REGISTRO MANTIDO ENCERRA O TRECHO
       01 WS-ARQUIVANDO-SW     PIC X(01)   VALUE "S".
          88 WS-ARQUIVANDO                  VALUE "S".
       01 WS-SEQ-REG           PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-CORTE        PIC 9(09)   VALUE ZEROES.
       01 WS-SELO-REGISTRO     PIC X(241)  VALUE SPACES.
       01 WS-SELO-TAMANHO      PIC 9(04)   VALUE 0082.
       01 WS-ARQ-DATA-INI      PIC 9(08)   VALUE ZEROES.
       01 WS-ARQ-DATA-FIM      PIC 9(08)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-SELO
       01 WS-CS-ARQUIVO        PIC X(08)   VALUE "AUDITLOG".
       01 WS-CS-DATA-INI       PIC 9(08)   VALUE ZEROES.
       01 WS-CS-DATA-FIM       PIC 9(08)   VALUE ZEROES.
       01 WS-CS-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CS-SEQ-QUEBRA     PIC 9(09)   VALUE ZEROES.
       01 WS-CS-DATA-SELO      PIC 9(08)   VALUE ZEROES.
       01 WS-CS-REG-QUEBRA     PIC X(241)  VALUE SPACES.
       01 WS-CS-CONFERIDOS     PIC 9(09)   VALUE ZEROES.
       01 WS-CS-PENDENTES      PIC 9(09)   VALUE ZEROES.
       01 WS-CS-ULTIMO-SELADO  PIC 9(09)   VALUE ZEROES.
       01 WS-CS-BASE-SEQ       PIC 9(09)   VALUE ZEROES.
       01 WS-CS-BASE-HASH      PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           DISPLAY "JANELA MANTIDA NO AUDITLOG: " WS-JANELA-DIAS
                   " DIAS".

           PERFORM 00012-CONFERE-SELO.
           IF NOT WS-ABORT
              PERFORM 00013-ABRE-ARQUIVOS
           END-IF.
       00010-END.
      *
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-CONFERE-SELO  SECTION.
      * SO MEXE NO AUDITLOG COM A CADEIA DO SELO CONFERINDO: QUEBRADA
      * (OU LOG QUE NAO ABRE), O ARQUIVAMENTO E RECUSADO E VAI PARA O
      * INCDLOG. SEM SELO NENHUM AINDA, NADA PODE IR PARA O HISTORICO
           CALL "CONFERE-SELO" USING WS-CS-ARQUIVO
                                     WS-CS-DATA-INI
                                     WS-CS-DATA-FIM
                                     WS-CS-STATUS
                                     WS-CS-SEQ-QUEBRA
                                     WS-CS-DATA-SELO
                                     WS-CS-REG-QUEBRA
                                     WS-CS-CONFERIDOS
                                     WS-CS-PENDENTES
                                     WS-CS-ULTIMO-SELADO
                                     WS-CS-BASE-SEQ
                                     WS-CS-BASE-HASH
           END-CALL.
           MOVE WS-CS-BASE-SEQ  TO WS-SEQ-REG.
           MOVE WS-CS-BASE-HASH TO WS-HASH-CORTE.
           EVALUATE WS-CS-STATUS
              WHEN "00"
                 CONTINUE
              WHEN "01"
                 DISPLAY "AUDITLOG AINDA SEM SELO - NENHUM REGISTRO "
                         "VAI PARA O HISTORICO NESTA RODADA"
              WHEN OTHER
                 DISPLAY "*** SELO DO AUDITLOG NAO CONFERE (QUEBRA NO "
                         "REGISTRO " WS-CS-SEQ-QUEBRA ", SELO DE "
                         WS-CS-DATA-SELO ") - ARQUIVAMENTO RECUSADO, "
                         "VER SELOCONF ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "SELOREG" TO WS-INC-ARQUIVO
                 MOVE WS-CS-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS WS-INC-RC
                 END-CALL
           END-EVALUATE.
       00012-END.
      *
       00013-ABRE-ARQUIVOS SECTION.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "*** AUDITLOG NAO ABRIU (STATUS "
                      WS-AUDIT-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN EXTEND AUDIT-HIST-FILE
              IF WS-HIST-STATUS = "35"
                 OPEN OUTPUT AUDIT-HIST-FILE
              END-IF
              OPEN OUTPUT AUDIT-WORK-FILE
              PERFORM 00024-LE-AUDITORIA
           END-IF.
       00013-END.
      *
       00020-PROCESSO      SECTION.
      * CLASSIFICA O REGISTRO PELA IDADE EM DIAS: ANTIGO VAI PARA O
      * HISTORICO, RECENTE FICA PARA A REGRAVACAO DO AUDITLOG. O
      * HISTORICO SO LEVA O TRECHO INICIAL JA SELADO, ENCADEANDO O
      * HASH DO PONTO DE CORTE
           COMPUTE WS-REG-SERIAL = (AUDIT-ANO * 365)
                                  + WS-DOY-CUM(AUDIT-MES) + AUDIT-DIA.
           COMPUTE WS-IDADE-DIAS = WS-HOJE-SERIAL - WS-REG-SERIAL.
           ADD 1 TO WS-SEQ-REG.
           IF WS-IDADE-DIAS NOT > WS-JANELA-DIAS OR
              WS-SEQ-REG > WS-CS-ULTIMO-SELADO
              MOVE "N" TO WS-ARQUIVANDO-SW
           END-IF.
           IF WS-ARQUIVANDO
              MOVE AUDIT-REC TO AUDIT-HIST-REC
              WRITE AUDIT-HIST-REC
              ADD 1 TO WS-TOTAL-ARQUIVADOS
              MOVE AUDIT-REC TO WS-SELO-REGISTRO
              CALL "CALC-SELO" USING WS-SELO-REGISTRO
                                     WS-SELO-TAMANHO
                                     WS-HASH-CORTE
              END-CALL
              IF WS-TOTAL-ARQUIVADOS = 1
                 MOVE AUDIT-DATA-EXEC TO WS-ARQ-DATA-INI
              END-IF
              MOVE AUDIT-DATA-EXEC TO WS-ARQ-DATA-FIM
           ELSE
              MOVE AUDIT-REC TO AUDIT-WORK-REC
              WRITE AUDIT-WORK-REC
              MOVE "N" TO WS-CONTROLE-OK-SW
              DISPLAY "*** TOTAIS DE CONTROLE NAO FECHAM - CONFERIR "
                      "AUDITLOG E AUDITHIS ANTES DO PROXIMO LOTE ***"
           ELSE
              IF WS-TOTAL-ARQUIVADOS > ZEROES
                 PERFORM 00043-GRAVA-CORTE
              END-IF
           END-IF.
       00040-END.
      *
           ADD 1 TO WS-TOTAL-REGRAVADOS.
           PERFORM 00041-LE-TRABALHO.
       00042-END.
      *
       00043-GRAVA-CORTE   SECTION.
      * REGISTRA NO SELOREG O PONTO DE CORTE: A FAIXA QUE SAIU DO
      * AUDITLOG E O HASH DA CADEIA ATE O ULTIMO REGISTRO ARQUIVADO,
      * DE ONDE A CONFERENCIA DO ARQUIVO VIVO RECOMECA
           OPEN EXTEND SELO-REG-FILE.
           IF WS-SELOREG-STATUS = "35"
              OPEN OUTPUT SELO-REG-FILE
           END-IF.
           MOVE SPACES               TO SEL-REC.
           MOVE "AUDITLOG"           TO SEL-ARQUIVO.
           MOVE "A"                  TO SEL-TIPO.
           MOVE DATA-HOJE            TO SEL-DATA-SELO.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE WS-AUDIT-HORA(1:6)   TO SEL-HORA-SELO.
           COMPUTE SEL-SEQ-INI = WS-CS-BASE-SEQ + 1.
           MOVE WS-TOTAL-ARQUIVADOS  TO SEL-QTDE.
           MOVE WS-CS-BASE-HASH      TO SEL-HASH-INI.
           MOVE WS-HASH-CORTE        TO SEL-HASH-FIM.
           MOVE WS-ARQ-DATA-INI      TO SEL-DATA-REG-INI.
           MOVE WS-ARQ-DATA-FIM      TO SEL-DATA-REG-FIM.
           WRITE SEL-REC.
           CLOSE SELO-REG-FILE.
       00043-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA O REGISTRO DE AUDITORIA DESTE PROPRIO PASSO NO AUDITLOG
       00047-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O AUDITLOG NAO ABRIU
      * OU O SEU SELO NAO CONFERE, ERRO SE OS TOTAIS DE CONTROLE NAO
      * FECHARAM, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
