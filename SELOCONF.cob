       IDENTIFICATION      DIVISION.
       PROGRAM-ID. SELOCONF.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Conferencia sob demanda dos selos encadeados dos
      *                logs de evidencia (AUDITLOG, ACESSLOG, EMPJRNL,
      *                ORGJRNL), para a auditoria ou para o juridico:
      *                para cada log chama a CONFERE-SELO sobre a faixa
      *                de datas do cartao de controle (CTL-DATA-INI/
      *                FIM; sem cartao, o log inteiro) e lista no
      *                SELOREL a situacao da cadeia, os registros
      *                recalculados, os ainda sem selo e os ja
      *                arquivados e, quando a cadeia quebra, o numero
      *                de ordem, a data do selo e a imagem do primeiro
      *                registro da faixa que nao confere. So le: nao
      *                grava nada nos logs que esta conferindo.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Area do registro do selo ampliada para 241
      *                  posicoes: o EMPJ-REC ganhou o aprovador da
      *                  alteracao (EMPJ-APROVADOR).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SELO-REPORT-FILE ASSIGN TO "SELOREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  SELO-REPORT-FILE.
       01  SELO-REP-REC.
           03 SREP-ARQUIVO         PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-SITUACAO        PIC X(24).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-CONFERIDOS      PIC X(09).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-PENDENTES       PIC X(09).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-ARQUIVADOS      PIC X(09).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-SEQ-QUEBRA      PIC X(09).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-DATA-SELO       PIC X(08).
       01  SELO-REP-IMAGEM.
           03 SREP-ROTULO          PIC X(10).
           03 SREP-REGISTRO        PIC X(241).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-SYSIN-STATUS      PIC X(02)   VALUE SPACES.
      * OS QUATRO LOGS SELADOS, NA ORDEM DO RELATORIO
       01 WS-LOGS-AUX.
           03 FILLER         PIC X(08)   VALUE "AUDITLOG".
           03 FILLER         PIC X(08)   VALUE "ACESSLOG".
           03 FILLER         PIC X(08)   VALUE "EMPJRNL ".
           03 FILLER         PIC X(08)   VALUE "ORGJRNL ".
       01 WS-TAB-LOGS REDEFINES WS-LOGS-AUX.
           03 WS-LOG-NOME       PIC X(08)  OCCURS 4 TIMES.
       01 WS-IDX-LOG           PIC 9(01)   VALUE ZEROES.
      * FAIXA DE DATAS DO CARTAO (AAAAMMDD); ZEROS = LOG INTEIRO
       01 WS-DATA-INI          PIC 9(08)   VALUE ZEROES.
       01 WS-DATA-FIM          PIC 9(08)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-SELO
       01 WS-CS-ARQUIVO        PIC X(08)   VALUE SPACES.
       01 WS-CS-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CS-SEQ-QUEBRA     PIC 9(09)   VALUE ZEROES.
       01 WS-CS-DATA-SELO      PIC 9(08)   VALUE ZEROES.
       01 WS-CS-REG-QUEBRA     PIC X(241)  VALUE SPACES.
       01 WS-CS-CONFERIDOS     PIC 9(09)   VALUE ZEROES.
       01 WS-CS-PENDENTES      PIC 9(09)   VALUE ZEROES.
       01 WS-CS-ULTIMO-SELADO  PIC 9(09)   VALUE ZEROES.
       01 WS-CS-BASE-SEQ       PIC 9(09)   VALUE ZEROES.
       01 WS-CS-BASE-HASH      PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-CONFEREM    PIC 9(01)   VALUE ZEROES.
       01 WS-TOTAL-SEM-SELO    PIC 9(01)   VALUE ZEROES.
       01 WS-TOTAL-QUEBRADOS   PIC 9(01)   VALUE ZEROES.
       01 WS-TOTAL-NAO-ABRIU   PIC 9(01)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           PERFORM 00020-CONFERE-LOG
              VARYING WS-IDX-LOG FROM 1 BY 1 UNTIL WS-IDX-LOG > 4.
           PERFORM 00030-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "INICIO DA CONFERENCIA DOS SELOS DOS LOGS".

           PERFORM 00011-LE-CARTAO-CONTROLE.
           DISPLAY "FAIXA DE DATAS: " WS-DATA-INI " A " WS-DATA-FIM.

           OPEN OUTPUT SELO-REPORT-FILE.
           MOVE SPACES        TO SELO-REP-REC.
           MOVE "LOG"         TO SREP-ARQUIVO.
           MOVE "SITUACAO DA CADEIA" TO SREP-SITUACAO.
           MOVE "CONFERID"    TO SREP-CONFERIDOS.
           MOVE "SEM SELO"    TO SREP-PENDENTES.
           MOVE "ARQUIVAD"    TO SREP-ARQUIVADOS.
           MOVE "QUEBRA EM"   TO SREP-SEQ-QUEBRA.
           MOVE "DT SELO"     TO SREP-DATA-SELO.
           WRITE SELO-REP-REC.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) COM A FAIXA DE
      * DATAS; SEM SYSIN CONFERE O LOG INTEIRO
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-DATA-INI NUMERIC AND
                         CTL-DATA-INI > ZEROES
                         MOVE CTL-DATA-INI TO WS-DATA-INI
                      END-IF
                      IF CTL-DATA-FIM NUMERIC AND
                         CTL-DATA-FIM > ZEROES
                         MOVE CTL-DATA-FIM TO WS-DATA-FIM
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00020-CONFERE-LOG   SECTION.
      * CONFERE A CADEIA DE UM LOG E LISTA O RESULTADO; NA QUEBRA,
      * LISTA TAMBEM A IMAGEM DO PRIMEIRO REGISTRO QUE NAO CONFERE
           MOVE WS-LOG-NOME(WS-IDX-LOG) TO WS-CS-ARQUIVO.
           CALL "CONFERE-SELO" USING WS-CS-ARQUIVO
                                     WS-DATA-INI
                                     WS-DATA-FIM
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
           MOVE SPACES              TO SELO-REP-REC.
           MOVE WS-CS-ARQUIVO       TO SREP-ARQUIVO.
           MOVE WS-CS-CONFERIDOS    TO SREP-CONFERIDOS.
           MOVE WS-CS-PENDENTES     TO SREP-PENDENTES.
           MOVE WS-CS-BASE-SEQ      TO SREP-ARQUIVADOS.
           EVALUATE WS-CS-STATUS
              WHEN "00"
                 MOVE "CADEIA CONFERE"       TO SREP-SITUACAO
                 ADD 1 TO WS-TOTAL-CONFEREM
              WHEN "01"
                 MOVE "NENHUM SELO GRAVADO"  TO SREP-SITUACAO
                 ADD 1 TO WS-TOTAL-SEM-SELO
              WHEN "02"
                 MOVE "*** CADEIA QUEBRADA"  TO SREP-SITUACAO
                 MOVE WS-CS-SEQ-QUEBRA       TO SREP-SEQ-QUEBRA
                 MOVE WS-CS-DATA-SELO        TO SREP-DATA-SELO
                 ADD 1 TO WS-TOTAL-QUEBRADOS
              WHEN OTHER
                 MOVE "*** LOG NAO ABRIU"    TO SREP-SITUACAO
                 ADD 1 TO WS-TOTAL-NAO-ABRIU
           END-EVALUATE.
           WRITE SELO-REP-REC.
           DISPLAY WS-CS-ARQUIVO " " SREP-SITUACAO.
           IF WS-CS-STATUS = "02"
              MOVE SPACES             TO SELO-REP-IMAGEM
              MOVE "  REGISTRO"       TO SREP-ROTULO
              IF WS-CS-REG-QUEBRA = SPACES
                 MOVE "(AUSENTE DO LOG OU SELO FORA DE SEQUENCIA)"
                                      TO SREP-REGISTRO
              ELSE
                 MOVE WS-CS-REG-QUEBRA TO SREP-REGISTRO
              END-IF
              WRITE SELO-REP-IMAGEM
              DISPLAY "*** " WS-CS-ARQUIVO " QUEBRA NO REGISTRO "
                      WS-CS-SEQ-QUEBRA " (SELO DE " WS-CS-DATA-SELO
                      ") ***"
           END-IF.
       00020-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE SELO-REPORT-FILE.
           DISPLAY " ".
           DISPLAY "LOGS COM A CADEIA CONFERINDO: " WS-TOTAL-CONFEREM.
           DISPLAY "LOGS SEM SELO GRAVADO.......: " WS-TOTAL-SEM-SELO.
           DISPLAY "LOGS COM A CADEIA QUEBRADA..: " WS-TOTAL-QUEBRADOS.
           DISPLAY "LOGS QUE NAO ABRIRAM........: " WS-TOTAL-NAO-ABRIU.
           PERFORM 00031-DEFINE-RETORNO.
           DISPLAY "FIM DA CONFERENCIA DOS SELOS DOS LOGS".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE: FATAL SE ALGUM LOG NAO ABRIU, ERRO SE
      * ALGUMA CADEIA QUEBROU, NORMAL CASO CONTRARIO
           IF WS-TOTAL-NAO-ABRIU > ZEROES
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-QUEBRADOS > ZEROES
                 MOVE RC-ERRO TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
