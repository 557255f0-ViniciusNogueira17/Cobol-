       IDENTIFICATION      DIVISION.
       PROGRAM-ID. SELAGEM.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Selagem dos logs de evidencia no fim da rodada:
      *                AUDITLOG, ACESSLOG, EMPJRNL e ORGJRNL sao a nossa
      *                prova em auditoria e em reclamatoria trabalhista
      *                e sao sequenciais comuns, que qualquer um com
      *                acesso ao dataset edita sem deixar rastro. Para
      *                cada log, o passo pula os registros ja selados
      *                (pelo ultimo selo do cadastro SELOREG), encadeia
      *                pela CALC-SELO o hash dos registros novos a
      *                partir do hash final do selo anterior e grava um
      *                selo "S" com a faixa, as datas e o hash antes e
      *                depois. A conferencia e do CONFERE-SELO. Log com
      *                menos registros do que o ja selado (registro
      *                apagado) nao e selado por cima: o passo termina
      *                em erro para a cadeia ser investigada antes.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  ACS-REC ganhou o numero do pedido LGPD: o
      *                  ACESSLOG entra no selo com 55 posicoes.
      * 2026-10-15  RMS  Area do registro do selo ampliada para 241
      *                  posicoes: o EMPJ-REC ganhou o aprovador da
      *                  alteracao (EMPJ-APROVADOR).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SELO-REG-FILE ASSIGN TO "SELOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELOREG-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ORG-JORNAL-FILE ASSIGN TO "ORGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  SELO-REG-FILE.
           COPY SELREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  ACESSO-LOG-FILE.
           COPY ACSREC.

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  ORG-JORNAL-FILE.
           COPY ORGJREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-SELOREG-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-LOG-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "SELAGEM".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-SELO-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SELO-EOF                    VALUE "Y".
       01 WS-LOG-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-LOG-EOF                     VALUE "Y".
       01 WS-LOG-ABERTO-SW     PIC X(01)   VALUE "N".
          88 WS-LOG-ABERTO                  VALUE "S".
       01 WS-DATA-SELO         PIC 9(08)   VALUE ZEROES.
       01 WS-HORA-SELO         PIC 9(08)   VALUE ZEROES.
      * OS QUATRO LOGS SELADOS, O TAMANHO DO REGISTRO DE CADA UM E A
      * SITUACAO DA CADEIA TIRADA DO SELOREG: ULTIMO REGISTRO SELADO,
      * HASH FINAL DO ULTIMO SELO E REGISTROS JA ARQUIVADOS
       01 WS-LOGS-AUX.
           03 FILLER         PIC X(12)   VALUE "AUDITLOG0082".
           03 FILLER         PIC X(12)   VALUE "ACESSLOG0055".
           03 FILLER         PIC X(12)   VALUE "EMPJRNL 0241".
           03 FILLER         PIC X(12)   VALUE "ORGJRNL 0100".
       01 WS-TAB-LOGS REDEFINES WS-LOGS-AUX.
           03 WS-LOG-ITEM                   OCCURS 4 TIMES.
              05 WS-LOG-NOME      PIC X(08).
              05 WS-LOG-TAMANHO   PIC 9(04).
       01 WS-TAB-CADEIAS.
           03 WS-CAD-ITEM                   OCCURS 4 TIMES.
              05 WS-CAD-ULTIMO    PIC 9(09).
              05 WS-CAD-HASH      PIC 9(09).
              05 WS-CAD-BASE      PIC 9(09).
       01 WS-IDX-LOG           PIC 9(01)   VALUE ZEROES.
       01 WS-IDX               PIC 9(01)   VALUE ZEROES.
       01 WS-REGISTRO          PIC X(241)  VALUE SPACES.
       01 WS-REG-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-TAMANHO           PIC 9(04)   VALUE ZEROES.
       01 WS-PULAR             PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-CALC         PIC 9(09)   VALUE ZEROES.
       01 WS-LOG-LIDOS         PIC 9(09)   VALUE ZEROES.
       01 WS-LOG-NOVOS         PIC 9(07)   VALUE ZEROES.
       01 WS-LOG-DATA-INI      PIC 9(08)   VALUE ZEROES.
       01 WS-LOG-DATA-FIM      PIC 9(08)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SELADOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SELOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CURTOS      PIC 9(07)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-SELA-LOG
                 VARYING WS-IDX-LOG FROM 1 BY 1 UNTIL WS-IDX-LOG > 4
              CLOSE SELO-REG-FILE
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * CARREGA A SITUACAO DE CADA CADEIA E ABRE O SELOREG PARA OS
      * SELOS DE HOJE (CRIADO VAZIO NA PRIMEIRA EXECUCAO)
           ACCEPT WS-DATA-SELO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SELO FROM TIME.

           DISPLAY " ".
           DISPLAY "INICIO DA SELAGEM DOS LOGS DE EVIDENCIA".

           INITIALIZE WS-TAB-CADEIAS.
           PERFORM 00011-CARREGA-CADEIAS.
           IF NOT WS-ABORT
              OPEN EXTEND SELO-REG-FILE
              IF WS-SELOREG-STATUS = "35"
                 OPEN OUTPUT SELO-REG-FILE
              END-IF
              IF WS-SELOREG-STATUS NOT = "00"
                 PERFORM 00013-ABORTA-SELOREG
              END-IF
           END-IF.
       00010-END.
      *
       00011-CARREGA-CADEIAS SECTION.
      * O ULTIMO SELO "S" DE CADA LOG DA O ULTIMO REGISTRO SELADO E O
      * HASH DE ONDE A CADEIA CONTINUA; O ULTIMO "A" DA QUANTOS
      * REGISTROS DO INICIO DO LOG JA FORAM PARA O HISTORICO
           OPEN INPUT SELO-REG-FILE.
           EVALUATE WS-SELOREG-STATUS
              WHEN "00"
                 MOVE "N" TO WS-SELO-EOF-SW
                 PERFORM 00031-LE-SELO
                 PERFORM 00012-GUARDA-SELO UNTIL WS-SELO-EOF
                 CLOSE SELO-REG-FILE
              WHEN "35"
                 DISPLAY "SELOREG AINDA NAO EXISTE - PRIMEIROS SELOS"
              WHEN OTHER
                 PERFORM 00013-ABORTA-SELOREG
           END-EVALUATE.
       00011-END.
      *
       00012-GUARDA-SELO   SECTION.
           MOVE ZEROES TO WS-IDX-LOG.
           PERFORM 00014-ACHA-LOG
              VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           IF WS-IDX-LOG > ZEROES
              IF SEL-SELAGEM
                 COMPUTE WS-CAD-ULTIMO(WS-IDX-LOG) =
                         SEL-SEQ-INI + SEL-QTDE - 1
                 MOVE SEL-HASH-FIM TO WS-CAD-HASH(WS-IDX-LOG)
              END-IF
              IF SEL-ARQUIVAMENTO
                 COMPUTE WS-CAD-BASE(WS-IDX-LOG) =
                         SEL-SEQ-INI + SEL-QTDE - 1
              END-IF
           END-IF.
           PERFORM 00031-LE-SELO.
       00012-END.
      *
       00013-ABORTA-SELOREG SECTION.
           DISPLAY "*** SELOREG NAO ABRIU (STATUS " WS-SELOREG-STATUS
                   ") - PASSO ABORTADO ***".
           MOVE "S" TO WS-ABORT-SW.
           MOVE "SELOREG" TO WS-INC-ARQUIVO.
           MOVE WS-SELOREG-STATUS TO WS-INC-STATUS.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS WS-INC-RC
           END-CALL.
       00013-END.
      *
       00014-ACHA-LOG      SECTION.
           IF WS-LOG-NOME(WS-IDX) = SEL-ARQUIVO
              MOVE WS-IDX TO WS-IDX-LOG
           END-IF.
       00014-END.
      *
       00020-SELA-LOG      SECTION.
      * PULA O JA SELADO (DESCONTADOS OS ARQUIVADOS) E SELA O RESTO;
      * LOG INEXISTENTE SEM NADA SELADO AINDA NAO COMECOU A SER
      * GRAVADO E NAO E ERRO
           MOVE ZEROES TO WS-LOG-LIDOS WS-LOG-NOVOS
                          WS-LOG-DATA-INI WS-LOG-DATA-FIM.
           MOVE "N" TO WS-LOG-EOF-SW WS-LOG-ABERTO-SW.
           MOVE WS-LOG-TAMANHO(WS-IDX-LOG) TO WS-TAMANHO.
           MOVE WS-CAD-HASH(WS-IDX-LOG)    TO WS-HASH-CALC.
           COMPUTE WS-PULAR = WS-CAD-ULTIMO(WS-IDX-LOG)
                            - WS-CAD-BASE(WS-IDX-LOG).
           PERFORM 00021-ABRE-LOG.
           IF WS-LOG-ABERTO OR WS-LOG-STATUS = "35"
              PERFORM 00030-LE-LOG
              PERFORM 00022-PULA-SELADO
                 UNTIL WS-LOG-LIDOS > WS-PULAR OR WS-LOG-EOF
              IF WS-LOG-LIDOS < WS-PULAR
                 ADD 1 TO WS-TOTAL-CURTOS
                 DISPLAY "*** " WS-LOG-NOME(WS-IDX-LOG)
                         " TEM MENOS REGISTROS DO QUE O JA SELADO ("
                         WS-LOG-LIDOS " DE " WS-PULAR
                         ") - NAO SELADO, CONFERIR A CADEIA ***"
              ELSE
                 PERFORM 00023-SELA-REGISTRO UNTIL WS-LOG-EOF
                 IF WS-LOG-NOVOS > ZEROES
                    PERFORM 00025-GRAVA-SELO
                 END-IF
                 DISPLAY WS-LOG-NOME(WS-IDX-LOG)
                         " REGISTROS NOVOS SELADOS: " WS-LOG-NOVOS
                         "  HASH: " WS-HASH-CALC
              END-IF
              PERFORM 00024-FECHA-LOG
           ELSE
              ADD 1 TO WS-TOTAL-CURTOS
              DISPLAY "*** " WS-LOG-NOME(WS-IDX-LOG)
                      " NAO ABRIU (STATUS " WS-LOG-STATUS
                      ") - NAO SELADO ***"
           END-IF.
           ADD WS-LOG-LIDOS TO WS-TOTAL-LIDOS.
       00020-END.
      *
       00021-ABRE-LOG      SECTION.
           EVALUATE WS-IDX-LOG
              WHEN 1
                 OPEN INPUT AUDIT-TRAIL-FILE
                 MOVE WS-AUDIT-STATUS TO WS-LOG-STATUS
              WHEN 2 OPEN INPUT ACESSO-LOG-FILE
              WHEN 3 OPEN INPUT EMP-JORNAL-FILE
              WHEN 4 OPEN INPUT ORG-JORNAL-FILE
           END-EVALUATE.
           IF WS-LOG-STATUS = "00"
              MOVE "S" TO WS-LOG-ABERTO-SW
           END-IF.
       00021-END.
      *
       00022-PULA-SELADO   SECTION.
           PERFORM 00030-LE-LOG.
       00022-END.
      *
       00023-SELA-REGISTRO SECTION.
      * ENCADEIA O REGISTRO NOVO E GUARDA AS DATAS DA FAIXA
           CALL "CALC-SELO" USING WS-REGISTRO
                                  WS-TAMANHO
                                  WS-HASH-CALC
           END-CALL.
           ADD 1 TO WS-LOG-NOVOS.
           IF WS-LOG-NOVOS = 1
              MOVE WS-REG-DATA TO WS-LOG-DATA-INI
           END-IF.
           MOVE WS-REG-DATA TO WS-LOG-DATA-FIM.
           PERFORM 00030-LE-LOG.
       00023-END.
      *
       00024-FECHA-LOG     SECTION.
           IF WS-LOG-ABERTO
              EVALUATE WS-IDX-LOG
                 WHEN 1 CLOSE AUDIT-TRAIL-FILE
                 WHEN 2 CLOSE ACESSO-LOG-FILE
                 WHEN 3 CLOSE EMP-JORNAL-FILE
                 WHEN 4 CLOSE ORG-JORNAL-FILE
              END-EVALUATE
              MOVE "N" TO WS-LOG-ABERTO-SW
           END-IF.
       00024-END.
      *
       00025-GRAVA-SELO    SECTION.
           MOVE SPACES                   TO SEL-REC.
           MOVE WS-LOG-NOME(WS-IDX-LOG)  TO SEL-ARQUIVO.
           MOVE "S"                      TO SEL-TIPO.
           MOVE WS-DATA-SELO             TO SEL-DATA-SELO.
           MOVE WS-HORA-SELO(1:6)        TO SEL-HORA-SELO.
           COMPUTE SEL-SEQ-INI = WS-CAD-ULTIMO(WS-IDX-LOG) + 1.
           MOVE WS-LOG-NOVOS             TO SEL-QTDE.
           MOVE WS-CAD-HASH(WS-IDX-LOG)  TO SEL-HASH-INI.
           MOVE WS-HASH-CALC             TO SEL-HASH-FIM.
           MOVE WS-LOG-DATA-INI          TO SEL-DATA-REG-INI.
           MOVE WS-LOG-DATA-FIM          TO SEL-DATA-REG-FIM.
           WRITE SEL-REC.
           ADD 1 TO WS-TOTAL-SELOS.
           ADD WS-LOG-NOVOS TO WS-TOTAL-SELADOS.
       00025-END.
      *
       00030-LE-LOG        SECTION.
      * LE O PROXIMO REGISTRO DO LOG DA VEZ PARA A AREA COMUM, COM A
      * DATA DO REGISTRO
           IF NOT WS-LOG-ABERTO
              MOVE "Y" TO WS-LOG-EOF-SW
           ELSE
              MOVE SPACES TO WS-REGISTRO
              EVALUATE WS-IDX-LOG
                 WHEN 1
                    READ AUDIT-TRAIL-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END
                            MOVE AUDIT-REC       TO WS-REGISTRO
                            MOVE AUDIT-DATA-EXEC TO WS-REG-DATA
                    END-READ
                 WHEN 2
                    READ ACESSO-LOG-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END
                            MOVE ACS-REC  TO WS-REGISTRO
                            MOVE ACS-DATA TO WS-REG-DATA
                    END-READ
                 WHEN 3
                    READ EMP-JORNAL-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END
                            MOVE EMPJ-REC  TO WS-REGISTRO
                            MOVE EMPJ-DATA TO WS-REG-DATA
                    END-READ
                 WHEN 4
                    READ ORG-JORNAL-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END
                            MOVE ORGJ-REC  TO WS-REGISTRO
                            MOVE ORGJ-DATA TO WS-REG-DATA
                    END-READ
              END-EVALUATE
              IF NOT WS-LOG-EOF
                 ADD 1 TO WS-LOG-LIDOS
              END-IF
           END-IF.
       00030-END.
      *
       00031-LE-SELO       SECTION.
           READ SELO-REG-FILE
               AT END
                   MOVE "Y" TO WS-SELO-EOF-SW
           END-READ.
       00031-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG (ELE MESMO SO E SELADO NA
      * RODADA SEGUINTE)
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "SELAGEM"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-SELADOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-CURTOS      TO AUDIT-QTDE-REJEIT.
           MOVE ZEROES               TO AUDIT-HASH-TOTAL.
           MOVE RETURN-CODE          TO AUDIT-RETURN-CODE.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = "00"
              CLOSE AUDIT-TRAIL-FILE
              OPEN EXTEND AUDIT-TRAIL-FILE
           ELSE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
       00047-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O SELOREG NAO ABRIU,
      * ERRO SE ALGUM LOG FICOU SEM SELO (MENOR QUE O JA SELADO OU
      * QUE NAO ABRIU), NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-CURTOS > ZEROES
                 MOVE RC-ERRO TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS NOS LOGS: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS NOVOS SELADOS.: " WS-TOTAL-SELADOS.
           DISPLAY "SELOS GRAVADOS..........: " WS-TOTAL-SELOS.
           DISPLAY "LOGS NAO SELADOS........: " WS-TOTAL-CURTOS.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA SELAGEM DOS LOGS DE EVIDENCIA".
       00050-END.
