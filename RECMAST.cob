       IDENTIFICATION      DIVISION.
       PROGRAM-ID. RECMAST.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Recuperacao para frente do EMPMAST ou do ORGMAST:
      *                recarrega o mestre do zero a partir do backup do
      *                BKPMAST (EMPMBKP/ORGMBKP), prova a recarga contra
      *                o trailer (contagem e hash da chave) e reaplica,
      *                em ordem de data/hora, as imagens depois do
      *                jornal (EMPJRNL/ORGJRNL) gravadas desde a
      *                descarga ate a data/hora limite do cartao
      *                RECPARM. Cada entrada tem a imagem antes
      *                conferida contra o registro atual: entrada ja
      *                refletida no mestre e contada e pulada; entrada
      *                que nao confere e conflito, nao e aplicada e sai
      *                no relatorio RECMREL para o RH redigitar pelo
      *                EMPMNT/ORGMNT. No fim o mestre e relido e a
      *                contagem e o hash provados contra o esperado.
      *                Roda sob demanda, com a manutencao online
      *                parada (o mestre e reconstruido do zero).
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT EMP-BACKUP-FILE ASSIGN TO "EMPMBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT ORG-BACKUP-FILE ASSIGN TO "ORGMBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT ORG-JORNAL-FILE ASSIGN TO "ORGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JORNAL-STATUS.

           SELECT REC-PARM-FILE ASSIGN TO "RECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECPARM-STATUS.

           SELECT REC-REPORT-FILE ASSIGN TO "RECMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REC-SORT-WORK ASSIGN TO "RECSORTW".

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  EMP-BACKUP-FILE.
       01  EMP-BKP-REC.
           03 EBKP-TIPO            PIC X(01).
           03 EBKP-DADOS           PIC X(102).
       01  EMP-BKP-TRAILER REDEFINES EMP-BKP-REC.
           03 FILLER               PIC X(01).
           03 EBKP-CONTAGEM        PIC 9(09).
           03 EBKP-DATA            PIC 9(08).
           03 EBKP-HORA            PIC 9(06).
           03 EBKP-HASH            PIC 9(12).
           03 FILLER               PIC X(67).

       FD  ORG-BACKUP-FILE.
       01  ORG-BKP-REC.
           03 OBKP-TIPO            PIC X(01).
           03 OBKP-DADOS           PIC X(37).
       01  ORG-BKP-TRAILER REDEFINES ORG-BKP-REC.
           03 FILLER               PIC X(01).
           03 OBKP-CONTAGEM        PIC 9(05).
           03 OBKP-DATA            PIC 9(08).
           03 OBKP-HORA            PIC 9(06).
           03 OBKP-HASH            PIC 9(09).
           03 FILLER               PIC X(09).

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  ORG-JORNAL-FILE.
           COPY ORGJREC.

       FD  REC-PARM-FILE.
           COPY RECPARM.

       FD  REC-REPORT-FILE.
       01  REC-REP-REC.
           03 RREP-DATA            PIC 9(08).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 RREP-HORA            PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-OPERADOR        PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-OPERACAO        PIC X(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-CHAVE           PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-RESULTADO       PIC X(12).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-MOTIVO          PIC X(40).
       01  REC-REP-LINHA            PIC X(91).

      * ENTRADA DO JORNAL SELECIONADA PARA REAPLICACAO, NA ORDEM DE
      * DATA/HORA; O SEQUENCIAL DE LEITURA DESEMPATA ENTRADAS DO MESMO
      * SEGUNDO NA ORDEM EM QUE FORAM GRAVADAS
       SD  REC-SORT-WORK.
       01  REC-SORT-REC.
           03 RSRT-MARCA.
              05 RSRT-DATA         PIC 9(08).
              05 RSRT-HORA         PIC 9(06).
           03 RSRT-SEQ             PIC 9(09).
           03 RSRT-OPERADOR        PIC X(08).
           03 RSRT-OPERACAO        PIC X(01).
           03 RSRT-CHAVE           PIC X(06).
           03 RSRT-ANTES           PIC X(102).
           03 RSRT-DEPOIS          PIC X(102).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-BACKUP-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-JORNAL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-RECPARM-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-RELATORIO-SW      PIC X(01)   VALUE "N".
          88 WS-RELATORIO-ABERTO            VALUE "S".
       01 WS-JORNAL-OK-SW      PIC X(01)   VALUE "N".
          88 WS-JORNAL-OK                   VALUE "S".
       01 WS-TRAILER-LIDO-SW   PIC X(01)   VALUE "N".
          88 WS-TRAILER-LIDO                VALUE "S".
       01 WS-CONTROLE-OK-SW    PIC X(01)   VALUE "S".
          88 WS-CONTROLE-OK                 VALUE "S".
       01 WS-ACHOU-SW          PIC X(01)   VALUE "N".
          88 WS-ACHOU                       VALUE "S".
      * PARAMETROS DO CARTAO RECPARM
       01 WS-MESTRE-SEL        PIC X(01)   VALUE SPACES.
          88 WS-RECUPERA-EMP                VALUE "E".
          88 WS-RECUPERA-ORG                VALUE "O".
       01 WS-OPERADOR          PIC X(08)   VALUE SPACES.
       01 WS-MARCA-LIMITE.
          03 WS-ML-DATA        PIC 9(08)   VALUE ZEROES.
          03 WS-ML-HORA        PIC 9(06)   VALUE ZEROES.
          03 WS-ML-HORA-R REDEFINES WS-ML-HORA.
             05 WS-ML-HH       PIC 9(02).
             05 WS-ML-MM       PIC 9(02).
             05 WS-ML-SS       PIC 9(02).
      * DATA/HORA DA DESCARGA, TIRADA DO TRAILER DO BACKUP
       01 WS-MARCA-BACKUP.
          03 WS-MB-DATA        PIC 9(08)   VALUE ZEROES.
          03 WS-MB-HORA        PIC 9(06)   VALUE ZEROES.
      * CONTROLES DA RECARGA E DA REAPLICACAO
       01 WS-CONTAGEM-TRAILER  PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-TRAILER      PIC 9(12)   VALUE ZEROES.
       01 WS-TOTAL-RECARREGADOS PIC 9(09)  VALUE ZEROES.
       01 WS-HASH-RECARGA      PIC 9(12)   VALUE ZEROES.
       01 WS-CONTAGEM-ESPERADA PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-ESPERADO     PIC 9(12)   VALUE ZEROES.
       01 WS-TOTAL-FINAL       PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-FINAL        PIC 9(12)   VALUE ZEROES.
       01 WS-SEQ-JORNAL        PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-JORNAL      PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-ANTERIORES  PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-POSTERIORES PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-SELECIONADOS PIC 9(09)  VALUE ZEROES.
       01 WS-TOTAL-APLICADOS   PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-JA-APLICADOS PIC 9(09)  VALUE ZEROES.
       01 WS-TOTAL-CONFLITOS   PIC 9(09)   VALUE ZEROES.
      * RESULTADO DE CADA ENTRADA REAPLICADA
       01 WS-RESULTADO         PIC X(01)   VALUE SPACES.
          88 WS-APLICADO                    VALUE "A".
          88 WS-JA-APLICADO                 VALUE "J".
          88 WS-CONFLITO                    VALUE "C".
       01 WS-MOTIVO            PIC X(40)   VALUE SPACES.
      * CHAVE DO ORGMAST LIDA COMO NUMERO, PARA O HASH (O MESMO DO
      * BKPMAST)
       01 WS-ORG-CHAVE-X       PIC X(03)   VALUE ZEROES.
       01 WS-ORG-CHAVE-NUM REDEFINES WS-ORG-CHAVE-X PIC 9(03).
      * CAMPOS DA CHAMADA A DATEUTIL (CONFERENCIA DA DATA LIMITE)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE "D".
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "RECMAST".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-CONFERE-BACKUP
           END-IF.
           IF NOT WS-ABORT
              PERFORM 00023-RECARGA-MESTRE
           END-IF.
           IF NOT WS-ABORT
              PERFORM 00030-REAPLICA-JORNAL
           END-IF.
           IF NOT WS-ABORT
              PERFORM 00040-PROVA-FINAL
           END-IF.
           PERFORM 00060-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "INICIO DA RECUPERACAO PARA FRENTE DE MESTRE".
           PERFORM 00011-LE-PARAMETRO.
           IF NOT WS-ABORT
              OPEN OUTPUT REC-REPORT-FILE
              MOVE "S" TO WS-RELATORIO-SW
              DISPLAY "MESTRE..............: " WS-MESTRE-SEL
              DISPLAY "LIMITE (DATA/HORA)..: " WS-ML-DATA " "
                      WS-ML-HORA
              DISPLAY "SOLICITADO POR......: " WS-OPERADOR
           END-IF.
       00010-END.
      *
       00011-LE-PARAMETRO  SECTION.
      * LE O CARTAO RECPARM (OBRIGATORIO): SEM MESTRE VALIDO, SEM
      * DATA/HORA LIMITE VALIDA OU SEM OPERADOR NADA E RECUPERADO
      * (RECUPERACAO E SEMPRE UMA DECISAO EXPLICITA DO OPERADOR)
           OPEN INPUT REC-PARM-FILE.
           IF WS-RECPARM-STATUS = "00"
              READ REC-PARM-FILE
                  NOT AT END
                      MOVE REC-MESTRE      TO WS-MESTRE-SEL
                      MOVE REC-DATA-LIMITE TO WS-ML-DATA
                      MOVE REC-HORA-LIMITE TO WS-ML-HORA
                      MOVE REC-OPERADOR    TO WS-OPERADOR
              END-READ
              CLOSE REC-PARM-FILE
           END-IF.
           IF NOT WS-RECUPERA-EMP AND NOT WS-RECUPERA-ORG
              DISPLAY "*** SELECAO DE MESTRE AUSENTE/INVALIDA NO "
                      "RECPARM (E=EMPMAST, O=ORGMAST) - PASSO "
                      "ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           END-IF.
           IF NOT WS-ABORT
              MOVE WS-ML-DATA TO WS-DU-DATA-2
              CALL "DATEUTIL" USING WS-DU-OPERACAO WS-ML-DATA
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
              IF WS-DU-STATUS NOT = "00" OR
                 WS-ML-HORA NOT NUMERIC OR
                 WS-ML-HH > 23 OR WS-ML-MM > 59 OR WS-ML-SS > 59
                 DISPLAY "*** DATA/HORA LIMITE INVALIDA NO RECPARM "
                         "(AAAAMMDD HHMMSS) - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
              END-IF
           END-IF.
           IF NOT WS-ABORT AND WS-OPERADOR = SPACES
              DISPLAY "*** OPERADOR NAO INFORMADO NO RECPARM - "
                      "PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           END-IF.
       00011-END.
      *
       00020-CONFERE-BACKUP SECTION.
      * PRIMEIRA PASSADA NO BACKUP, SO ATRAS DO TRAILER: SEM TRAILER,
      * COM TRAILER SEM DATA/HORA (BACKUP ANTERIOR A ESTE FORMATO) OU
      * COM DESCARGA POSTERIOR AO LIMITE PEDIDO, O MESTRE NAO E
      * TOCADO
           IF WS-RECUPERA-EMP
              OPEN INPUT EMP-BACKUP-FILE
              MOVE "EMPMBKP" TO WS-INC-ARQUIVO
           ELSE
              OPEN INPUT ORG-BACKUP-FILE
              MOVE "ORGMBKP" TO WS-INC-ARQUIVO
           END-IF.
           IF WS-BACKUP-STATUS NOT = "00"
              DISPLAY "*** " WS-INC-ARQUIVO " NAO ABRIU (STATUS "
                      WS-BACKUP-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE WS-BACKUP-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00021-LE-BACKUP UNTIL WS-EOF
              PERFORM 00022-FECHA-BACKUP
              IF NOT WS-TRAILER-LIDO
                 DISPLAY "*** BACKUP SEM TRAILER DE CONTAGEM - "
                         "PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
              ELSE
                 IF WS-MB-DATA = ZEROES
                    DISPLAY "*** TRAILER DO BACKUP SEM DATA/HORA DA "
                            "DESCARGA - PASSO ABORTADO ***"
                    MOVE "S" TO WS-ABORT-SW
                 ELSE
                    IF WS-MARCA-BACKUP > WS-MARCA-LIMITE
                       DISPLAY "*** DESCARGA (" WS-MB-DATA " "
                               WS-MB-HORA ") POSTERIOR AO LIMITE "
                               "PEDIDO - PASSO ABORTADO ***"
                       MOVE "S" TO WS-ABORT-SW
                    ELSE
                       DISPLAY "BACKUP DESCARREGADO EM " WS-MB-DATA
                               " " WS-MB-HORA ": "
                               WS-CONTAGEM-TRAILER " REGISTROS"
                    END-IF
                 END-IF
              END-IF
           END-IF.
       00020-END.
      *
       00021-LE-BACKUP     SECTION.
      * LE O PROXIMO REGISTRO DO BACKUP DO MESTRE ESCOLHIDO; O
      * TRAILER ("T") SO TEM SEUS CONTROLES GUARDADOS
           IF WS-RECUPERA-EMP
              READ EMP-BACKUP-FILE
                  AT END
                      MOVE "Y" TO WS-EOF-SW
                  NOT AT END
                      IF EBKP-TIPO = "T"
                         MOVE EBKP-CONTAGEM TO WS-CONTAGEM-TRAILER
                         MOVE EBKP-DATA     TO WS-MB-DATA
                         MOVE EBKP-HORA     TO WS-MB-HORA
                         MOVE EBKP-HASH     TO WS-HASH-TRAILER
                         MOVE "S"           TO WS-TRAILER-LIDO-SW
                      END-IF
              END-READ
           ELSE
              READ ORG-BACKUP-FILE
                  AT END
                      MOVE "Y" TO WS-EOF-SW
                  NOT AT END
                      IF OBKP-TIPO = "T"
                         MOVE OBKP-CONTAGEM TO WS-CONTAGEM-TRAILER
                         MOVE OBKP-DATA     TO WS-MB-DATA
                         MOVE OBKP-HORA     TO WS-MB-HORA
                         MOVE OBKP-HASH     TO WS-HASH-TRAILER
                         MOVE "S"           TO WS-TRAILER-LIDO-SW
                      END-IF
              END-READ
           END-IF.
       00021-END.
      *
       00022-FECHA-BACKUP  SECTION.
           IF WS-RECUPERA-EMP
              CLOSE EMP-BACKUP-FILE
           ELSE
              CLOSE ORG-BACKUP-FILE
           END-IF.
       00022-END.
      *
       00023-RECARGA-MESTRE SECTION.
      * SEGUNDA PASSADA: RECONSTROI O MESTRE DO ZERO A PARTIR DO
      * BACKUP E PROVA CONTAGEM E HASH CONTRA O TRAILER; SO UMA
      * RECARGA PROVADA RECEBE O JORNAL
           IF WS-RECUPERA-EMP
              OPEN INPUT EMP-BACKUP-FILE
              OPEN OUTPUT EMP-MASTER-FILE
              MOVE "EMPMAST" TO WS-INC-ARQUIVO
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
           ELSE
              OPEN INPUT ORG-BACKUP-FILE
              OPEN OUTPUT ORGMAST-FILE
              MOVE "ORGMAST" TO WS-INC-ARQUIVO
              MOVE WS-ORGMAST-STATUS TO WS-INC-STATUS
           END-IF.
           IF WS-INC-STATUS NOT = "00"
              DISPLAY "*** " WS-INC-ARQUIVO " NAO ABRIU PARA A "
                      "RECARGA (STATUS " WS-INC-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
              PERFORM 00022-FECHA-BACKUP
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00021-LE-BACKUP
              PERFORM 00024-RECARGA-REG UNTIL WS-EOF
              PERFORM 00022-FECHA-BACKUP
              PERFORM 00026-FECHA-MESTRE
              PERFORM 00025-PROVA-RECARGA
           END-IF.
       00023-END.
      *
       00024-RECARGA-REG   SECTION.
           IF WS-RECUPERA-EMP
              IF EBKP-TIPO NOT = "T"
                 MOVE EBKP-DADOS TO EMP-REC
                 WRITE EMP-REC
                     INVALID KEY
                         DISPLAY "*** CHAVE DUPLICADA NO BACKUP - "
                                 "REGISTRO IGNORADO ***"
                     NOT INVALID KEY
                         ADD 1 TO WS-TOTAL-RECARREGADOS
                         ADD EMP-MATRICULA TO WS-HASH-RECARGA
                 END-WRITE
              END-IF
           ELSE
              IF OBKP-TIPO NOT = "T"
                 MOVE OBKP-DADOS TO ORGM-REC
                 WRITE ORGM-REC
                     INVALID KEY
                         DISPLAY "*** CHAVE DUPLICADA NO BACKUP - "
                                 "REGISTRO IGNORADO ***"
                     NOT INVALID KEY
                         ADD 1 TO WS-TOTAL-RECARREGADOS
                         MOVE ORGM-CHAVE TO WS-ORG-CHAVE-X
                         ADD WS-ORG-CHAVE-NUM TO WS-HASH-RECARGA
                 END-WRITE
              END-IF
           END-IF.
           PERFORM 00021-LE-BACKUP.
       00024-END.
      *
       00025-PROVA-RECARGA SECTION.
      * A RECARGA SO E BASE PARA O JORNAL SE CONTAGEM E HASH BATEM
      * COM O TRAILER; O ESPERADO NO FIM PARTE DELA
           IF WS-TOTAL-RECARREGADOS NOT = WS-CONTAGEM-TRAILER OR
              WS-HASH-RECARGA NOT = WS-HASH-TRAILER
              DISPLAY "*** RECARGA (" WS-TOTAL-RECARREGADOS
                      " REGISTROS, HASH " WS-HASH-RECARGA
                      ") NAO BATE COM O TRAILER ("
                      WS-CONTAGEM-TRAILER " REGISTROS, HASH "
                      WS-HASH-TRAILER ") - JORNAL NAO REAPLICADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              DISPLAY "RECARGA PROVADA: " WS-TOTAL-RECARREGADOS
                      " REGISTROS, IGUAL AO TRAILER"
              MOVE WS-TOTAL-RECARREGADOS TO WS-CONTAGEM-ESPERADA
              MOVE WS-HASH-RECARGA       TO WS-HASH-ESPERADO
           END-IF.
       00025-END.
      *
       00026-FECHA-MESTRE  SECTION.
           IF WS-RECUPERA-EMP
              CLOSE EMP-MASTER-FILE
           ELSE
              CLOSE ORGMAST-FILE
           END-IF.
       00026-END.
      *
       00030-REAPLICA-JORNAL SECTION.
      * REABRE O MESTRE RECARREGADO PARA ATUALIZACAO E REAPLICA AS
      * ENTRADAS DO JORNAL ENTRE A DESCARGA E O LIMITE, EM ORDEM DE
      * DATA/HORA
           IF WS-RECUPERA-EMP
              OPEN I-O EMP-MASTER-FILE
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
           ELSE
              OPEN I-O ORGMAST-FILE
              MOVE WS-ORGMAST-STATUS TO WS-INC-STATUS
           END-IF.
           IF WS-INC-STATUS NOT = "00"
              DISPLAY "*** " WS-INC-ARQUIVO " NAO ABRIU PARA A "
                      "REAPLICACAO (STATUS " WS-INC-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              MOVE SPACES TO REC-REP-LINHA
              STRING "RECUPERACAO DO " WS-INC-ARQUIVO
                     " - BACKUP " WS-MB-DATA " " WS-MB-HORA
                     " - LIMITE " WS-ML-DATA " " WS-ML-HORA
                     " - OPERADOR " WS-OPERADOR
                     DELIMITED BY SIZE INTO REC-REP-LINHA
              END-STRING
              WRITE REC-REP-LINHA
              SORT REC-SORT-WORK
                  ON ASCENDING KEY RSRT-DATA
                                   RSRT-HORA
                                   RSRT-SEQ
                  INPUT PROCEDURE 00031-SELECIONA-JORNAL
                  OUTPUT PROCEDURE 00035-APLICA-JORNAL
              PERFORM 00026-FECHA-MESTRE
           END-IF.
       00030-END.
      *
       00031-SELECIONA-JORNAL SECTION.
      * SEM JORNAL NAO HA O QUE REAPLICAR: O MESTRE FICA NO ESTADO DA
      * DESCARGA E O PASSO SAI COM ALERTA
           IF WS-RECUPERA-EMP
              OPEN INPUT EMP-JORNAL-FILE
           ELSE
              OPEN INPUT ORG-JORNAL-FILE
           END-IF.
           IF WS-JORNAL-STATUS = "00"
              MOVE "S" TO WS-JORNAL-OK-SW
              MOVE "N" TO WS-EOF-SW
              PERFORM 00032-LE-JORNAL
              PERFORM 00033-SELECIONA-UM UNTIL WS-EOF
              IF WS-RECUPERA-EMP
                 CLOSE EMP-JORNAL-FILE
              ELSE
                 CLOSE ORG-JORNAL-FILE
              END-IF
           ELSE
              DISPLAY "AVISO: JORNAL NAO ABRIU (STATUS "
                      WS-JORNAL-STATUS ") - MESTRE FICA NO ESTADO "
                      "DA DESCARGA"
           END-IF.
       00031-END.
      *
       00032-LE-JORNAL     SECTION.
           IF WS-RECUPERA-EMP
              READ EMP-JORNAL-FILE
                  AT END
                      MOVE "Y" TO WS-EOF-SW
                  NOT AT END
                      ADD 1 TO WS-TOTAL-JORNAL
              END-READ
           ELSE
              READ ORG-JORNAL-FILE
                  AT END
                      MOVE "Y" TO WS-EOF-SW
                  NOT AT END
                      ADD 1 TO WS-TOTAL-JORNAL
              END-READ
           END-IF.
       00032-END.
      *
       00033-SELECIONA-UM  SECTION.
      * SO ENTRA NA REAPLICACAO A ENTRADA GRAVADA DA DESCARGA ATE O
      * LIMITE, INCLUSIVE; A DO PROPRIO SEGUNDO DA DESCARGA ENTRA E E
      * RESOLVIDA NA CONFERENCIA DA IMAGEM (PODE JA ESTAR NO BACKUP)
           MOVE SPACES TO REC-SORT-REC.
           IF WS-RECUPERA-EMP
              MOVE EMPJ-DATA      TO RSRT-DATA
              MOVE EMPJ-HORA      TO RSRT-HORA
              MOVE EMPJ-OPERADOR  TO RSRT-OPERADOR
              MOVE EMPJ-OPERACAO  TO RSRT-OPERACAO
              MOVE EMPJ-MATRICULA TO RSRT-CHAVE
              MOVE EMPJ-ANTES     TO RSRT-ANTES
              MOVE EMPJ-DEPOIS    TO RSRT-DEPOIS
           ELSE
              MOVE ORGJ-DATA      TO RSRT-DATA
              MOVE ORGJ-HORA      TO RSRT-HORA
              MOVE ORGJ-OPERADOR  TO RSRT-OPERADOR
              MOVE ORGJ-OPERACAO  TO RSRT-OPERACAO
              MOVE ORGJ-CHAVE     TO RSRT-CHAVE
              MOVE ORGJ-ANTES     TO RSRT-ANTES
              MOVE ORGJ-DEPOIS    TO RSRT-DEPOIS
           END-IF.
           ADD 1 TO WS-SEQ-JORNAL.
           MOVE WS-SEQ-JORNAL TO RSRT-SEQ.
           IF RSRT-MARCA < WS-MARCA-BACKUP
              ADD 1 TO WS-TOTAL-ANTERIORES
           ELSE
              IF RSRT-MARCA > WS-MARCA-LIMITE
                 ADD 1 TO WS-TOTAL-POSTERIORES
              ELSE
                 ADD 1 TO WS-TOTAL-SELECIONADOS
                 RELEASE REC-SORT-REC
              END-IF
           END-IF.
           PERFORM 00032-LE-JORNAL.
       00033-END.
      *
       00034-GRAVA-RELATORIO SECTION.
      * UMA LINHA POR ENTRADA REAPLICADA, COM O RESULTADO; O CONFLITO
      * LEVA O MOTIVO PARA O RH REDIGITAR A MUDANCA
           MOVE SPACES         TO REC-REP-REC.
           MOVE RSRT-DATA      TO RREP-DATA.
           MOVE RSRT-HORA      TO RREP-HORA.
           MOVE RSRT-OPERADOR  TO RREP-OPERADOR.
           MOVE RSRT-OPERACAO  TO RREP-OPERACAO.
           MOVE RSRT-CHAVE     TO RREP-CHAVE.
           EVALUATE TRUE
               WHEN WS-APLICADO
                   MOVE "APLICADO"     TO RREP-RESULTADO
                   ADD 1 TO WS-TOTAL-APLICADOS
               WHEN WS-JA-APLICADO
                   MOVE "JA APLICADO"  TO RREP-RESULTADO
                   ADD 1 TO WS-TOTAL-JA-APLICADOS
               WHEN OTHER
                   MOVE "CONFLITO"     TO RREP-RESULTADO
                   ADD 1 TO WS-TOTAL-CONFLITOS
           END-EVALUATE.
           MOVE WS-MOTIVO      TO RREP-MOTIVO.
           WRITE REC-REP-REC.
       00034-END.
      *
       00035-APLICA-JORNAL SECTION.
           PERFORM 00036-LE-ORDENADO.
           PERFORM 00037-APLICA-UM UNTIL WS-SORT-EOF.
       00035-END.
      *
       00036-LE-ORDENADO   SECTION.
           RETURN REC-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00036-END.
      *
       00037-APLICA-UM     SECTION.
           MOVE SPACES TO WS-RESULTADO.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-RECUPERA-EMP
              PERFORM 00038-APLICA-EMP
           ELSE
              PERFORM 00039-APLICA-ORG
           END-IF.
           PERFORM 00034-GRAVA-RELATORIO.
           PERFORM 00036-LE-ORDENADO.
       00037-END.
      *
       00038-APLICA-EMP    SECTION.
      * INCLUSAO: A MATRICULA NAO PODE EXISTIR. ALTERACAO E EXCLUSAO:
      * O REGISTRO ATUAL TEM QUE SER IGUAL A IMAGEM ANTES. REGISTRO
      * JA IGUAL AO RESULTADO DA ENTRADA E CONTADO COMO JA APLICADO
           MOVE RSRT-CHAVE TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-SW
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-SW
           END-READ.
           EVALUATE RSRT-OPERACAO
               WHEN "I"
                   IF NOT WS-ACHOU
                      MOVE RSRT-DEPOIS TO EMP-REC
                      WRITE EMP-REC
                          INVALID KEY
                              MOVE "C" TO WS-RESULTADO
                              MOVE "FALHA NA GRAVACAO DA INCLUSAO"
                                   TO WS-MOTIVO
                          NOT INVALID KEY
                              MOVE "A" TO WS-RESULTADO
                              ADD 1 TO WS-CONTAGEM-ESPERADA
                              ADD EMP-MATRICULA TO WS-HASH-ESPERADO
                      END-WRITE
                   ELSE
                      IF EMP-REC = RSRT-DEPOIS
                         MOVE "J" TO WS-RESULTADO
                      ELSE
                         MOVE "C" TO WS-RESULTADO
                         MOVE "INCLUSAO DE MATRICULA JA EXISTENTE"
                              TO WS-MOTIVO
                      END-IF
                   END-IF
               WHEN "A"
                   IF NOT WS-ACHOU
                      MOVE "C" TO WS-RESULTADO
                      MOVE "ALTERACAO DE MATRICULA INEXISTENTE"
                           TO WS-MOTIVO
                   ELSE
                      IF EMP-REC = RSRT-ANTES
                         MOVE RSRT-DEPOIS TO EMP-REC
                         REWRITE EMP-REC
                             INVALID KEY
                                 MOVE "C" TO WS-RESULTADO
                                 MOVE "FALHA NA REGRAVACAO"
                                      TO WS-MOTIVO
                             NOT INVALID KEY
                                 MOVE "A" TO WS-RESULTADO
                         END-REWRITE
                      ELSE
                         IF EMP-REC = RSRT-DEPOIS
                            MOVE "J" TO WS-RESULTADO
                         ELSE
                            MOVE "C" TO WS-RESULTADO
                            MOVE "IMAGEM ANTES DIFERE DO MESTRE"
                                 TO WS-MOTIVO
                         END-IF
                      END-IF
                   END-IF
               WHEN "E"
                   IF NOT WS-ACHOU
                      MOVE "J" TO WS-RESULTADO
                   ELSE
                      IF EMP-REC = RSRT-ANTES
                         DELETE EMP-MASTER-FILE
                             INVALID KEY
                                 MOVE "C" TO WS-RESULTADO
                                 MOVE "FALHA NA EXCLUSAO"
                                      TO WS-MOTIVO
                             NOT INVALID KEY
                                 MOVE "A" TO WS-RESULTADO
                                 SUBTRACT 1 FROM WS-CONTAGEM-ESPERADA
                                 SUBTRACT EMP-MATRICULA
                                     FROM WS-HASH-ESPERADO
                         END-DELETE
                      ELSE
                         MOVE "C" TO WS-RESULTADO
                         MOVE "IMAGEM ANTES DIFERE DO MESTRE"
                              TO WS-MOTIVO
                      END-IF
                   END-IF
               WHEN OTHER
                   MOVE "C" TO WS-RESULTADO
                   MOVE "OPERACAO DESCONHECIDA NO JORNAL"
                        TO WS-MOTIVO
           END-EVALUATE.
       00038-END.
      *
       00039-APLICA-ORG    SECTION.
      * MESMAS REGRAS DO 00038, SOBRE O ORGM-REC
           MOVE RSRT-CHAVE(1:3) TO ORGM-CHAVE.
           MOVE RSRT-CHAVE(1:3) TO WS-ORG-CHAVE-X.
           READ ORGMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-SW
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-SW
           END-READ.
           EVALUATE RSRT-OPERACAO
               WHEN "I"
                   IF NOT WS-ACHOU
                      MOVE RSRT-DEPOIS TO ORGM-REC
                      WRITE ORGM-REC
                          INVALID KEY
                              MOVE "C" TO WS-RESULTADO
                              MOVE "FALHA NA GRAVACAO DA INCLUSAO"
                                   TO WS-MOTIVO
                          NOT INVALID KEY
                              MOVE "A" TO WS-RESULTADO
                              ADD 1 TO WS-CONTAGEM-ESPERADA
                              ADD WS-ORG-CHAVE-NUM TO WS-HASH-ESPERADO
                      END-WRITE
                   ELSE
                      IF ORGM-REC = RSRT-DEPOIS(1:37)
                         MOVE "J" TO WS-RESULTADO
                      ELSE
                         MOVE "C" TO WS-RESULTADO
                         MOVE "INCLUSAO DE CELULA JA EXISTENTE"
                              TO WS-MOTIVO
                      END-IF
                   END-IF
               WHEN "A"
                   IF NOT WS-ACHOU
                      MOVE "C" TO WS-RESULTADO
                      MOVE "ALTERACAO DE CELULA INEXISTENTE"
                           TO WS-MOTIVO
                   ELSE
                      IF ORGM-REC = RSRT-ANTES(1:37)
                         MOVE RSRT-DEPOIS TO ORGM-REC
                         REWRITE ORGM-REC
                             INVALID KEY
                                 MOVE "C" TO WS-RESULTADO
                                 MOVE "FALHA NA REGRAVACAO"
                                      TO WS-MOTIVO
                             NOT INVALID KEY
                                 MOVE "A" TO WS-RESULTADO
                         END-REWRITE
                      ELSE
                         IF ORGM-REC = RSRT-DEPOIS(1:37)
                            MOVE "J" TO WS-RESULTADO
                         ELSE
                            MOVE "C" TO WS-RESULTADO
                            MOVE "IMAGEM ANTES DIFERE DO MESTRE"
                                 TO WS-MOTIVO
                         END-IF
                      END-IF
                   END-IF
               WHEN "E"
                   IF NOT WS-ACHOU
                      MOVE "J" TO WS-RESULTADO
                   ELSE
                      IF ORGM-REC = RSRT-ANTES(1:37)
                         DELETE ORGMAST-FILE
                             INVALID KEY
                                 MOVE "C" TO WS-RESULTADO
                                 MOVE "FALHA NA EXCLUSAO"
                                      TO WS-MOTIVO
                             NOT INVALID KEY
                                 MOVE "A" TO WS-RESULTADO
                                 SUBTRACT 1 FROM WS-CONTAGEM-ESPERADA
                                 SUBTRACT WS-ORG-CHAVE-NUM
                                     FROM WS-HASH-ESPERADO
                         END-DELETE
                      ELSE
                         MOVE "C" TO WS-RESULTADO
                         MOVE "IMAGEM ANTES DIFERE DO MESTRE"
                              TO WS-MOTIVO
                      END-IF
                   END-IF
               WHEN OTHER
                   MOVE "C" TO WS-RESULTADO
                   MOVE "OPERACAO DESCONHECIDA NO JORNAL"
                        TO WS-MOTIVO
           END-EVALUATE.
       00039-END.
      *
       00040-PROVA-FINAL   SECTION.
      * RELE O MESTRE RECUPERADO E PROVA CONTAGEM E HASH CONTRA O
      * ESPERADO (RECARGA MAIS INCLUSOES MENOS EXCLUSOES APLICADAS)
           IF WS-RECUPERA-EMP
              OPEN INPUT EMP-MASTER-FILE
           ELSE
              OPEN INPUT ORGMAST-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 00041-LE-MESTRE UNTIL WS-EOF.
           PERFORM 00026-FECHA-MESTRE.
           IF WS-TOTAL-FINAL NOT = WS-CONTAGEM-ESPERADA OR
              WS-HASH-FINAL NOT = WS-HASH-ESPERADO
              MOVE "N" TO WS-CONTROLE-OK-SW
              DISPLAY "*** MESTRE RECUPERADO (" WS-TOTAL-FINAL
                      " REGISTROS, HASH " WS-HASH-FINAL
                      ") NAO BATE COM O ESPERADO ("
                      WS-CONTAGEM-ESPERADA " REGISTROS, HASH "
                      WS-HASH-ESPERADO ") ***"
           ELSE
              DISPLAY "RECUPERACAO PROVADA: " WS-TOTAL-FINAL
                      " REGISTROS, IGUAL AO ESPERADO"
           END-IF.
       00040-END.
      *
       00041-LE-MESTRE     SECTION.
           IF WS-RECUPERA-EMP
              READ EMP-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-EOF-SW
                  NOT AT END
                      ADD 1 TO WS-TOTAL-FINAL
                      ADD EMP-MATRICULA TO WS-HASH-FINAL
              END-READ
           ELSE
              READ ORGMAST-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-EOF-SW
                  NOT AT END
                      ADD 1 TO WS-TOTAL-FINAL
                      MOVE ORGM-CHAVE TO WS-ORG-CHAVE-X
                      ADD WS-ORG-CHAVE-NUM TO WS-HASH-FINAL
              END-READ
           END-IF.
       00041-END.
      *
       00050-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "RECMAST"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-SELECIONADOS TO AUDIT-QTDE-LIDOS.
           COMPUTE AUDIT-QTDE-ACEITOS = WS-TOTAL-APLICADOS
                                      + WS-TOTAL-JA-APLICADOS.
           MOVE WS-TOTAL-CONFLITOS   TO AUDIT-QTDE-REJEIT.
           MOVE WS-HASH-FINAL        TO AUDIT-HASH-TOTAL.
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
       00050-END.
      *
       00060-FIM           SECTION.
      *
           IF WS-RELATORIO-ABERTO
              CLOSE REC-REPORT-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS RECARREGADOS: " WS-TOTAL-RECARREGADOS.
           DISPLAY "ENTRADAS NO JORNAL....: " WS-TOTAL-JORNAL.
           DISPLAY "ANTERIORES A DESCARGA.: " WS-TOTAL-ANTERIORES.
           DISPLAY "POSTERIORES AO LIMITE.: " WS-TOTAL-POSTERIORES.
           DISPLAY "ENTRADAS REAPLICADAS..: " WS-TOTAL-SELECIONADOS.
           DISPLAY "  APLICADAS...........: " WS-TOTAL-APLICADOS.
           DISPLAY "  JA NO MESTRE........: " WS-TOTAL-JA-APLICADOS.
           DISPLAY "  EM CONFLITO.........: " WS-TOTAL-CONFLITOS.
           DISPLAY "REGISTROS NO FIM......: " WS-TOTAL-FINAL.
           DISPLAY "HASH TOTAL (CHAVE)....: " WS-HASH-FINAL.
           PERFORM 00061-DEFINE-RETORNO.
           PERFORM 00050-GRAVA-AUDITORIA.
           DISPLAY "FIM DA RECUPERACAO PARA FRENTE DE MESTRE".
       00060-END.
      *
       00061-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O CARTAO, O BACKUP OU A
      * RECARGA NAO PERMITIU RECUPERAR; ERRO SE HOUVE CONFLITO OU A
      * PROVA FINAL NAO BATEU; ALERTA SE NAO HAVIA JORNAL; NORMAL
      * CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF NOT WS-CONTROLE-OK OR WS-TOTAL-CONFLITOS > ZEROES
                 MOVE RC-ERRO TO RETURN-CODE
              ELSE
                 IF NOT WS-JORNAL-OK
                    MOVE RC-ALERTA TO RETURN-CODE
                 ELSE
                    MOVE RC-NORMAL TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       00061-END.
