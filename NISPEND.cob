       IDENTIFICATION      DIVISION.
       PROGRAM-ID. NISPEND.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Pendencias de PIS/PASEP/NIS do cadastro: le o
      *                EMPMAST e aponta cada empregado ativo cujo
      *                EMP-NIS esta em branco (registro convertido pelo
      *                EMPNISCV ou admitido sem o numero) ou nao passa
      *                na VALIDA-PIS, com lotacao e empresa para o RH
      *                cobrar o documento e completar pelo EMPMNT.
      *                Desligado fica de fora. Totais na trilha de
      *                auditoria como qualquer outro passo.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT NIS-REPORT-FILE ASSIGN TO "NISPENDR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  NIS-REPORT-FILE.
       01  NIS-REP-REC.
           03 NREP-MATRICULA       PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-CPF             PIC X(11).
      *       CPF MASCARADO (MASCARA-CPF)
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-EMPRESA         PIC 9(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-SETOR           PIC 9(01).
           03 NREP-BARRA-1         PIC X(01).
           03 NREP-DEPTO           PIC 9(01).
           03 NREP-BARRA-2         PIC X(01).
           03 NREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-NIS             PIC X(11).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-MOTIVO-COD      PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 NREP-MOTIVO-DESC     PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ATIVOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIMPOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-APONTADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EM-BRANCO   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-INVALIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
       01 WS-CPF-MASCARADO     PIC X(11)   VALUE SPACES.
       01 WS-DIGITO-NIS        PIC 9(01)   VALUE ZEROES.
       01 WS-NIS-STATUS        PIC X(02)   VALUE "00".
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-EOF
           END-IF.
           PERFORM 00030-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "INICIO DAS PENDENCIAS DE NIS DO CADASTRO".

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN OUTPUT NIS-REPORT-FILE
              PERFORM 00024-LE-EMPREGADO
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * SO EMPREGADO ATIVO ENTRA NA CONFERENCIA: NIS EM BRANCO E
      * MOTIVO 01; NIS QUE NAO PASSA NA VALIDA-PIS E 02 (POSICAO NAO
      * NUMERICA), 03 (TODOS OS DIGITOS IGUAIS) OU 04 (DIGITO
      * VERIFICADOR)
           IF EMP-ATIVO
              ADD 1 TO WS-TOTAL-ATIVOS
              MOVE SPACES TO NIS-REP-REC
              IF EMP-NIS = SPACES
                 MOVE "01" TO NREP-MOTIVO-COD
                 MOVE "NIS NAO INFORMADO" TO NREP-MOTIVO-DESC
                 ADD 1 TO WS-TOTAL-EM-BRANCO
                 PERFORM 00026-GRAVA-APONTAMENTO
              ELSE
                 CALL "VALIDA-PIS" USING EMP-NIS WS-DIGITO-NIS
                                          WS-NIS-STATUS
                 END-CALL
                 EVALUATE WS-NIS-STATUS
                     WHEN "00"
                         ADD 1 TO WS-TOTAL-LIMPOS
                     WHEN "01"
                         MOVE "02" TO NREP-MOTIVO-COD
                         MOVE "NIS COM POSICAO NAO NUMERICA"
                              TO NREP-MOTIVO-DESC
                     WHEN "02"
                         MOVE "03" TO NREP-MOTIVO-COD
                         MOVE "NIS COM TODOS OS DIGITOS IGUAIS"
                              TO NREP-MOTIVO-DESC
                     WHEN OTHER
                         MOVE "04" TO NREP-MOTIVO-COD
                         MOVE "NIS COM DIGITO VERIFICADOR ERRADO"
                              TO NREP-MOTIVO-DESC
                 END-EVALUATE
                 IF WS-NIS-STATUS NOT = "00"
                    ADD 1 TO WS-TOTAL-INVALIDOS
                    PERFORM 00026-GRAVA-APONTAMENTO
                 END-IF
              END-IF
           END-IF.
           PERFORM 00024-LE-EMPREGADO.
       00020-END.
      *
       00024-LE-EMPREGADO  SECTION.
      * LE O PROXIMO REGISTRO DO MESTRE DE EMPREGADOS
           READ EMP-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD EMP-MATRICULA TO WS-HASH-MATRICULA
           END-READ.
       00024-END.
      *
       00026-GRAVA-APONTAMENTO SECTION.
      * GRAVA A PENDENCIA NO RELATORIO (O MOTIVO JA FOI PREENCHIDO
      * POR QUEM DETECTOU), SEMPRE COM O CPF MASCARADO
           CALL "MASCARA-CPF" USING EMP-CPF WS-CPF-MASCARADO
           END-CALL.
           MOVE EMP-MATRICULA    TO NREP-MATRICULA.
           MOVE EMP-NOME         TO NREP-NOME.
           MOVE WS-CPF-MASCARADO TO NREP-CPF.
           MOVE EMP-EMPRESA      TO NREP-EMPRESA.
           MOVE EMP-SETOR        TO NREP-SETOR.
           MOVE "/"              TO NREP-BARRA-1 NREP-BARRA-2.
           MOVE EMP-DEPTO        TO NREP-DEPTO.
           MOVE EMP-SERVIDOR-IDX TO NREP-SERVIDOR.
           MOVE EMP-NIS          TO NREP-NIS.
           WRITE NIS-REP-REC.
           ADD 1 TO WS-TOTAL-APONTADOS.
       00026-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "NISPEND"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-LIMPOS      TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-APONTADOS   TO AUDIT-QTDE-REJEIT.
           MOVE WS-HASH-MATRICULA    TO AUDIT-HASH-TOTAL.
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
       00029-END.
      *
       00030-FIM           SECTION.
      *
           IF NOT WS-ABORT
              CLOSE EMP-MASTER-FILE
              CLOSE NIS-REPORT-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "EMPREGADOS ATIVOS...: " WS-TOTAL-ATIVOS.
           DISPLAY "COM NIS VALIDO......: " WS-TOTAL-LIMPOS.
           DISPLAY "NIS EM BRANCO.......: " WS-TOTAL-EM-BRANCO.
           DISPLAY "NIS INVALIDO........: " WS-TOTAL-INVALIDOS.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DAS PENDENCIAS DE NIS DO CADASTRO".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O MESTRE NAO ABRIU,
      * ALERTA SE HA EMPREGADO ATIVO COM NIS PENDENTE, NORMAL CASO
      * CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-APONTADOS > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
