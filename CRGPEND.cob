       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CRGPEND.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Pendencias de cargo do cadastro: le o EMPMAST e
      *                aponta cada empregado ativo cujo EMP-CARGO esta
      *                em branco (registro convertido do layout antigo)
      *                ou nao consta no catalogo de cargos (CRGMAST,
      *                mantido pelo CRGMNT), com lotacao e empresa para
      *                o RH catalogar o cargo ou corrigir o empregado
      *                pelo EMPMNT. Desligado fica de fora. Totais na
      *                trilha de auditoria como qualquer outro passo.
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

           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.

           SELECT CRG-REPORT-FILE ASSIGN TO "CRGPENDR"
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

       FD  CRG-MASTER-FILE.
           COPY CRGREC.

       FD  CRG-REPORT-FILE.
       01  CRG-REP-REC.
           03 CREP-MATRICULA       PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-CPF             PIC X(11).
      *       CPF MASCARADO (MASCARA-CPF)
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-EMPRESA         PIC 9(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-SETOR           PIC 9(01).
           03 CREP-BARRA-1         PIC X(01).
           03 CREP-DEPTO           PIC 9(01).
           03 CREP-BARRA-2         PIC X(01).
           03 CREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-CARGO           PIC X(04).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-MOTIVO-COD      PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-MOTIVO-DESC     PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CRGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ATIVOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIMPOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-APONTADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EM-BRANCO   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FORA        PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
       01 WS-CPF-MASCARADO     PIC X(11)   VALUE SPACES.
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
           DISPLAY "INICIO DAS PENDENCIAS DE CARGO DO CADASTRO".

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN INPUT CRG-MASTER-FILE
              IF WS-CRGMAST-STATUS NOT = "00"
                 DISPLAY "*** CRGMAST NAO ABRIU (STATUS "
                         WS-CRGMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE EMP-MASTER-FILE
              ELSE
                 OPEN OUTPUT CRG-REPORT-FILE
                 PERFORM 00024-LE-EMPREGADO
              END-IF
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * SO EMPREGADO ATIVO ENTRA NA CONFERENCIA: CARGO EM BRANCO E
      * MOTIVO 01; CARGO QUE NAO CONSTA NO CATALOGO E 02
           IF EMP-ATIVO
              ADD 1 TO WS-TOTAL-ATIVOS
              MOVE SPACES TO CRG-REP-REC
              IF EMP-CARGO = SPACES
                 MOVE "01" TO CREP-MOTIVO-COD
                 MOVE "CARGO NAO INFORMADO" TO CREP-MOTIVO-DESC
                 ADD 1 TO WS-TOTAL-EM-BRANCO
                 PERFORM 00026-GRAVA-APONTAMENTO
              ELSE
                 MOVE EMP-CARGO TO CRG-CARGO
                 READ CRG-MASTER-FILE
                     INVALID KEY
                         MOVE "02" TO CREP-MOTIVO-COD
                         MOVE "CARGO NAO CONSTA NO CATALOGO"
                              TO CREP-MOTIVO-DESC
                         ADD 1 TO WS-TOTAL-FORA
                         PERFORM 00026-GRAVA-APONTAMENTO
                     NOT INVALID KEY
                         ADD 1 TO WS-TOTAL-LIMPOS
                 END-READ
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
           MOVE EMP-MATRICULA    TO CREP-MATRICULA.
           MOVE EMP-NOME         TO CREP-NOME.
           MOVE WS-CPF-MASCARADO TO CREP-CPF.
           MOVE EMP-EMPRESA      TO CREP-EMPRESA.
           MOVE EMP-SETOR        TO CREP-SETOR.
           MOVE "/"              TO CREP-BARRA-1 CREP-BARRA-2.
           MOVE EMP-DEPTO        TO CREP-DEPTO.
           MOVE EMP-SERVIDOR-IDX TO CREP-SERVIDOR.
           MOVE EMP-CARGO        TO CREP-CARGO.
           WRITE CRG-REP-REC.
           ADD 1 TO WS-TOTAL-APONTADOS.
       00026-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "CRGPEND"            TO AUDIT-PROGRAMA.
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
              CLOSE CRG-MASTER-FILE
              CLOSE CRG-REPORT-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "EMPREGADOS ATIVOS...: " WS-TOTAL-ATIVOS.
           DISPLAY "COM CARGO NO CATALOGO: " WS-TOTAL-LIMPOS.
           DISPLAY "CARGO EM BRANCO.....: " WS-TOTAL-EM-BRANCO.
           DISPLAY "CARGO FORA CATALOGO.: " WS-TOTAL-FORA.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DAS PENDENCIAS DE CARGO DO CADASTRO".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O MESTRE OU O CATALOGO
      * NAO ABRIU, ALERTA SE HA EMPREGADO ATIVO COM CARGO PENDENTE,
      * NORMAL CASO CONTRARIO
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
