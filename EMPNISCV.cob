       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPNISCV.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Utilitario de conversao (rodada unica) do mestre
      *                de empregados, no molde do ORGCONV: le o EMPMAST
      *                no layout de 91 posicoes, de antes do numero do
      *                PIS/PASEP/NIS (ddname EMPMASTA, o dataset
      *                renomeado), e grava o novo EMPMAST de 102
      *                posicoes com o EMP-NIS em branco, para o RH
      *                completar pelo EMPMNT a partir do relatorio de
      *                pendencias NISPEND. Sem esta conversao, o
      *                primeiro OPEN do mestre antigo com o registro
      *                novo devolve status 39 e derruba o lote inteiro.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT EMP-ANTIGO-FILE ASSIGN TO "EMPMASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMPA-MATRICULA
               ALTERNATE RECORD KEY IS EMPA-CPF WITH DUPLICATES
               FILE STATUS IS WS-ANTIGO-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-ANTIGO-FILE.
       01  EMPA-REC.
      * LAYOUT ANTIGO DO EMP-REC, DE ANTES DO NIS: AS 91 POSICOES SAO
      * AS MESMAS DO REGISTRO NOVO, QUE SO CRESCEU NO FIM
           03 EMPA-MATRICULA         PIC 9(06).
           03 EMPA-NOME              PIC X(40).
           03 EMPA-CPF               PIC X(11).
           03 EMPA-RESTO             PIC X(34).

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-ANTIGO-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ACEITOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
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
           DISPLAY "INICIO DA CONVERSAO DO MESTRE DE EMPREGADOS (NIS)".

           OPEN INPUT EMP-ANTIGO-FILE.
           IF WS-ANTIGO-STATUS NOT = "00"
              DISPLAY "*** EMPMASTA NAO ABRIU (STATUS "
                      WS-ANTIGO-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN OUTPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                         WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE EMP-ANTIGO-FILE
              ELSE
                 PERFORM 00024-LE-ANTIGO
              END-IF
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * LEVA O REGISTRO ANTIGO PARA O LAYOUT NOVO; AS 91 POSICOES
      * ANTIGAS VAO INTEIRAS E O NIS NASCE EM BRANCO
           MOVE EMPA-REC TO EMP-REC(1:91).
           MOVE SPACES   TO EMP-NIS.
           WRITE EMP-REC
               INVALID KEY
                   DISPLAY "*** MATRICULA " EMPA-MATRICULA
                           " DUPLICADA NO MESTRE ANTIGO - REGISTRO "
                           "REJEITADO ***"
                   ADD 1 TO WS-TOTAL-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ACEITOS
                   ADD EMP-MATRICULA TO WS-HASH-MATRICULA
           END-WRITE.
           PERFORM 00024-LE-ANTIGO.
       00020-END.
      *
       00024-LE-ANTIGO     SECTION.
      * LE O PROXIMO REGISTRO DO MESTRE NO LAYOUT ANTIGO
           READ EMP-ANTIGO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "EMPNISCV"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-ACEITOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-REJEITADOS  TO AUDIT-QTDE-REJEIT.
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
              CLOSE EMP-ANTIGO-FILE
              CLOSE EMP-MASTER-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS ACEITOS...: " WS-TOTAL-ACEITOS.
           DISPLAY "REGISTROS REJEITADOS: " WS-TOTAL-REJEITADOS.
           DISPLAY "HASH DE MATRICULAS..: " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DA CONVERSAO DO MESTRE DE EMPREGADOS (NIS)".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM DOS MESTRES NAO
      * ABRIU, ALERTA SE HOUVE MATRICULA DUPLICADA REJEITADA, NORMAL
      * CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
