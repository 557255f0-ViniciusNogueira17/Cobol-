       IDENTIFICATION      DIVISION.
       PROGRAM-ID. DEPDCONV.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Utilitario de conversao (rodada unica) do mestre
      *                de dependentes, no molde do EMPNISCV: le o
      *                DEPDMAST no layout de 70 posicoes, de antes dos
      *                indicadores de curso superior e de direito por
      *                beneficio (ddname DEPDMASTA, o dataset
      *                renomeado), e grava o novo DEPDMAST de 73
      *                posicoes com os tres indicadores em branco: sem
      *                comprovante de curso superior e com os dois
      *                beneficios valendo ate o primeiro DEPIDADE. O RH
      *                registra os comprovantes ja entregues pelo
      *                DEPDMNT antes da virada do mes.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT DEPD-ANTIGO-FILE ASSIGN TO "DEPDMASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPDA-CHAVE
               FILE STATUS IS WS-ANTIGO-STATUS.

           SELECT DEPD-MASTER-FILE ASSIGN TO "DEPDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPDMAST-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  DEPD-ANTIGO-FILE.
       01  DPDA-REC.
      * LAYOUT ANTIGO DO DPD-REC, DE ANTES DOS INDICADORES: AS 70
      * POSICOES SAO AS MESMAS DO REGISTRO NOVO, QUE SO CRESCEU NO FIM
           03 DPDA-CHAVE.
              05 DPDA-MATRICULA      PIC 9(06).
              05 DPDA-SEQ            PIC 9(02).
           03 DPDA-RESTO             PIC X(62).

       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-ANTIGO-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
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
           DISPLAY "INICIO DA CONVERSAO DO MESTRE DE DEPENDENTES".

           OPEN INPUT DEPD-ANTIGO-FILE.
           IF WS-ANTIGO-STATUS NOT = "00"
              DISPLAY "*** DEPDMASTA NAO ABRIU (STATUS "
                      WS-ANTIGO-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN OUTPUT DEPD-MASTER-FILE
              IF WS-DEPDMAST-STATUS NOT = "00"
                 DISPLAY "*** DEPDMAST NAO ABRIU (STATUS "
                         WS-DEPDMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE DEPD-ANTIGO-FILE
              ELSE
                 PERFORM 00024-LE-ANTIGO
              END-IF
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * LEVA O REGISTRO ANTIGO PARA O LAYOUT NOVO; AS 70 POSICOES
      * ANTIGAS VAO INTEIRAS E OS INDICADORES NASCEM EM BRANCO
           MOVE DPDA-REC TO DPD-REC(1:70).
           MOVE SPACES   TO DPD-UNIVERSITARIO
                            DPD-SALFAM
                            DPD-IRRF.
           WRITE DPD-REC
               INVALID KEY
                   DISPLAY "*** DEPENDENTE " DPDA-MATRICULA "-"
                           DPDA-SEQ " DUPLICADO NO MESTRE ANTIGO - "
                           "REGISTRO REJEITADO ***"
                   ADD 1 TO WS-TOTAL-REJEITADOS
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ACEITOS
                   ADD DPD-MATRICULA TO WS-HASH-MATRICULA
           END-WRITE.
           PERFORM 00024-LE-ANTIGO.
       00020-END.
      *
       00024-LE-ANTIGO     SECTION.
      * LE O PROXIMO REGISTRO DO MESTRE NO LAYOUT ANTIGO
           READ DEPD-ANTIGO-FILE
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
           MOVE "DEPDCONV"           TO AUDIT-PROGRAMA.
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
              CLOSE DEPD-ANTIGO-FILE
              CLOSE DEPD-MASTER-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS ACEITOS...: " WS-TOTAL-ACEITOS.
           DISPLAY "REGISTROS REJEITADOS: " WS-TOTAL-REJEITADOS.
           DISPLAY "HASH DE MATRICULAS..: " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DA CONVERSAO DO MESTRE DE DEPENDENTES".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM DOS MESTRES NAO
      * ABRIU, ALERTA SE HOUVE CHAVE DUPLICADA REJEITADA, NORMAL
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
