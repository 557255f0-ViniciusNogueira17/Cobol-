      *                  COM O ORGM-REC (DESCRICAO POR EXTENSO).
      * 2026-08-22  RMS  O REGISTRO DO BACKUP DO CPFMAST CRESCEU JUNTO
      *                  COM O CPFMSTR (SITUACAO CADASTRAL E DATA).
      * 2026-10-15  RMS  Descarga do EMPMAST (backup EMPMBKP) ao lado
      *                  dos outros dois. Os trailers do EMPMBKP e do
      *                  ORGMBKP passaram a levar a data e a hora da
      *                  descarga e o hash total da chave, que a
      *                  recuperacao para frente (RECMAST) usa para
      *                  saber de onde reaplicar o jornal e para
      *                  provar a recarga.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CPF-BACKUP-FILE ASSIGN TO "CPFMBKP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORG-BACKUP-FILE ASSIGN TO "ORGMBKP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMP-BACKUP-FILE ASSIGN TO "EMPMBKP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CPF-BACKUP-FILE.
       01  CPF-BKP-REC.
           03 CBKP-TIPO            PIC X(01).
       01  ORG-BKP-TRAILER REDEFINES ORG-BKP-REC.
           03 FILLER               PIC X(01).
           03 OBKP-CONTAGEM        PIC 9(05).
      *       DATA/HORA DA DESCARGA E SOMA DAS CHAVES (SETOR+DEPTO+
      *       SERVIDOR LIDOS COMO NUMERO DE 3 DIGITOS)
           03 OBKP-DATA            PIC 9(08).
           03 OBKP-HORA            PIC 9(06).
           03 OBKP-HASH            PIC 9(09).
           03 FILLER               PIC X(09).

       FD  EMP-BACKUP-FILE.
       01  EMP-BKP-REC.
           03 EBKP-TIPO            PIC X(01).
           03 EBKP-DADOS           PIC X(102).
       01  EMP-BKP-TRAILER REDEFINES EMP-BKP-REC.
           03 FILLER               PIC X(01).
           03 EBKP-CONTAGEM        PIC 9(09).
      *       DATA/HORA DA DESCARGA E SOMA DAS MATRICULAS
           03 EBKP-DATA            PIC 9(08).
           03 EBKP-HORA            PIC 9(06).
           03 EBKP-HASH            PIC 9(12).
           03 FILLER               PIC X(67).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CPFMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-TOTAL-CPF         PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-ORG         PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-EMP         PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-ORG          PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-EMP          PIC 9(12)   VALUE ZEROES.
      * CHAVE DO ORGMAST LIDA COMO NUMERO, PARA O HASH
       01 WS-ORG-CHAVE-X       PIC X(03)   VALUE ZEROES.
       01 WS-ORG-CHAVE-NUM REDEFINES WS-ORG-CHAVE-X PIC 9(03).
      * DATA/HORA DO INICIO DE CADA DESCARGA, LEVADA PARA O TRAILER
       01 WS-BKP-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-BKP-HORA          PIC 9(08)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "BKPMAST".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
           PERFORM 00010-INICIO.
           PERFORM 00020-DESCARGA-CPFMAST.
           PERFORM 00025-DESCARGA-ORGMAST.
           PERFORM 00028-DESCARGA-EMPMAST.
           PERFORM 00030-FIM.
           GOBACK.
       00010-INICIO        SECTION.
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              ACCEPT WS-BKP-DATA FROM DATE YYYYMMDD
              ACCEPT WS-BKP-HORA FROM TIME
              OPEN OUTPUT ORG-BACKUP-FILE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00026-LE-ORGMAST
              MOVE SPACES        TO ORG-BKP-REC
              MOVE "T"           TO OBKP-TIPO
              MOVE WS-TOTAL-ORG  TO OBKP-CONTAGEM
              MOVE WS-BKP-DATA   TO OBKP-DATA
              MOVE WS-BKP-HORA(1:6) TO OBKP-HORA
              MOVE WS-HASH-ORG   TO OBKP-HASH
              WRITE ORG-BKP-REC
              CLOSE ORGMAST-FILE
              CLOSE ORG-BACKUP-FILE
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-ORG
                   MOVE ORGM-CHAVE TO WS-ORG-CHAVE-X
                   ADD WS-ORG-CHAVE-NUM TO WS-HASH-ORG
           END-READ.
       00026-END.
      *
           WRITE ORG-BKP-REC.
           PERFORM 00026-LE-ORGMAST.
       00027-END.
      *
       00028-DESCARGA-EMPMAST SECTION.
      * DESCARREGA O MESTRE DE EMPREGADOS PARA O BACKUP SEQUENCIAL,
      * COM TRAILER DE CONTAGEM, DATA/HORA DA DESCARGA E HASH DAS
      * MATRICULAS NO FIM
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - DESCARGA IMPOSSIVEL ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "EMPMAST" TO WS-INC-ARQUIVO
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              ACCEPT WS-BKP-DATA FROM DATE YYYYMMDD
              ACCEPT WS-BKP-HORA FROM TIME
              OPEN OUTPUT EMP-BACKUP-FILE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00028A-LE-EMPMAST
              PERFORM 00028B-GRAVA-BKP-EMP UNTIL WS-EOF
              MOVE SPACES        TO EMP-BKP-REC
              MOVE "T"           TO EBKP-TIPO
              MOVE WS-TOTAL-EMP  TO EBKP-CONTAGEM
              MOVE WS-BKP-DATA   TO EBKP-DATA
              MOVE WS-BKP-HORA(1:6) TO EBKP-HORA
              MOVE WS-HASH-EMP   TO EBKP-HASH
              WRITE EMP-BKP-REC
              CLOSE EMP-MASTER-FILE
              CLOSE EMP-BACKUP-FILE
              DISPLAY "EMPMAST DESCARREGADO: " WS-TOTAL-EMP
                      " REGISTROS"
           END-IF.
       00028-END.
      *
       00028A-LE-EMPMAST   SECTION.
           READ EMP-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-EMP
                   ADD EMP-MATRICULA TO WS-HASH-EMP
           END-READ.
       00028A-END.
      *
       00028B-GRAVA-BKP-EMP SECTION.
           MOVE SPACES   TO EMP-BKP-REC.
           MOVE "D"      TO EBKP-TIPO.
           MOVE EMP-REC  TO EBKP-DADOS.
           WRITE EMP-BKP-REC.
           PERFORM 00028A-LE-EMPMAST.
       00028B-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           COMPUTE AUDIT-QTDE-LIDOS = WS-TOTAL-CPF + WS-TOTAL-ORG
                                    + WS-TOTAL-EMP.
           COMPUTE AUDIT-QTDE-ACEITOS = WS-TOTAL-CPF + WS-TOTAL-ORG
                                      + WS-TOTAL-EMP.
           MOVE ZEROES               TO AUDIT-QTDE-REJEIT.
           MOVE ZEROES               TO AUDIT-HASH-TOTAL.
           MOVE RETURN-CODE          TO AUDIT-RETURN-CODE.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS CPFMAST...: " WS-TOTAL-CPF.
           DISPLAY "REGISTROS ORGMAST...: " WS-TOTAL-ORG.
           DISPLAY "REGISTROS EMPMAST...: " WS-TOTAL-EMP.
           DISPLAY "HASH ORGMAST (CHAVE): " WS-HASH-ORG.
           DISPLAY "HASH EMPMAST (MATRICULA): " WS-HASH-EMP.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DA DESCARGA DOS MESTRES".
