      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  A linha do SANCREL ganhou a razao social do
      *                  cadastro de fornecedores (FORMAST, opcional).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.

           SELECT FOR-MASTER-FILE ASSIGN TO "FORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WS-FORMAST-STATUS.

           SELECT SANC-REPORT-FILE ASSIGN TO "SANCREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.

       FD  FOR-MASTER-FILE.
           COPY FORREC.

       FD  SANC-REPORT-FILE.
       01  SANC-REP-REC.
           03 SREP-ROTULO          PIC X(09).
           03 SREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-MOTIVO          PIC X(30).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-RAZAO-SOCIAL    PIC X(50).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SANCLIST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
      * SEM O CADASTRO DE FORNECEDORES A LINHA SAI SO COM O CNPJ
       01 WS-FORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-FORMAST-OK                  VALUE "S".
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "CNPJSANC".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
                                               WS-INC-RC
                 END-CALL
              ELSE
                 OPEN INPUT FOR-MASTER-FILE
                 IF WS-FORMAST-STATUS = "00"
                    MOVE "S" TO WS-FORMAST-OK-SW
                 END-IF
                 OPEN OUTPUT SANC-REPORT-FILE
                 PERFORM 00024-LE-MESTRE
              END-IF
                   MOVE CNPJ-MST-CHAVE TO SREP-CNPJ
                   MOVE WS-SNC-MOTIVO(WS-IDX-SNC-ACH)
                        TO SREP-MOTIVO
                   PERFORM 00026-BUSCA-RAZAO
                   WRITE SANC-REP-REC
               WHEN WS-IDX-SNC-ACH = ZEROES AND
                    CNPJ-MST-BLOQUEADO
                   MOVE CNPJ-MST-CHAVE TO SREP-CNPJ
                   MOVE "SAIU DA LISTA DO COMPLIANCE"
                        TO SREP-MOTIVO
                   PERFORM 00026-BUSCA-RAZAO
                   WRITE SANC-REP-REC
               WHEN WS-IDX-SNC-ACH > ZEROES
                   ADD 1 TO WS-TOTAL-JA-BLOQ
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00026-BUSCA-RAZAO   SECTION.
      * RAZAO SOCIAL DO FORNECEDOR DA LINHA, QUANDO CADASTRADO
           IF WS-FORMAST-OK
              MOVE CNPJ-MST-CHAVE TO FOR-CNPJ
              READ FOR-MASTER-FILE
                  INVALID KEY
                      MOVE "(SEM CADASTRO NO FORMAST)"
                           TO SREP-RAZAO-SOCIAL
                  NOT INVALID KEY
                      MOVE FOR-RAZAO-SOCIAL TO SREP-RAZAO-SOCIAL
              END-READ
           END-IF.
       00026-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
           IF NOT WS-ABORT
              CLOSE CNPJ-MASTER-FILE
              CLOSE SANC-REPORT-FILE
              IF WS-FORMAST-OK
                 CLOSE FOR-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "FORNECEDORES LIDOS...: " WS-TOTAL-LIDOS.
