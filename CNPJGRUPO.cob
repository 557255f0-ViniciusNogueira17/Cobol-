      *                  motivo mantidos pelo CNPJSANC), para o
      *                  contas a pagar segurar pagamento direto pelo
      *                  extrato.
      * 2026-10-15  RMS  A linha de estabelecimento ganhou a razao
      *                  social do cadastro de fornecedores (FORMAST,
      *                  opcional).
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

           SELECT GRUPO-REPORT-FILE ASSIGN TO "CNPJGREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.

       FD  FOR-MASTER-FILE.
           COPY FORREC.

       FD  GRUPO-REPORT-FILE.
       01  GRUPO-REP-REC.
           03 GREP-ROTULO          PIC X(08).
           03 GREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 GREP-COMPLEMENTO     PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 GREP-RAZAO-SOCIAL    PIC X(50).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
      * SEM O CADASTRO DE FORNECEDORES A LINHA SAI SO COM O CNPJ
       01 WS-FORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-FORMAST-OK                  VALUE "S".
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
                      WS-CNPJMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN INPUT FOR-MASTER-FILE
              IF WS-FORMAST-STATUS = "00"
                 MOVE "S" TO WS-FORMAST-OK-SW
              END-IF
              OPEN OUTPUT GRUPO-REPORT-FILE
              PERFORM 00024-LE-MESTRE
           END-IF.
              STRING "BLOQUEADO: " CNPJ-MST-BLOQ-MOTIVO
                     DELIMITED BY SIZE INTO GREP-COMPLEMENTO
           END-IF.
           PERFORM 00025-BUSCA-RAZAO.
           WRITE GRUPO-REP-REC.
      * CNPJ ALFANUMERICO FICA FORA DO HASH NUMERICO DE CONTROLE
           IF CNPJ-MST-CHAVE(6:9) NUMERIC
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00025-BUSCA-RAZAO   SECTION.
      * RAZAO SOCIAL DO ESTABELECIMENTO, QUANDO CADASTRADO
           IF WS-FORMAST-OK
              MOVE CNPJ-MST-CHAVE TO FOR-CNPJ
              READ FOR-MASTER-FILE
                  INVALID KEY
                      MOVE "(SEM CADASTRO NO FORMAST)"
                           TO GREP-RAZAO-SOCIAL
                  NOT INVALID KEY
                      MOVE FOR-RAZAO-SOCIAL TO GREP-RAZAO-SOCIAL
              END-READ
           END-IF.
       00025-END.
      *
       00026-FECHA-GRUPO   SECTION.
      * FECHA O GRUPO DA RAIZ ANTERIOR: FILIAL PRESENTE SEM A MATRIZ
           IF NOT WS-ABORT
              CLOSE CNPJ-MASTER-FILE
              CLOSE GRUPO-REPORT-FILE
              IF WS-FORMAST-OK
                 CLOSE FOR-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS........: " WS-TOTAL-LIDOS.
