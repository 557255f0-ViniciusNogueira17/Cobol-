      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  O CNPJ da contratada passou a ser mostrado
      *                  com a razao social do cadastro de
      *                  fornecedores (FORMAST, opcional).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.

           SELECT FOR-MASTER-FILE ASSIGN TO "FORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WS-FORMAST-STATUS.
      *
       DATA                DIVISION.
      *

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.

       FD  FOR-MASTER-FILE.
           COPY FORREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-TERMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
      * SEM O CADASTRO DE FORNECEDORES A CONTRATADA SO APARECE PELO
      * CNPJ
       01 WS-FORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-FORMAST-OK                  VALUE "S".
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE TER-MASTER-FILE
           ELSE
              OPEN INPUT FOR-MASTER-FILE
              IF WS-FORMAST-STATUS = "00"
                 MOVE "S" TO WS-FORMAST-OK-SW
              END-IF
           END-IF.
       00010-END.
      *
              END-READ
           END-IF.

           IF WS-DADOS-OK
              PERFORM 00027-MOSTRA-CONTRATADA
           END-IF.

           IF WS-DADOS-OK
              MOVE "D"             TO WS-DU-OPERACAO
              MOVE WS-TRB-DATA-FIM TO WS-DU-DATA-2
              END-IF
           END-IF.
       00026-END.
      *
       00027-MOSTRA-CONTRATADA SECTION.
      * MOSTRA A RAZAO SOCIAL DA CONTRATADA PARA O OPERADOR CONFERIR
      * O CNPJ DIGITADO
           IF WS-FORMAST-OK
              MOVE WS-TRB-CNPJ TO FOR-CNPJ
              READ FOR-MASTER-FILE
                  INVALID KEY
                      DISPLAY "CONTRATADA: (SEM CADASTRO NO FORMAST)"
                  NOT INVALID KEY
                      DISPLAY "CONTRATADA: " FOR-RAZAO-SOCIAL
              END-READ
           END-IF.
       00027-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE TER-MASTER-FILE.
           CLOSE CNPJ-MASTER-FILE.
           IF WS-FORMAST-OK
              CLOSE FOR-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO MESTRE DE TERCEIRIZADOS".
       00030-END.
