      *                hora de cada cargo por data de vigencia. A data
      *                passa pela DATEUTIL e o valor tem de ser maior
      *                que zero antes de qualquer gravacao.
      *                O cargo tem de constar no catalogo de cargos
      *                (CRGMAST) e o valor tem de caber na faixa dele.
      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Catalogo de cargos (CRGMAST, copybook
      *                  CRGREC, mantido pelo CRGMNT): cargo fora do
      *                  catalogo e valor da hora fora da faixa do
      *                  cargo cancelam a operacao. Sem o catalogo
      *                  aberto, o aviso sai na abertura e so as
      *                  conferencias antigas valem.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  CRG-MASTER-FILE.
           COPY CRGREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
      * CATALOGO DE CARGOS (CRGMAST): CARGO E FAIXA DO VALOR DA HORA
       01 WS-CRGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CRGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CRGMAST-OK                  VALUE "S".
       01 WS-VALOR-MIN-ED      PIC ZZZZ9.99.
       01 WS-VALOR-MAX-ED      PIC ZZZZ9.99.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
              CLOSE SAL-MASTER-FILE
              OPEN I-O SAL-MASTER-FILE
           END-IF.
           OPEN INPUT CRG-MASTER-FILE.
           IF WS-CRGMAST-STATUS = "00"
              MOVE "S" TO WS-CRGMAST-OK-SW
           ELSE
              DISPLAY "AVISO: CRGMAST NAO ABRIU (STATUS "
                      WS-CRGMAST-STATUS ") - CARGO E FAIXA NAO "
                      "CONFERIDOS NO CATALOGO"
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * CARGO PREENCHIDO E NO CATALOGO, VIGENCIA VALIDA PELA DATEUTIL
      * E VALOR DA HORA MAIOR QUE ZERO E DENTRO DA FAIXA DO CARGO
           MOVE "S" TO WS-DADOS-OK-SW.
           IF WS-TRB-CARGO = SPACES
              DISPLAY "*** CARGO EM BRANCO - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
           IF WS-DADOS-OK AND WS-CRGMAST-OK
              PERFORM 00026A-CONFERE-CATALOGO
           END-IF.
       00026-END.
      *
       00026A-CONFERE-CATALOGO SECTION.
      * O CARGO TEM DE CONSTAR NO CATALOGO E O VALOR DA HORA TEM DE
      * CABER NA FAIXA DELE (INICIO E FIM INCLUSIVE)
           MOVE WS-TRB-CARGO TO CRG-CARGO.
           READ CRG-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CARGO NAO CONSTA NO CATALOGO "
                           "(CRGMNT) - OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   IF WS-TRB-VALOR < CRG-VALOR-MIN OR
                      WS-TRB-VALOR > CRG-VALOR-MAX
                      MOVE CRG-VALOR-MIN TO WS-VALOR-MIN-ED
                      MOVE CRG-VALOR-MAX TO WS-VALOR-MAX-ED
                      DISPLAY "*** VALOR DA HORA FORA DA FAIXA DO "
                              "CARGO (" WS-VALOR-MIN-ED " A "
                              WS-VALOR-MAX-ED ") - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                   END-IF
           END-READ.
       00026A-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE SAL-MASTER-FILE.
           IF WS-CRGMAST-OK
              CLOSE CRG-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DA TABELA SALARIAL".
       00030-END.
