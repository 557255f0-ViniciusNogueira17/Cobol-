      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Imagem do arquivo de expurgo ampliada para
      *                  102 posicoes: o EMP-REC ganhou o NIS no fim
      *                  e passou a ser a maior das duas imagens.
      * 2026-10-15  RMS  Cada exclusao do EMPMAST passou a ser gravada
      *                  no jornal de alteracoes do mestre (EMPJRNL,
      *                  operacao "E" com a imagem antes e o proprio
      *                  programa como operador), para a recuperacao
      *                  para frente (RECMAST) nao ressuscitar o
      *                  expurgado ao reaplicar o jornal sobre o
      *                  backup.
      * 2026-10-15  RMS  Cada expurgado passou a sair tambem do indice
      *                  fonetico de nomes (EMPFONE) da busca por nome
      *                  do EMPINQ, pela subrotina GRAVA-FONETICA;
      *                  falha no indice leva o passo a alerta.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPARCH-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPJRNL-STATUS.

           SELECT PURGE-REPORT-FILE ASSIGN TO "EMPURGRL"
               ORGANIZATION IS LINE SEQUENTIAL.

       01  ARCH-REC.
           03 ARCH-TIPO            PIC X(01).
      *       "E" IMAGEM DO EMP-REC, "C" IMAGEM DO CPF-MST-REC
           03 ARCH-IMAGEM          PIC X(102).

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  PURGE-REPORT-FILE.
       01  PURGE-REP-REC.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CPFMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPARCH-STATUS    PIC X(02)   VALUE SPACES.
      * JORNAL DE ALTERACOES DO MESTRE (EMPJRNL); O OPERADOR DO LOTE
      * E O PROPRIO PROGRAMA
       01 WS-EMPJRNL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPERADOR          PIC X(08)   VALUE "EMPPURGE".
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPPURGE".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXPURGADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CPF-EXP     PIC 9(07)   VALUE ZEROES.
      * INDICE FONETICO DE NOMES (EMPFONE/GRAVA-FONETICA)
       01 WS-FON-OPERACAO      PIC X(01)   VALUE "E".
       01 WS-FON-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-TOTAL-FALHA-FONE  PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
              IF WS-EMPARCH-STATUS = "35"
                 OPEN OUTPUT ARQUIVO-EXPURGO-FILE
              END-IF
              OPEN EXTEND EMP-JORNAL-FILE
              IF WS-EMPJRNL-STATUS = "35"
                 OPEN OUTPUT EMP-JORNAL-FILE
              END-IF
              OPEN OUTPUT PURGE-REPORT-FILE
              PERFORM 00024-LE-EMPREGADO
           END-IF.
               INVALID KEY
                   DISPLAY "*** FALHA NA EXCLUSAO DA MATRICULA "
                           EMP-MATRICULA " ***"
               NOT INVALID KEY
                   PERFORM 00025A-GRAVA-JORNAL
                   PERFORM 00025B-EXCLUI-FONETICA
           END-DELETE.
       00025-END.
      *
       00025A-GRAVA-JORNAL SECTION.
      * GRAVA A EXCLUSAO NO JORNAL DE ALTERACOES DO MESTRE, COM A
      * IMAGEM ANTES (EXCLUSAO NAO TEM IMAGEM DEPOIS)
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES             TO EMPJ-REC.
           MOVE WS-JRN-DATA(1:4)   TO EMPJ-ANO.
           MOVE WS-JRN-DATA(5:2)   TO EMPJ-MES.
           MOVE WS-JRN-DATA(7:2)   TO EMPJ-DIA.
           MOVE WS-JRN-HORA(1:2)   TO EMPJ-HH.
           MOVE WS-JRN-HORA(3:2)   TO EMPJ-MM.
           MOVE WS-JRN-HORA(5:2)   TO EMPJ-SS.
           MOVE WS-OPERADOR        TO EMPJ-OPERADOR.
           MOVE "E"                TO EMPJ-OPERACAO.
           MOVE EMP-MATRICULA      TO EMPJ-MATRICULA.
           MOVE EMP-REC            TO EMPJ-ANTES.
           MOVE SPACES             TO EMPJ-DEPOIS.
           WRITE EMPJ-REC.
       00025A-END.
      *
       00025B-EXCLUI-FONETICA SECTION.
      * TIRA O EXPURGADO DO INDICE FONETICO DE NOMES; A FALHA SO E
      * AVISADA E CONTADA (O EMPFONGR RECONSTROI O INDICE)
           CALL "GRAVA-FONETICA" USING WS-FON-OPERACAO EMP-MATRICULA
                                        EMP-NOME WS-FON-STATUS
           END-CALL.
           IF WS-FON-STATUS NOT = "00"
              DISPLAY "AVISO: MATRICULA " EMP-MATRICULA
                      " NAO SAIU DO INDICE FONETICO EMPFONE (STATUS "
                      WS-FON-STATUS ")"
              ADD 1 TO WS-TOTAL-FALHA-FONE
           END-IF.
       00025B-END.
      *
       00026-EXPURGA-CPF   SECTION.
      * ARQUIVA E EXCLUI O REGISTRO DO CPF DO EXPURGADO NO CPFMAST;
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O EMPMAST NAO ABRIU,
      * ALERTA SE ALGUM EXPURGADO FICOU NO INDICE FONETICO, NORMAL
      * CASO CONTRARIO (RODADA SEM NADA A EXPURGAR E NORMAL)
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-FALHA-FONE > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
                 CLOSE CPF-MASTER-FILE
              END-IF
              CLOSE ARQUIVO-EXPURGO-FILE
              CLOSE EMP-JORNAL-FILE
              CLOSE PURGE-REPORT-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "EMPREGADOS LIDOS.........: " WS-TOTAL-LIDOS.
           DISPLAY "EMPREGADOS EXPURGADOS....: " WS-TOTAL-EXPURGADOS.
           DISPLAY "CPFS EXPURGADOS..........: " WS-TOTAL-CPF-EXP.
           DISPLAY "FALHAS NO EMPFONE........: " WS-TOTAL-FALHA-FONE.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
