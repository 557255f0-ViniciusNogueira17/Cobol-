       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPFONGR.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Utilitario de geracao do indice fonetico de
      *                nomes EMPFONE (copybook FONREC): le o EMPMAST
      *                inteiro em ordem de matricula e regrava o indice
      *                do zero: um registro por palavra distinta da
      *                chave CHAVE-FONETICA de cada empregado.
      *                Roda uma vez na implantacao da busca por nome do
      *                EMPINQ e depois sempre que o mestre for
      *                recarregado por fora dos programas que mantem o
      *                indice (recuperacao para frente do RECMAST,
      *                conversao EMPCONV) ou quando a GRAVA-FONETICA
      *                avisar falha no indice. Nome sem nenhuma letra
      *                fica fora do indice e e contado; os totais
      *                de reconciliacao seguem o padrao dos demais
      *                passos do lote.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Um registro por palavra do nome (FON-PALAVRA),
      *                  como a GRAVA-FONETICA.
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

           SELECT FONE-INDEX-FILE ASSIGN TO "EMPFONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FON-CHAVE-PRIM
               ALTERNATE RECORD KEY IS FON-PALAVRA WITH DUPLICATES
               FILE STATUS IS WS-EMPFONE-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  FONE-INDEX-FILE.
           COPY FONREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPFONE-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPFONGR".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-CHAVE             PIC X(30)   VALUE SPACES.
       01 WS-TAMANHO           PIC 9(02)   VALUE ZEROES.
      * PALAVRAS DA CHAVE JA GRAVADAS PARA O EMPREGADO CORRENTE
       01 WS-PONTEIRO          PIC 9(02)   VALUE ZEROES.
       01 WS-PALAVRA           PIC X(30)   VALUE SPACES.
       01 WS-QTDE-PAL          PIC 9(02)   VALUE ZEROES.
       01 WS-TAB-PALAVRAS.
          03 WS-PAL-GRAVADA    PIC X(30)   OCCURS 15 TIMES.
       01 WS-IDX-PAL           PIC 9(02)   VALUE ZEROES.
       01 WS-REPETIDA-SW       PIC X(01)   VALUE "N".
          88 WS-REPETIDA                    VALUE "S".
       01 WS-FALHOU-SW         PIC X(01)   VALUE "N".
          88 WS-FALHOU                      VALUE "S".
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-INDEXADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-GRAVADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-CHAVE   PIC 9(07)   VALUE ZEROES.
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
           DISPLAY "INICIO DA GERACAO DO INDICE FONETICO DE NOMES".

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "EMPMAST" TO WS-INC-ARQUIVO
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              OPEN OUTPUT FONE-INDEX-FILE
              IF WS-EMPFONE-STATUS NOT = "00"
                 DISPLAY "*** EMPFONE NAO ABRIU (STATUS "
                         WS-EMPFONE-STATUS ") - PASSO ABORTADO ***"
                 CLOSE EMP-MASTER-FILE
                 MOVE "EMPFONE" TO WS-INC-ARQUIVO
                 MOVE WS-EMPFONE-STATUS TO WS-INC-STATUS
                 PERFORM 00015-ABORTA
              ELSE
                 PERFORM 00024-LE-EMPREGADO
              END-IF
           END-IF.
       00010-END.
      *
       00015-ABORTA        SECTION.
      * REGISTRA O INCIDENTE DO ARQUIVO QUE NAO ABRIU E MARCA O PASSO
      * PARA TERMINAR SEM PROCESSAR
           MOVE "S" TO WS-ABORT-SW.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS
                                         WS-INC-RC
           END-CALL.
       00015-END.
      *
       00020-PROCESSO      SECTION.
      * GRAVA AS PALAVRAS DA CHAVE FONETICA DO EMPREGADO; O MESTRE VEM
      * EM ORDEM DE MATRICULA E AS PALAVRAS NA ORDEM DO NOME, A MESMA
      * ORDEM DA CHAVE PRIMARIA DO INDICE
           CALL "CHAVE-FONETICA" USING EMP-NOME WS-CHAVE WS-TAMANHO
           END-CALL.
           IF WS-TAMANHO = ZEROES
              DISPLAY "MATRICULA " EMP-MATRICULA
                      " COM NOME SEM LETRAS - FORA DO INDICE"
              ADD 1 TO WS-TOTAL-SEM-CHAVE
           ELSE
              MOVE 1      TO WS-PONTEIRO
              MOVE ZEROES TO WS-QTDE-PAL
              MOVE "N"    TO WS-FALHOU-SW
              PERFORM 00021-GRAVA-PALAVRA
                 UNTIL WS-PONTEIRO > WS-TAMANHO OR WS-FALHOU
              IF WS-FALHOU
                 DISPLAY "*** FALHA NA GRAVACAO DA MATRICULA "
                         EMP-MATRICULA " NO EMPFONE ***"
                 ADD 1 TO WS-TOTAL-REJEITADOS
              ELSE
                 ADD 1 TO WS-TOTAL-INDEXADOS
                 ADD EMP-MATRICULA TO WS-HASH-MATRICULA
              END-IF
           END-IF.
           PERFORM 00024-LE-EMPREGADO.
       00020-END.
      *
       00021-GRAVA-PALAVRA SECTION.
      * TIRA A PROXIMA PALAVRA DA CHAVE; PALAVRA REPETIDA NO NOME
      * ENTRA UMA VEZ SO
           MOVE SPACES TO WS-PALAVRA.
           UNSTRING WS-CHAVE DELIMITED BY SPACE
               INTO WS-PALAVRA
               WITH POINTER WS-PONTEIRO
           END-UNSTRING.
           IF WS-PALAVRA NOT = SPACES
              MOVE "N" TO WS-REPETIDA-SW
              PERFORM 00022-PROCURA-REPETIDA
                 VARYING WS-IDX-PAL FROM 1 BY 1
                 UNTIL WS-IDX-PAL > WS-QTDE-PAL OR WS-REPETIDA
              IF NOT WS-REPETIDA
                 ADD 1 TO WS-QTDE-PAL
                 MOVE WS-PALAVRA    TO WS-PAL-GRAVADA(WS-QTDE-PAL)
                 MOVE EMP-MATRICULA TO FON-MATRICULA
                 MOVE WS-QTDE-PAL   TO FON-ORDEM
                 MOVE WS-PALAVRA    TO FON-PALAVRA
                 MOVE WS-CHAVE      TO FON-CHAVE
                 WRITE FON-REC
                     INVALID KEY
                         MOVE "S" TO WS-FALHOU-SW
                     NOT INVALID KEY
                         ADD 1 TO WS-TOTAL-GRAVADOS
                 END-WRITE
              END-IF
           END-IF.
       00021-END.
      *
       00022-PROCURA-REPETIDA SECTION.
           IF WS-PAL-GRAVADA(WS-IDX-PAL) = WS-PALAVRA
              MOVE "S" TO WS-REPETIDA-SW
           END-IF.
       00022-END.
      *
       00024-LE-EMPREGADO  SECTION.
      * LE O PROXIMO REGISTRO DO MESTRE DE EMPREGADOS
           READ EMP-MASTER-FILE
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
           MOVE "EMPFONGR"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-INDEXADOS   TO AUDIT-QTDE-ACEITOS.
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
              CLOSE EMP-MASTER-FILE
              CLOSE FONE-INDEX-FILE
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "EMPREGADOS LIDOS....: " WS-TOTAL-LIDOS.
           DISPLAY "EMPREGADOS INDEXADOS: " WS-TOTAL-INDEXADOS.
           DISPLAY "PALAVRAS GRAVADAS...: " WS-TOTAL-GRAVADOS.
           DISPLAY "  NOME SEM LETRAS...: " WS-TOTAL-SEM-CHAVE.
           DISPLAY "FALHAS DE GRAVACAO..: " WS-TOTAL-REJEITADOS.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DA GERACAO DO INDICE FONETICO DE NOMES".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM DOS ARQUIVOS NAO
      * ABRIU, ALERTA SE HOUVE FALHA DE GRAVACAO OU NOME SEM CHAVE,
      * NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES OR
                 WS-TOTAL-SEM-CHAVE > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
