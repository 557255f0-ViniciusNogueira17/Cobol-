       IDENTIFICATION      DIVISION.
       PROGRAM-ID. HEXREL.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Relatorio diario da hora extra nao autorizada:
      *                lista, agrupados por celula SETOR/DEPTO/SERVIDOR
      *                (nome por extenso do ORGMAST) e por matricula, os
      *                minutos extras que a conversao de ponto reteve
      *                no HEXRET por falta de autorizacao previa no
      *                HEAMAST e que o RH ainda nao decidiu no HEXLIB.
      *                O retido na conversao de hoje sai marcado NOVO;
      *                cada celula fecha com subtotal e o relatorio com
      *                o total geral. Havendo retencao pendente, a
      *                rodada termina em alerta para o RH agir.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT HEX-RETIDO-FILE ASSIGN TO "HEXRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEX-CHAVE
               FILE STATUS IS WS-HEXRET-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT HEX-SORT-WORK ASSIGN TO "HEXSORTW".

           SELECT HEX-REPORT-FILE ASSIGN TO "HEXNAREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  HEX-RETIDO-FILE.
           COPY HEXREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       SD  HEX-SORT-WORK.
       01  HEX-SORT-REC.
           03 HEX-SORT-SETOR        PIC 9(01).
           03 HEX-SORT-DEPTO        PIC 9(01).
           03 HEX-SORT-SERVIDOR     PIC 9(01).
           03 HEX-SORT-MATRICULA    PIC 9(06).
           03 HEX-SORT-DATA         PIC 9(08).
           03 HEX-SORT-MIN-EXTRA    PIC 9(04).
           03 HEX-SORT-MIN-AUTORIZ  PIC 9(04).
           03 HEX-SORT-MIN-RETIDOS  PIC 9(04).
           03 HEX-SORT-NOVO         PIC X(01).

       FD  HEX-REPORT-FILE.
       01  HEX-REP-REC.
           03 XREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-SETOR           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 XREP-DEPTO           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 XREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-DATA            PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-MIN-EXTRA       PIC X(04).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-MIN-AUTORIZ     PIC X(04).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-MIN-RETIDOS     PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 XREP-MARCA           PIC X(04).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-HEXRET-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "HEXREL".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-HEX-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-HEX-EOF                     VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
      * SEM O HEXRET NENHUMA CONVERSAO RETEVE EXTRA AINDA: O
      * RELATORIO SAI VAZIO. EMPMAST E ORGMAST SAO OPCIONAIS (SEM ELES
      * A LINHA SAI SEM O NOME DO EMPREGADO OU DA CELULA)
       01 WS-HEXRET-OK-SW      PIC X(01)   VALUE "N".
          88 WS-HEXRET-OK                   VALUE "S".
       01 WS-EMPMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-EMPMAST-OK                  VALUE "S".
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * QUEBRA POR CELULA NO RELATORIO
       01 WS-PRIMEIRA-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRA-CELULA             VALUE "S".
       01 WS-CELULA-ANTERIOR.
          03 WS-CEL-SETOR      PIC 9(01)   VALUE ZEROES.
          03 WS-CEL-DEPTO      PIC 9(01)   VALUE ZEROES.
          03 WS-CEL-SERVIDOR   PIC 9(01)   VALUE ZEROES.
       01 WS-CELULA-ATUAL.
          03 WS-CAT-SETOR      PIC 9(01)   VALUE ZEROES.
          03 WS-CAT-DEPTO      PIC 9(01)   VALUE ZEROES.
          03 WS-CAT-SERVIDOR   PIC 9(01)   VALUE ZEROES.
       01 WS-CEL-QTDE          PIC 9(05)   VALUE ZEROES.
       01 WS-CEL-MINUTOS       PIC 9(07)   VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "HEXNAREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "HEXREL".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PENDENTES   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-NOVOS       PIC 9(07)   VALUE ZEROES.
       01 WS-MIN-PENDENTES     PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO
              PERFORM 00040-FECHA-ARQUIVOS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * HEXRET AUSENTE (STATUS 35) E RELATORIO VAZIO; QUALQUER OUTRA
      * FALHA NELE ABORTA O PASSO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "INICIO DO RELATORIO DE HORA EXTRA NAO AUTORIZADA - "
                   DATA-HOJE-NUM.

           OPEN INPUT HEX-RETIDO-FILE.
           EVALUATE WS-HEXRET-STATUS
               WHEN "00"
                   MOVE "S" TO WS-HEXRET-OK-SW
               WHEN "35"
                   DISPLAY "HEXRET AINDA NAO CRIADO - NENHUMA "
                           "RETENCAO A LISTAR"
               WHEN OTHER
                   DISPLAY "*** HEXRET NAO ABRIU (STATUS "
                           WS-HEXRET-STATUS ") - PASSO ABORTADO ***"
                   MOVE "S" TO WS-ABORT-SW
                   MOVE "HEXRET" TO WS-INC-ARQUIVO
                   MOVE WS-HEXRET-STATUS TO WS-INC-STATUS
                   MOVE RC-FATAL TO WS-INC-RC
                   CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                                 WS-INC-ARQUIVO
                                                 WS-INC-STATUS
                                                 WS-INC-RC
                   END-CALL
           END-EVALUATE.
           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS = "00"
                 MOVE "S" TO WS-EMPMAST-OK-SW
              END-IF
              OPEN INPUT ORGMAST-FILE
              IF WS-ORGMAST-STATUS = "00"
                 MOVE "S" TO WS-ORGMAST-OK-SW
              END-IF
              OPEN OUTPUT HEX-REPORT-FILE
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * SELECIONA AS RETENCOES PENDENTES E IMPRIME ORDENADO POR
      * CELULA, MATRICULA E DATA DO MOVIMENTO
           SORT HEX-SORT-WORK
               ON ASCENDING KEY HEX-SORT-SETOR
                                HEX-SORT-DEPTO
                                HEX-SORT-SERVIDOR
                                HEX-SORT-MATRICULA
                                HEX-SORT-DATA
               INPUT PROCEDURE 00021-SELECIONA-RETIDOS
               OUTPUT PROCEDURE 00030-IMPRIME-CELULAS.
           IF NOT WS-PRIMEIRA-CELULA
              PERFORM 00034-SUBTOTAL-CELULA
           END-IF.
           PERFORM 00035-TOTAL-GERAL.
       00020-END.
      *
       00021-SELECIONA-RETIDOS SECTION.
           IF WS-HEXRET-OK
              MOVE "N" TO WS-HEX-EOF-SW
              PERFORM 00022-LE-RETIDO
              PERFORM 00023-SELECIONA-UM UNTIL WS-HEX-EOF
           END-IF.
       00021-END.
      *
       00022-LE-RETIDO     SECTION.
           READ HEX-RETIDO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HEX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-SELECIONA-UM  SECTION.
      * SO A RETENCAO AINDA NAO DECIDIDA PELO RH ENTRA NO RELATORIO
           IF HEX-PENDENTE
              MOVE HEX-SETOR          TO HEX-SORT-SETOR
              MOVE HEX-DEPTO          TO HEX-SORT-DEPTO
              MOVE HEX-SERVIDOR       TO HEX-SORT-SERVIDOR
              MOVE HEX-MATRICULA      TO HEX-SORT-MATRICULA
              MOVE HEX-DATA-MOVTO     TO HEX-SORT-DATA
              MOVE HEX-MIN-EXTRA      TO HEX-SORT-MIN-EXTRA
              MOVE HEX-MIN-AUTORIZ    TO HEX-SORT-MIN-AUTORIZ
              MOVE HEX-MIN-RETIDOS    TO HEX-SORT-MIN-RETIDOS
              IF HEX-DATA-RETENCAO = DATA-HOJE-NUM
                 MOVE "S" TO HEX-SORT-NOVO
                 ADD 1 TO WS-TOTAL-NOVOS
              ELSE
                 MOVE "N" TO HEX-SORT-NOVO
              END-IF
              ADD 1 TO WS-TOTAL-PENDENTES
              ADD HEX-MIN-RETIDOS TO WS-MIN-PENDENTES
              ADD HEX-MATRICULA   TO WS-HASH-MATRICULA
              RELEASE HEX-SORT-REC
           END-IF.
           PERFORM 00022-LE-RETIDO.
       00023-END.
      *
       00030-IMPRIME-CELULAS SECTION.
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-IMPRIME-RETIDO UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN HEX-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-IMPRIME-RETIDO SECTION.
      * NA QUEBRA DE CELULA FECHA A ANTERIOR E ABRE A NOVA COM O NOME
      * POR EXTENSO
           MOVE HEX-SORT-SETOR    TO WS-CAT-SETOR.
           MOVE HEX-SORT-DEPTO    TO WS-CAT-DEPTO.
           MOVE HEX-SORT-SERVIDOR TO WS-CAT-SERVIDOR.
           IF WS-PRIMEIRA-CELULA OR
              WS-CELULA-ATUAL NOT = WS-CELULA-ANTERIOR
              IF NOT WS-PRIMEIRA-CELULA
                 PERFORM 00034-SUBTOTAL-CELULA
              END-IF
              PERFORM 00033-CABECALHO-CELULA
           END-IF.
           MOVE SPACES               TO HEX-REP-REC.
           MOVE "RETIDO"             TO XREP-ROTULO.
           MOVE HEX-SORT-SETOR       TO XREP-SETOR.
           MOVE HEX-SORT-DEPTO       TO XREP-DEPTO.
           MOVE HEX-SORT-SERVIDOR    TO XREP-SERVIDOR.
           MOVE HEX-SORT-MATRICULA   TO XREP-MATRICULA.
           IF WS-EMPMAST-OK
              MOVE HEX-SORT-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      MOVE "(MATRICULA NAO CONSTA NO EMPMAST)"
                           TO XREP-NOME
                  NOT INVALID KEY
                      MOVE EMP-NOME TO XREP-NOME
              END-READ
           END-IF.
           MOVE HEX-SORT-DATA        TO XREP-DATA.
           MOVE HEX-SORT-MIN-EXTRA   TO XREP-MIN-EXTRA.
           MOVE HEX-SORT-MIN-AUTORIZ TO XREP-MIN-AUTORIZ.
           MOVE HEX-SORT-MIN-RETIDOS TO XREP-MIN-RETIDOS.
           IF HEX-SORT-NOVO = "S"
              MOVE "NOVO"            TO XREP-MARCA
           END-IF.
           WRITE HEX-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           ADD 1 TO WS-CEL-QTDE.
           ADD HEX-SORT-MIN-RETIDOS TO WS-CEL-MINUTOS.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00033-CABECALHO-CELULA SECTION.
           MOVE "N"             TO WS-PRIMEIRA-SW.
           MOVE WS-CELULA-ATUAL TO WS-CELULA-ANTERIOR.
           MOVE ZEROES          TO WS-CEL-QTDE WS-CEL-MINUTOS.
           MOVE SPACES          TO HEX-REP-REC.
           MOVE "CELULA"        TO XREP-ROTULO.
           MOVE WS-CAT-SETOR    TO XREP-SETOR.
           MOVE WS-CAT-DEPTO    TO XREP-DEPTO.
           MOVE WS-CAT-SERVIDOR TO XREP-SERVIDOR.
           IF WS-ORGMAST-OK
              MOVE WS-CAT-SETOR    TO ORGM-SETOR
              MOVE WS-CAT-DEPTO    TO ORGM-DEPTO
              MOVE WS-CAT-SERVIDOR TO ORGM-SERVIDOR-IDX
              READ ORGMAST-FILE
                  INVALID KEY
                      MOVE "(CELULA NAO CONSTA NO ORGMAST)"
                           TO XREP-NOME
                  NOT INVALID KEY
                      MOVE ORGM-DESCRICAO TO XREP-NOME
              END-READ
           END-IF.
           WRITE HEX-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00033-END.
      *
       00034-SUBTOTAL-CELULA SECTION.
           MOVE SPACES            TO HEX-REP-REC.
           MOVE "SUBTOTAL"        TO XREP-ROTULO.
           MOVE WS-CEL-SETOR      TO XREP-SETOR.
           MOVE WS-CEL-DEPTO      TO XREP-DEPTO.
           MOVE WS-CEL-SERVIDOR   TO XREP-SERVIDOR.
           MOVE WS-CEL-QTDE       TO XREP-NOME(1:5).
           MOVE "DIA(S) RETIDO(S)" TO XREP-NOME(7:16).
           MOVE WS-CEL-MINUTOS    TO XREP-MIN-RETIDOS.
           WRITE HEX-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00034-END.
      *
       00035-TOTAL-GERAL   SECTION.
           MOVE SPACES             TO HEX-REP-REC.
           MOVE "TOTAL"            TO XREP-ROTULO.
           MOVE WS-TOTAL-PENDENTES TO XREP-NOME(1:7).
           MOVE "DIA(S) RETIDO(S)" TO XREP-NOME(9:16).
           MOVE WS-TOTAL-NOVOS     TO XREP-NOME(26:7).
           MOVE "NOVO(S)"          TO XREP-NOME(34:7).
           MOVE WS-MIN-PENDENTES(3:7) TO XREP-MIN-RETIDOS.
           WRITE HEX-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           IF WS-HEXRET-OK
              CLOSE HEX-RETIDO-FILE
           END-IF.
           IF WS-EMPMAST-OK
              CLOSE EMP-MASTER-FILE
           END-IF.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           CLOSE HEX-REPORT-FILE.
           CALL "GRAVA-SPOOL" USING WS-SPL-REPORT WS-SPL-PROGRAMA
                                     WS-SPL-LINHAS
           END-CALL.
       00040-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "HEXREL"             TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-PENDENTES   TO AUDIT-QTDE-ACEITOS.
           MOVE ZEROES               TO AUDIT-QTDE-REJEIT.
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
       00047-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O HEXRET NAO ABRIU,
      * ALERTA SE HA RETENCAO AGUARDANDO O RH, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-PENDENTES > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "RETENCOES LIDAS......: " WS-TOTAL-LIDOS.
           DISPLAY "PENDENTES DO RH......: " WS-TOTAL-PENDENTES.
           DISPLAY "  RETIDAS HOJE.......: " WS-TOTAL-NOVOS.
           DISPLAY "MINUTOS PENDENTES....: " WS-MIN-PENDENTES.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO RELATORIO DE HORA EXTRA NAO AUTORIZADA".
       00050-END.
