       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ESCEXPAN.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Expansao diaria das escalas de revezamento
      *                (12X36, 6X1, 5X2 RODIZIO...): para cada
      *                matricula vinculada no ESCATRIB (ESCMNT), corre
      *                o ciclo do padrao ESCMAST a partir da data de
      *                inicio da atribuicao e grava no ESCDIA, dia a
      *                dia, os minutos esperados e a marca de turno
      *                noturno. O periodo default e o mes anterior e o
      *                mes corrente (cobre o movimento atrasado da
      *                virada do mes); CTL-ANO-MES restringe a um mes.
      *                Os registros do periodo sao excluidos antes da
      *                regravacao, para que a matricula desvinculada
      *                volte a jornada semanal do JORMAST. A conversao
      *                de ponto, o AUSENCIA e o DESCANSO consultam o
      *                ESCDIA. Relatorio ESCREL com os dias de
      *                trabalho, minutos e noites de cada matricula e
      *                as atribuicoes recusadas.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ESC-MASTER-FILE ASSIGN TO "ESCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CODIGO
               FILE STATUS IS WS-ESCMAST-STATUS.

           SELECT ESA-MASTER-FILE ASSIGN TO "ESCATRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESA-MATRICULA
               FILE STATUS IS WS-ESCATRIB-STATUS.

           SELECT ESD-DIA-FILE ASSIGN TO "ESCDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-CHAVE
               FILE STATUS IS WS-ESCDIA-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ESC-REPORT-FILE ASSIGN TO "ESCREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  ESC-MASTER-FILE.
           COPY ESCREC.

       FD  ESA-MASTER-FILE.
           COPY ESAREC.

       FD  ESD-DIA-FILE.
           COPY ESDREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  ESC-REPORT-FILE.
       01  ESC-REP-REC.
           03 EREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-ESCALA          PIC X(04).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-INICIO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-DIAS-TRAB       PIC X(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-MINUTOS         PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-NOITES          PIC X(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-OBSERVACAO      PIC X(30).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-ESCMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ESCATRIB-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ESCDIA-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "ESCEXPAN".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-ESD-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-ESD-EOF                     VALUE "Y".
       01 WS-ACEITA-SW         PIC X(01)   VALUE "N".
          88 WS-ATRIBUICAO-ACEITA           VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * PERIODO DA EXPANSAO: DO PRIMEIRO DIA DO MES INICIAL AO ULTIMO
      * DIA DO MES FINAL (DEFAULT MES ANTERIOR E MES CORRENTE)
       01 WS-PER-INI.
          03 WS-PI-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-PI-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-PI-DIA         PIC 9(02)   VALUE 01.
       01 WS-PER-INI-NUM REDEFINES WS-PER-INI PIC 9(08).
       01 WS-MES-FINAL.
          03 WS-MF-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MF-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MF-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-FINAL-NUM REDEFINES WS-MES-FINAL PIC 9(08).
       01 WS-MES-SEGUINTE.
          03 WS-MS-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MS-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MS-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-SEGUINTE-NUM REDEFINES WS-MES-SEGUINTE PIC 9(08).
       01 WS-PER-FIM           PIC 9(08)   VALUE ZEROES.
      * EXPANSAO DA ATRIBUICAO CORRENTE
       01 WS-EXP-INICIO        PIC 9(08)   VALUE ZEROES.
       01 WS-EXP-QTDE-DIAS     PIC 9(03)   VALUE ZEROES.
       01 WS-EXP-OFFSET        PIC 9(03)   VALUE ZEROES.
       01 WS-EXP-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-EXP-DIF-CICLO     PIC 9(05)   VALUE ZEROES.
       01 WS-EXP-QUOCIENTE     PIC 9(05)   VALUE ZEROES.
       01 WS-EXP-RESTO         PIC 9(02)   VALUE ZEROES.
       01 WS-EXP-DIA-CICLO     PIC 9(02)   VALUE ZEROES.
       01 WS-MAT-DIAS-TRAB     PIC 9(03)   VALUE ZEROES.
       01 WS-MAT-MINUTOS       PIC 9(07)   VALUE ZEROES.
       01 WS-MAT-NOITES        PIC 9(03)   VALUE ZEROES.
       01 WS-MOTIVO            PIC X(30)   VALUE SPACES.
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "ESCREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "ESCEXPAN".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXPANDIDOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-PADRAO  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-EMPREG  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DESLIGADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FORA-PER    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXCLUIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-GRAVADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DIAS-TRAB   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-MINUTOS     PIC 9(09)   VALUE ZEROES.
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
      * ESCMAST, ESCATRIB, EMPMAST E ESCDIA SAO OBRIGATORIOS; O ESCDIA
      * E CRIADO VAZIO NA PRIMEIRA EXECUCAO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-MF-ANO.
           MOVE MES TO WS-MF-MES.
           IF MES = 01
              COMPUTE WS-PI-ANO = ANO - 1
              MOVE 12 TO WS-PI-MES
           ELSE
              MOVE ANO TO WS-PI-ANO
              COMPUTE WS-PI-MES = MES - 1
           END-IF.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00013-CALCULA-FIM-PERIODO.

           DISPLAY " ".
           DISPLAY "INICIO DA EXPANSAO DE ESCALAS DE REVEZAMENTO - "
                   WS-PER-INI-NUM " A " WS-PER-FIM.

           OPEN INPUT ESC-MASTER-FILE.
           OPEN INPUT ESA-MASTER-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-ESCMAST-STATUS NOT = "00" OR
              WS-ESCATRIB-STATUS NOT = "00" OR
              WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** ESCMAST/ESCATRIB/EMPMAST NAO ABRIRAM "
                      "(STATUS " WS-ESCMAST-STATUS "/"
                      WS-ESCATRIB-STATUS "/" WS-EMPMAST-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              EVALUATE TRUE
                  WHEN WS-ESCMAST-STATUS NOT = "00"
                       MOVE "ESCMAST" TO WS-INC-ARQUIVO
                       MOVE WS-ESCMAST-STATUS TO WS-INC-STATUS
                  WHEN WS-ESCATRIB-STATUS NOT = "00"
                       MOVE "ESCATRIB" TO WS-INC-ARQUIVO
                       MOVE WS-ESCATRIB-STATUS TO WS-INC-STATUS
                  WHEN OTHER
                       MOVE "EMPMAST" TO WS-INC-ARQUIVO
                       MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              END-EVALUATE
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN I-O ESD-DIA-FILE
              IF WS-ESCDIA-STATUS = "35"
                 OPEN OUTPUT ESD-DIA-FILE
                 CLOSE ESD-DIA-FILE
                 OPEN I-O ESD-DIA-FILE
              END-IF
              IF WS-ESCDIA-STATUS NOT = "00"
                 DISPLAY "*** ESCDIA NAO ABRIU (STATUS "
                         WS-ESCDIA-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "ESCDIA" TO WS-INC-ARQUIVO
                 MOVE WS-ESCDIA-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS WS-INC-RC
                 END-CALL
              END-IF
           END-IF.
           IF WS-ABORT
              IF WS-ESCMAST-STATUS = "00"
                 CLOSE ESC-MASTER-FILE
              END-IF
              IF WS-ESCATRIB-STATUS = "00"
                 CLOSE ESA-MASTER-FILE
              END-IF
              IF WS-EMPMAST-STATUS = "00"
                 CLOSE EMP-MASTER-FILE
              END-IF
           ELSE
              OPEN OUTPUT ESC-REPORT-FILE
              PERFORM 00012-CABECALHO
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): CTL-ANO-MES VALIDO
      * RESTRINGE A EXPANSAO AO MES INDICADO
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES AND
                         CTL-MES < 13
                         MOVE CTL-ANO TO WS-PI-ANO WS-MF-ANO
                         MOVE CTL-MES TO WS-PI-MES WS-MF-MES
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-CABECALHO     SECTION.
           MOVE SPACES TO ESC-REP-REC.
           MOVE "ESCREL"                    TO EREP-ROTULO.
           MOVE "EXPANSAO DE ESCALAS DE REVEZAMENTO" TO EREP-NOME.
           MOVE "PERIODO"                   TO EREP-OBSERVACAO(1:7).
           MOVE WS-PER-INI-NUM              TO EREP-OBSERVACAO(9:8).
           MOVE "A"                         TO EREP-OBSERVACAO(18:1).
           MOVE WS-PER-FIM                  TO EREP-OBSERVACAO(20:8).
           WRITE ESC-REP-REC.
           MOVE SPACES TO ESC-REP-REC.
           MOVE "MATRIC"       TO EREP-MATRICULA.
           MOVE "NOME"         TO EREP-NOME.
           MOVE "ESC"          TO EREP-ESCALA.
           MOVE "INICIO"       TO EREP-INICIO.
           MOVE "DIAS"         TO EREP-DIAS-TRAB.
           MOVE "MINUTOS"      TO EREP-MINUTOS.
           MOVE "NOITE"        TO EREP-NOITES.
           MOVE "OBSERVACAO"   TO EREP-OBSERVACAO.
           WRITE ESC-REP-REC.
           ADD 2 TO WS-SPL-LINHAS.
       00012-END.
      *
       00013-CALCULA-FIM-PERIODO SECTION.
      * ULTIMO DIA DO MES FINAL = PRIMEIRO DIA DO MES SEGUINTE - 1,
      * PELA DATEUTIL
           IF WS-MF-MES = 12
              COMPUTE WS-MS-ANO = WS-MF-ANO + 1
              MOVE 01 TO WS-MS-MES
           ELSE
              MOVE WS-MF-ANO TO WS-MS-ANO
              COMPUTE WS-MS-MES = WS-MF-MES + 1
           END-IF.
           MOVE "D"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-SEGUINTE-NUM TO WS-DU-DATA-1.
           MOVE WS-MES-FINAL-NUM    TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE "A"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-FINAL-NUM    TO WS-DU-DATA-1.
           SUBTRACT 1 FROM WS-DU-DIAS.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-RESULTADO     TO WS-PER-FIM.
       00013-END.
      *
       00014-CHAMA-DATEUTIL SECTION.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-DU-DATA-1
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
       00014-END.
      *
       00020-PROCESSO      SECTION.
      * LIMPA O PERIODO NO ESCDIA E REGRAVA A PARTIR DE CADA
      * ATRIBUICAO DO ESCATRIB, EM ORDEM DE MATRICULA
           PERFORM 00021-LE-ESCDIA.
           PERFORM 00022-LIMPA-PERIODO UNTIL WS-ESD-EOF.
           PERFORM 00023-LE-ATRIBUICAO.
           PERFORM 00024-EXPANDE-ATRIBUICAO UNTIL WS-EOF.
           PERFORM 00035-TOTAL-GERAL.
       00020-END.
      *
       00021-LE-ESCDIA     SECTION.
           READ ESD-DIA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ESD-EOF-SW
           END-READ.
       00021-END.
      *
       00022-LIMPA-PERIODO SECTION.
      * EXCLUI O DIA ESPERADO QUE CAI NO PERIODO; OS DIAS FORA DELE
      * (HISTORICO) FICAM
           IF ESD-DATA NOT < WS-PER-INI-NUM AND
              ESD-DATA NOT > WS-PER-FIM
              DELETE ESD-DIA-FILE RECORD
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      ADD 1 TO WS-TOTAL-EXCLUIDOS
              END-DELETE
           END-IF.
           PERFORM 00021-LE-ESCDIA.
       00022-END.
      *
       00023-LE-ATRIBUICAO SECTION.
           READ ESA-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD ESA-MATRICULA TO WS-HASH-MATRICULA
           END-READ.
       00023-END.
      *
       00024-EXPANDE-ATRIBUICAO SECTION.
      * CONFERE PADRAO E EMPREGADO E CORRE O CICLO DO PRIMEIRO DIA DO
      * PERIODO (OU DO INICIO DA ATRIBUICAO, SE POSTERIOR) AO ULTIMO
           MOVE "S"    TO WS-ACEITA-SW.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM 00025-VALIDA-ATRIBUICAO.
           IF WS-ATRIBUICAO-ACEITA
              MOVE ZEROES TO WS-MAT-DIAS-TRAB WS-MAT-MINUTOS
                             WS-MAT-NOITES
              IF ESA-DATA-INICIO > WS-PER-INI-NUM
                 MOVE ESA-DATA-INICIO TO WS-EXP-INICIO
              ELSE
                 MOVE WS-PER-INI-NUM  TO WS-EXP-INICIO
              END-IF
              IF WS-EXP-INICIO > WS-PER-FIM
                 ADD 1 TO WS-TOTAL-FORA-PER
                 MOVE "INICIO APOS O PERIODO" TO WS-MOTIVO
              ELSE
                 MOVE "D"           TO WS-DU-OPERACAO
                 MOVE WS-PER-FIM    TO WS-DU-DATA-1
                 MOVE WS-EXP-INICIO TO WS-DU-DATA-2
                 PERFORM 00014-CHAMA-DATEUTIL
                 COMPUTE WS-EXP-QTDE-DIAS = WS-DU-DIAS + 1
                 PERFORM 00026-GRAVA-DIA
                     VARYING WS-EXP-OFFSET FROM 0 BY 1
                     UNTIL WS-EXP-OFFSET NOT < WS-EXP-QTDE-DIAS
                 ADD 1 TO WS-TOTAL-EXPANDIDOS
              END-IF
           END-IF.
           PERFORM 00032-IMPRIME-ATRIBUICAO.
           PERFORM 00023-LE-ATRIBUICAO.
       00024-END.
      *
       00025-VALIDA-ATRIBUICAO SECTION.
      * PADRAO INEXISTENTE OU SEM CICLO E MATRICULA FORA DO EMPMAST
      * SAO RECUSAS (ALERTA); O DESLIGADO SO DEIXA DE SER EXPANDIDO
           MOVE ESA-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACEITA-SW
                   MOVE "MATRICULA NAO CONSTA NO EMPMAST" TO WS-MOTIVO
                   MOVE SPACES TO EMP-NOME
                   ADD 1 TO WS-TOTAL-SEM-EMPREG
           END-READ.
           IF WS-ATRIBUICAO-ACEITA AND EMP-DESLIGADO
              MOVE "N" TO WS-ACEITA-SW
              MOVE "EMPREGADO DESLIGADO" TO WS-MOTIVO
              ADD 1 TO WS-TOTAL-DESLIGADOS
           END-IF.
           IF WS-ATRIBUICAO-ACEITA
              MOVE ESA-ESCALA TO ESC-CODIGO
              READ ESC-MASTER-FILE
                  INVALID KEY
                      MOVE "N" TO WS-ACEITA-SW
                      MOVE "PADRAO NAO CONSTA NO ESCMAST"
                           TO WS-MOTIVO
                      ADD 1 TO WS-TOTAL-SEM-PADRAO
                  NOT INVALID KEY
                      IF ESC-QTDE-DIAS = ZEROES OR
                         ESC-QTDE-DIAS > 35
                         MOVE "N" TO WS-ACEITA-SW
                         MOVE "PADRAO SEM CICLO VALIDO"
                              TO WS-MOTIVO
                         ADD 1 TO WS-TOTAL-SEM-PADRAO
                      END-IF
              END-READ
           END-IF.
       00025-END.
      *
       00026-GRAVA-DIA     SECTION.
      * DIA DO CICLO = (DIAS DESDE O INICIO DA ATRIBUICAO MOD CICLO)
      * + 1; GRAVA OS MINUTOS E A MARCA DE NOITE DAQUELE DIA
           MOVE "A"           TO WS-DU-OPERACAO.
           MOVE WS-EXP-INICIO TO WS-DU-DATA-1.
           MOVE WS-EXP-OFFSET TO WS-DU-DIAS.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-RESULTADO TO WS-EXP-DATA.
           MOVE "D"             TO WS-DU-OPERACAO.
           MOVE WS-EXP-DATA     TO WS-DU-DATA-1.
           MOVE ESA-DATA-INICIO TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-DIAS      TO WS-EXP-DIF-CICLO.
           DIVIDE WS-EXP-DIF-CICLO BY ESC-QTDE-DIAS
               GIVING WS-EXP-QUOCIENTE REMAINDER WS-EXP-RESTO.
           COMPUTE WS-EXP-DIA-CICLO = WS-EXP-RESTO + 1.

           MOVE SPACES           TO ESD-REC.
           MOVE ESA-MATRICULA    TO ESD-MATRICULA.
           MOVE WS-EXP-DATA      TO ESD-DATA.
           MOVE ESA-ESCALA       TO ESD-ESCALA.
           MOVE WS-EXP-DIA-CICLO TO ESD-DIA-CICLO.
           MOVE ESC-MIN-DIA(WS-EXP-DIA-CICLO) TO ESD-MIN-ESPERADO.
           IF ESC-DIA-NOTURNO(WS-EXP-DIA-CICLO)
              MOVE "S" TO ESD-NOTURNO
           ELSE
              MOVE "N" TO ESD-NOTURNO
           END-IF.
           WRITE ESD-REC
               INVALID KEY
                   REWRITE ESD-REC
                   END-REWRITE
           END-WRITE.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           IF ESD-MIN-ESPERADO > ZEROES
              ADD 1                TO WS-MAT-DIAS-TRAB
                                      WS-TOTAL-DIAS-TRAB
              ADD ESD-MIN-ESPERADO TO WS-MAT-MINUTOS
                                      WS-TOTAL-MINUTOS
              IF ESD-DIA-NOTURNO
                 ADD 1 TO WS-MAT-NOITES
              END-IF
           END-IF.
       00026-END.
      *
       00032-IMPRIME-ATRIBUICAO SECTION.
           MOVE SPACES          TO ESC-REP-REC.
           IF WS-ATRIBUICAO-ACEITA AND WS-MOTIVO = SPACES
              MOVE "ESCALA"     TO EREP-ROTULO
              MOVE WS-MAT-DIAS-TRAB TO EREP-DIAS-TRAB
              MOVE WS-MAT-MINUTOS   TO EREP-MINUTOS
              MOVE WS-MAT-NOITES    TO EREP-NOITES
           ELSE
              MOVE "IGNORADA"   TO EREP-ROTULO
              MOVE WS-MOTIVO    TO EREP-OBSERVACAO
           END-IF.
           MOVE ESA-MATRICULA   TO EREP-MATRICULA.
           MOVE EMP-NOME        TO EREP-NOME.
           MOVE ESA-ESCALA      TO EREP-ESCALA.
           MOVE ESA-DATA-INICIO TO EREP-INICIO.
           WRITE ESC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00032-END.
      *
       00035-TOTAL-GERAL   SECTION.
           MOVE SPACES               TO ESC-REP-REC.
           MOVE "TOTAL"              TO EREP-ROTULO.
           MOVE WS-TOTAL-EXPANDIDOS  TO EREP-NOME(1:7).
           MOVE "MATRICULA(S) EXPANDIDA(S)" TO EREP-NOME(9:25).
           MOVE WS-TOTAL-DIAS-TRAB   TO EREP-DIAS-TRAB.
           MOVE WS-TOTAL-MINUTOS     TO EREP-OBSERVACAO(1:9).
           MOVE "MINUTOS"            TO EREP-OBSERVACAO(11:7).
           WRITE ESC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE ESC-MASTER-FILE.
           CLOSE ESA-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE ESD-DIA-FILE.
           CLOSE ESC-REPORT-FILE.
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
           MOVE "ESCEXPAN"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-EXPANDIDOS  TO AUDIT-QTDE-ACEITOS.
           COMPUTE AUDIT-QTDE-REJEIT = WS-TOTAL-SEM-PADRAO
                                     + WS-TOTAL-SEM-EMPREG.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM DOS OBRIGATORIOS NAO
      * ABRIU, ALERTA SE HA ATRIBUICAO SEM PADRAO OU SEM EMPREGADO,
      * NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-PADRAO > ZEROES OR
                 WS-TOTAL-SEM-EMPREG > ZEROES
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
           DISPLAY "ATRIBUICOES LIDAS....: " WS-TOTAL-LIDOS.
           DISPLAY "  EXPANDIDAS.........: " WS-TOTAL-EXPANDIDOS.
           DISPLAY "  SEM PADRAO VALIDO..: " WS-TOTAL-SEM-PADRAO.
           DISPLAY "  SEM EMPREGADO......: " WS-TOTAL-SEM-EMPREG.
           DISPLAY "  DESLIGADOS.........: " WS-TOTAL-DESLIGADOS.
           DISPLAY "  INICIO APOS PERIODO: " WS-TOTAL-FORA-PER.
           DISPLAY "DIAS EXCLUIDOS.......: " WS-TOTAL-EXCLUIDOS.
           DISPLAY "DIAS GRAVADOS........: " WS-TOTAL-GRAVADOS.
           DISPLAY "DIAS DE TRABALHO.....: " WS-TOTAL-DIAS-TRAB.
           DISPLAY "MINUTOS ESPERADOS....: " WS-TOTAL-MINUTOS.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA EXPANSAO DE ESCALAS DE REVEZAMENTO".
       00050-END.
