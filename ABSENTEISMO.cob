       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ABSENTEISMO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Indice mensal de absenteismo por celula
      *                SETOR/DEPTO/SERVIDOR, para a gerencia comparar
      *                departamentos e meses: para o mes de referencia
      *                (CTL-ANO-MES, default o mes anterior ao corrente)
      *                e os onze meses que o antecedem, confronta os
      *                dias de ausencia com os dias previstos de
      *                trabalho -- dias uteis do mes pela DATEUTIL
      *                (fim de semana e feriado do CALMAST) vezes o
      *                efetivo ativo da celula no mes. Os dias vem
      *                abertos por tipo: DOENCA e LICENCA pelos
      *                periodos do AUSMAST em dia util, e SEM
      *                JUSTIFICATIVA pela diferenca entre o
      *                PTM-QTDE-AUS do PONTOMES e os dias cobertos pelo
      *                AUSMAST (ferias inclusive). Cada celula sai com
      *                as doze linhas mensais (a tendencia) e a linha
      *                acumulada dos 12 meses; fecha com o total geral
      *                e com a lista de empregados com ausencias curtas
      *                frequentes -- atestado de doenca de ate 3 dias
      *                corridos ou falta sem justificativa, 4 ou mais
      *                vezes nos 12 meses -- para conversa com o RH.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
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

           SELECT AUS-MASTER-FILE ASSIGN TO "AUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WS-AUSMAST-STATUS.

           SELECT PONTO-MES-FILE ASSIGN TO "PONTOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT ABS-SORT-WORK ASSIGN TO "ABSSORTW".

           SELECT ABS-REPORT-FILE ASSIGN TO "ABSREL"
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
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  AUS-MASTER-FILE.
           COPY AUSREC.

       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       SD  ABS-SORT-WORK.
       01  ABS-SORT-REC.
           03 ABS-SORT-SETOR        PIC 9(01).
           03 ABS-SORT-DEPTO        PIC 9(01).
           03 ABS-SORT-SERVIDOR     PIC 9(01).
           03 ABS-SORT-MATRICULA    PIC 9(06).
           03 ABS-SORT-NOME         PIC X(40).
           03 ABS-SORT-CURTAS       PIC 9(03).
           03 ABS-SORT-INJUST       PIC 9(03).
           03 ABS-SORT-DOENCA       PIC 9(03).

       FD  ABS-REPORT-FILE.
       01  ABS-REP-REC.
           03 AREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-SETOR           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 AREP-DEPTO           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 AREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-DESCRICAO       PIC X(30).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-ANO-MES         PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-EFETIVO         PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-PREVISTOS       PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-DOENCA          PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-LICENCA         PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-INJUST          PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-TOTAL           PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-INDICE          PIC 999.99.
      * LINHA DA LISTA DE AUSENCIAS CURTAS FREQUENTES
       01  ABS-FREQ-REC REDEFINES ABS-REP-REC.
           03 FREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02).
           03 FREP-SETOR           PIC 9(01).
           03 FILLER                PIC X(01).
           03 FREP-DEPTO           PIC 9(01).
           03 FILLER                PIC X(01).
           03 FREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02).
           03 FREP-MATRICULA       PIC 9(06).
           03 FILLER                PIC X(02).
           03 FREP-NOME            PIC X(40).
           03 FILLER                PIC X(02).
           03 FREP-CURTAS          PIC 9(03).
           03 FILLER                PIC X(02).
           03 FREP-INJUST          PIC 9(03).
           03 FILLER                PIC X(02).
           03 FREP-DOENCA          PIC 9(03).
           03 FILLER                PIC X(34).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-AUSMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "ABSENTEISMO".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-AUS-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-AUS-EOF                     VALUE "Y".
      * AUSMAST, PONTOMES E ORGMAST SAO OPCIONAIS: SEM AUSMAST NAO HA
      * DIA DE DOENCA/LICENCA E TODA AUSENCIA DO PONTOMES E SEM
      * JUSTIFICATIVA; SEM PONTOMES SO CONTAM OS DIAS DO AUSMAST
       01 WS-AUSMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-AUSMAST-OK                  VALUE "S".
       01 WS-PONTOMES-OK-SW    PIC X(01)   VALUE "N".
          88 WS-PONTOMES-OK                 VALUE "S".
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * EMPRESA DA RODADA (CTL-EMPRESA): ZERO = TODAS
       01 WS-EMPRESA           PIC 9(02)   VALUE ZEROES.
       01 WS-EMP-EFETIVA       PIC 9(02)   VALUE ZEROES.
      * AUSENCIA CURTA: ATESTADO DE DOENCA DE ATE WS-LIMITE-CURTA DIAS
      * CORRIDOS, OU UM DIA DE FALTA SEM JUSTIFICATIVA; O EMPREGADO
      * COM WS-LIMITE-FREQUENTE OU MAIS NOS 12 MESES VAI PARA A LISTA
       01 WS-LIMITE-CURTA      PIC 9(02)   VALUE 03.
       01 WS-LIMITE-FREQUENTE  PIC 9(02)   VALUE 04.
      * MES DE REFERENCIA E MES DE TRABALHO NA MONTAGEM DA JANELA
       01 WS-MES-REF.
          03 WS-MR-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MR-MES         PIC 9(02)   VALUE ZEROES.
       01 WS-MES-TRAB.
          03 WS-MT-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MT-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MT-DIA         PIC 9(02)   VALUE ZEROES.
       01 WS-MES-TRAB-NUM REDEFINES WS-MES-TRAB PIC 9(08).
       01 WS-MES-SEGUINTE.
          03 WS-MS-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MS-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MS-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-SEGUINTE-NUM REDEFINES WS-MES-SEGUINTE PIC 9(08).
       01 WS-DIAS-NO-MES       PIC 9(02)   VALUE ZEROES.
      * JANELA DE 12 MESES (1 = O MAIS ANTIGO, 12 = O DE REFERENCIA):
      * PRIMEIRO E ULTIMO DIA, DIAS UTEIS E MARCA DE DIA UTIL POR DIA
       01 WS-TAB-MESES.
          03 WS-MES-ITEM                    OCCURS 12 TIMES.
             05 WS-TM-INI         PIC 9(08).
             05 WS-TM-INI-R REDEFINES WS-TM-INI.
                07 WS-TM-ANO      PIC 9(04).
                07 WS-TM-MES      PIC 9(02).
                07 WS-TM-DIA      PIC 9(02).
             05 WS-TM-FIM         PIC 9(08).
             05 WS-TM-DIAS-UTEIS  PIC 9(02).
             05 WS-TM-UTIL        PIC X(01) OCCURS 31 TIMES.
       01 WS-IDX-MES           PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-DIA           PIC 9(02)   VALUE ZEROES.
      * DIAS DE AUSENCIA POR CELULA E MES DA JANELA
       01 WS-CELULAS.
          03 WS-CEL-SETOR                   OCCURS 3 TIMES.
             05 WS-CEL-DEP                  OCCURS 4 TIMES.
                07 WS-CEL-SRV               OCCURS 4 TIMES.
                   09 WS-CEL-MES            OCCURS 12 TIMES.
                      11 WS-CEL-EFETIVO  PIC 9(05).
                      11 WS-CEL-DOENCA   PIC 9(05).
                      11 WS-CEL-LICENCA  PIC 9(05).
                      11 WS-CEL-INJUST   PIC 9(05).
       01 WS-IDX-SETOR         PIC 9(01)   VALUE ZEROES.
       01 WS-IDX-DEP           PIC 9(01)   VALUE ZEROES.
       01 WS-IDX-SERV          PIC 9(01)   VALUE ZEROES.
       01 WS-ORGSUB-STATUS     PIC X(02)   VALUE SPACES.
      * TOTAL GERAL POR MES DA JANELA
       01 WS-GERAL.
          03 WS-GER-MES                     OCCURS 12 TIMES.
             05 WS-GER-EFETIVO    PIC 9(05).
             05 WS-GER-DOENCA     PIC 9(05).
             05 WS-GER-LICENCA    PIC 9(05).
             05 WS-GER-INJUST     PIC 9(05).
      * APURACAO DO EMPREGADO CORRENTE, POR MES DA JANELA
       01 WS-EMP-MESES.
          03 WS-EM-ITEM                     OCCURS 12 TIMES.
             05 WS-EM-ATIVO       PIC X(01).
             05 WS-EM-DOENCA      PIC 9(03).
             05 WS-EM-LICENCA     PIC 9(03).
             05 WS-EM-FERIAS      PIC 9(03).
             05 WS-EM-INJUST      PIC 9(03).
       01 WS-EMP-CURTAS        PIC 9(03)   VALUE ZEROES.
       01 WS-EMP-INJUST        PIC 9(03)   VALUE ZEROES.
       01 WS-EMP-DOENCA        PIC 9(03)   VALUE ZEROES.
       01 WS-EMP-FREQUENCIA    PIC 9(03)   VALUE ZEROES.
       01 WS-EMP-JUSTIFICADOS  PIC 9(03)   VALUE ZEROES.
      * PERIODO DO AUSMAST EM APURACAO E DIAS UTEIS QUE ELE COBRE EM
      * CADA MES DA JANELA
       01 WS-PER-INI           PIC 9(08)   VALUE ZEROES.
       01 WS-PER-FIM           PIC 9(08)   VALUE ZEROES.
       01 WS-DIA-INI           PIC 9(02)   VALUE ZEROES.
       01 WS-DIA-FIM           PIC 9(02)   VALUE ZEROES.
       01 WS-DIAS-CORRIDOS     PIC S9(05)  VALUE ZEROES.
       01 WS-CONT-MESES.
          03 WS-CONT-MES       PIC 9(03)   OCCURS 12 TIMES.
      * LINHA EM MONTAGEM NO RELATORIO
       01 WS-LIN-EFETIVO       PIC 9(05)   VALUE ZEROES.
       01 WS-LIN-PREVISTOS     PIC 9(07)   VALUE ZEROES.
       01 WS-LIN-DOENCA        PIC 9(05)   VALUE ZEROES.
       01 WS-LIN-LICENCA       PIC 9(05)   VALUE ZEROES.
       01 WS-LIN-INJUST        PIC 9(05)   VALUE ZEROES.
       01 WS-LIN-TOTAL         PIC 9(06)   VALUE ZEROES.
       01 WS-PCT               PIC 9(03)V99 VALUE ZEROES.
       01 WS-ACU-EFETIVO       PIC 9(05)   VALUE ZEROES.
       01 WS-ACU-PREVISTOS     PIC 9(07)   VALUE ZEROES.
       01 WS-ACU-DOENCA        PIC 9(05)   VALUE ZEROES.
       01 WS-ACU-LICENCA       PIC 9(05)   VALUE ZEROES.
       01 WS-ACU-INJUST        PIC 9(05)   VALUE ZEROES.
       01 WS-CELULA-USADA-SW   PIC X(01)   VALUE "N".
          88 WS-CELULA-USADA                VALUE "S".
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "ABSREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "ABSENTEISMO".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-APURADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FORA-CELULA PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FREQUENTES  PIC 9(07)   VALUE ZEROES.
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
      * MONTA A JANELA DE 12 MESES E ABRE OS ARQUIVOS; SO O EMPMAST E
      * OBRIGATORIO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           IF MES = 01
              COMPUTE WS-MR-ANO = ANO - 1
              MOVE 12 TO WS-MR-MES
           ELSE
              MOVE ANO TO WS-MR-ANO
              COMPUTE WS-MR-MES = MES - 1
           END-IF.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00012-MONTA-JANELA.
           INITIALIZE WS-CELULAS WS-GERAL.

           DISPLAY " ".
           DISPLAY "INICIO DO INDICE DE ABSENTEISMO - REFERENCIA "
                   WS-MR-MES "/" WS-MR-ANO.

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "EMPMAST" TO WS-INC-ARQUIVO
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN INPUT AUS-MASTER-FILE
              IF WS-AUSMAST-STATUS = "00"
                 MOVE "S" TO WS-AUSMAST-OK-SW
              ELSE
                 DISPLAY "AUSMAST INDISPONIVEL (STATUS "
                         WS-AUSMAST-STATUS ") - SEM DIAS DE DOENCA/"
                         "LICENCA"
              END-IF
              OPEN INPUT PONTO-MES-FILE
              IF WS-PONTOMES-STATUS = "00"
                 MOVE "S" TO WS-PONTOMES-OK-SW
              ELSE
                 DISPLAY "PONTOMES INDISPONIVEL (STATUS "
                         WS-PONTOMES-STATUS ") - SEM FALTAS SEM "
                         "JUSTIFICATIVA"
              END-IF
              OPEN INPUT ORGMAST-FILE
              IF WS-ORGMAST-STATUS = "00"
                 MOVE "S" TO WS-ORGMAST-OK-SW
              END-IF
              OPEN OUTPUT ABS-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): CTL-ANO-MES SOBREPOE
      * O MES DE REFERENCIA E CTL-EMPRESA RESTRINGE A UMA EMPRESA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES AND
                         CTL-MES < 13
                         MOVE CTL-ANO TO WS-MR-ANO
                         MOVE CTL-MES TO WS-MR-MES
                      END-IF
                      IF CTL-EMPRESA NUMERIC AND
                         CTL-EMPRESA > ZEROES
                         MOVE CTL-EMPRESA TO WS-EMPRESA
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-MONTA-JANELA  SECTION.
      * DO MES DE REFERENCIA (POSICAO 12) PARA TRAS ATE O MAIS ANTIGO
      * (POSICAO 1), CADA MES COM SEUS DIAS UTEIS
           MOVE WS-MR-ANO TO WS-MT-ANO.
           MOVE WS-MR-MES TO WS-MT-MES.
           MOVE 01        TO WS-MT-DIA.
           PERFORM 00012A-MONTA-MES
              VARYING WS-IDX-MES FROM 12 BY -1
              UNTIL WS-IDX-MES < 1.
       00012-END.
      *
       00012A-MONTA-MES    SECTION.
           MOVE WS-MES-TRAB-NUM TO WS-TM-INI(WS-IDX-MES).
           IF WS-MT-MES = 12
              COMPUTE WS-MS-ANO = WS-MT-ANO + 1
              MOVE 01 TO WS-MS-MES
           ELSE
              MOVE WS-MT-ANO TO WS-MS-ANO
              COMPUTE WS-MS-MES = WS-MT-MES + 1
           END-IF.
           MOVE "D"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-SEGUINTE-NUM TO WS-DU-DATA-1.
           MOVE WS-MES-TRAB-NUM     TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-DIAS          TO WS-DIAS-NO-MES.
           COMPUTE WS-TM-FIM(WS-IDX-MES) = WS-MES-TRAB-NUM
                                         + WS-DIAS-NO-MES - 1.
           MOVE ZEROES TO WS-TM-DIAS-UTEIS(WS-IDX-MES).
           PERFORM 00013-MARCA-DIA-UTIL
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > 31.
           IF WS-MT-MES = 01
              SUBTRACT 1 FROM WS-MT-ANO
              MOVE 12 TO WS-MT-MES
           ELSE
              SUBTRACT 1 FROM WS-MT-MES
           END-IF.
       00012A-END.
      *
       00013-MARCA-DIA-UTIL SECTION.
      * DIA ALEM DO FIM DO MES NUNCA E UTIL
           MOVE "N" TO WS-TM-UTIL(WS-IDX-MES WS-IDX-DIA).
           IF WS-IDX-DIA NOT > WS-DIAS-NO-MES
              MOVE "U"             TO WS-DU-OPERACAO
              COMPUTE WS-DU-DATA-1 = WS-MES-TRAB-NUM + WS-IDX-DIA - 1
              PERFORM 00014-CHAMA-DATEUTIL
              IF WS-DU-STATUS = "00" AND WS-DU-UTIL-SW = "S"
                 MOVE "S" TO WS-TM-UTIL(WS-IDX-MES WS-IDX-DIA)
                 ADD 1 TO WS-TM-DIAS-UTEIS(WS-IDX-MES)
              END-IF
           END-IF.
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
      * APURA OS EMPREGADOS NA ENTRADA DO SORT (OS FREQUENTES SAO
      * LIBERADOS POR CELULA/MATRICULA) E IMPRIME NA SAIDA
           SORT ABS-SORT-WORK
               ON ASCENDING KEY ABS-SORT-SETOR
                                ABS-SORT-DEPTO
                                ABS-SORT-SERVIDOR
                                ABS-SORT-MATRICULA
               INPUT PROCEDURE 00021-APURA-EMPREGADOS
               OUTPUT PROCEDURE 00030-IMPRIME-RELATORIO.
       00020-END.
      *
       00021-APURA-EMPREGADOS SECTION.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 00022-LE-EMPREGADO.
           PERFORM 00023-APURA-EMPREGADO UNTIL WS-EOF.
       00021-END.
      *
       00022-LE-EMPREGADO  SECTION.
           READ EMP-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD EMP-MATRICULA TO WS-HASH-MATRICULA
           END-READ.
       00022-END.
      *
       00023-APURA-EMPREGADO SECTION.
      * EMPREGADO DE OUTRA EMPRESA FICA FORA; CELULA FORA DA FAIXA DA
      * TABELA E CONTADA A PARTE
           IF EMP-EMPRESA = ZEROES
              MOVE 01 TO WS-EMP-EFETIVA
           ELSE
              MOVE EMP-EMPRESA TO WS-EMP-EFETIVA
           END-IF.
           IF WS-EMPRESA = ZEROES OR WS-EMP-EFETIVA = WS-EMPRESA
              CALL "VALIDA-ORGSUB" USING EMP-SETOR EMP-DEPTO
                                          EMP-SERVIDOR-IDX
                                          WS-ORGSUB-STATUS
              END-CALL
              IF WS-ORGSUB-STATUS = "00"
                 PERFORM 00024-APURA-MESES
              ELSE
                 ADD 1 TO WS-TOTAL-FORA-CELULA
              END-IF
           END-IF.
           PERFORM 00022-LE-EMPREGADO.
       00023-END.
      *
       00024-APURA-MESES   SECTION.
      * MESES EM QUE O EMPREGADO ESTEVE ATIVO, DIAS DO AUSMAST, FALTAS
      * SEM JUSTIFICATIVA DO PONTOMES; SOMA NA CELULA E NO GERAL
           INITIALIZE WS-EMP-MESES.
           MOVE ZEROES TO WS-EMP-CURTAS WS-EMP-INJUST WS-EMP-DOENCA.
           PERFORM 00024A-MARCA-ATIVO
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12.
           IF WS-AUSMAST-OK
              PERFORM 00025-LE-AUSENCIAS
           END-IF.
           IF WS-PONTOMES-OK
              PERFORM 00027-FALTA-SEM-JUSTIF
                 VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > 12
           END-IF.
           MOVE EMP-SETOR        TO WS-IDX-SETOR.
           MOVE EMP-DEPTO        TO WS-IDX-DEP.
           MOVE EMP-SERVIDOR-IDX TO WS-IDX-SERV.
           PERFORM 00028-SOMA-CELULA
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12.
           ADD 1 TO WS-TOTAL-APURADOS.
           COMPUTE WS-EMP-FREQUENCIA = WS-EMP-CURTAS + WS-EMP-INJUST.
           IF WS-EMP-FREQUENCIA NOT < WS-LIMITE-FREQUENTE
              PERFORM 00029-LIBERA-FREQUENTE
           END-IF.
       00024-END.
      *
       00024A-MARCA-ATIVO  SECTION.
      * ATIVO NO MES: ADMITIDO ATE O FIM DO MES E, SE DESLIGADO,
      * DESLIGADO NO MES OU DEPOIS
           MOVE "N" TO WS-EM-ATIVO(WS-IDX-MES).
           IF EMP-DATA-ADMIS NOT > WS-TM-FIM(WS-IDX-MES)
              IF EMP-ATIVO
                 MOVE "S" TO WS-EM-ATIVO(WS-IDX-MES)
              ELSE
                 IF EMP-DESLIGADO AND
                    EMP-DATA-DESLIG NOT < WS-TM-INI(WS-IDX-MES)
                    MOVE "S" TO WS-EM-ATIVO(WS-IDX-MES)
                 END-IF
              END-IF
           END-IF.
       00024A-END.
      *
       00025-LE-AUSENCIAS  SECTION.
           MOVE "N" TO WS-AUS-EOF-SW.
           MOVE EMP-MATRICULA TO AUS-MATRICULA.
           MOVE ZEROES        TO AUS-DATA-INI.
           START AUS-MASTER-FILE KEY >= AUS-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-AUS-EOF-SW
           END-START.
           PERFORM 00025A-LE-AUSENCIA UNTIL WS-AUS-EOF.
       00025-END.
      *
       00025A-LE-AUSENCIA  SECTION.
           READ AUS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AUS-EOF-SW
               NOT AT END
                   IF AUS-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-AUS-EOF-SW
                   ELSE
                      PERFORM 00025B-APURA-PERIODO
                   END-IF
           END-READ.
       00025A-END.
      *
       00025B-APURA-PERIODO SECTION.
      * PERIODO SEM FIM INFORMADO VALE ATE O FIM DA JANELA; SO CONTA
      * O QUE CAI DENTRO DELA
           MOVE AUS-DATA-INI TO WS-PER-INI.
           IF AUS-DATA-FIM NUMERIC AND AUS-DATA-FIM NOT < AUS-DATA-INI
              MOVE AUS-DATA-FIM TO WS-PER-FIM
           ELSE
              MOVE WS-TM-FIM(12) TO WS-PER-FIM
           END-IF.
           IF WS-PER-INI NOT > WS-TM-FIM(12) AND
              WS-PER-FIM NOT < WS-TM-INI(1)
              PERFORM 00026-CONTA-DIAS-UTEIS
                 VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > 12
              PERFORM 00025C-ACUMULA-TIPO
                 VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > 12
              IF AUS-DOENCA AND WS-PER-INI NOT < WS-TM-INI(1)
                 PERFORM 00025D-TESTA-CURTA
              END-IF
           END-IF.
       00025B-END.
      *
       00025C-ACUMULA-TIPO SECTION.
           EVALUATE TRUE
               WHEN AUS-DOENCA
                   ADD WS-CONT-MES(WS-IDX-MES)
                       TO WS-EM-DOENCA(WS-IDX-MES)
                   ADD WS-CONT-MES(WS-IDX-MES) TO WS-EMP-DOENCA
               WHEN AUS-LICENCA
                   ADD WS-CONT-MES(WS-IDX-MES)
                       TO WS-EM-LICENCA(WS-IDX-MES)
               WHEN OTHER
                   ADD WS-CONT-MES(WS-IDX-MES)
                       TO WS-EM-FERIAS(WS-IDX-MES)
           END-EVALUATE.
       00025C-END.
      *
       00025D-TESTA-CURTA  SECTION.
      * ATESTADO DE ATE WS-LIMITE-CURTA DIAS CORRIDOS INICIADO NA
      * JANELA CONTA COMO UMA AUSENCIA CURTA
           MOVE "D"        TO WS-DU-OPERACAO.
           MOVE WS-PER-FIM TO WS-DU-DATA-1.
           MOVE WS-PER-INI TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           IF WS-DU-STATUS = "00"
              COMPUTE WS-DIAS-CORRIDOS = WS-DU-DIAS + 1
              IF WS-DIAS-CORRIDOS NOT > WS-LIMITE-CURTA
                 ADD 1 TO WS-EMP-CURTAS
              END-IF
           END-IF.
       00025D-END.
      *
       00026-CONTA-DIAS-UTEIS SECTION.
      * DIAS UTEIS DO PERIODO DENTRO DO MES WS-IDX-MES DA JANELA
           MOVE ZEROES TO WS-CONT-MES(WS-IDX-MES).
           IF WS-PER-INI NOT > WS-TM-FIM(WS-IDX-MES) AND
              WS-PER-FIM NOT < WS-TM-INI(WS-IDX-MES)
              IF WS-PER-INI < WS-TM-INI(WS-IDX-MES)
                 MOVE 01 TO WS-DIA-INI
              ELSE
                 MOVE WS-PER-INI(7:2) TO WS-DIA-INI
              END-IF
              IF WS-PER-FIM > WS-TM-FIM(WS-IDX-MES)
                 MOVE WS-TM-FIM(WS-IDX-MES)(7:2) TO WS-DIA-FIM
              ELSE
                 MOVE WS-PER-FIM(7:2) TO WS-DIA-FIM
              END-IF
              PERFORM 00026A-SOMA-DIA-UTIL
                 VARYING WS-IDX-DIA FROM WS-DIA-INI BY 1
                 UNTIL WS-IDX-DIA > WS-DIA-FIM
           END-IF.
       00026-END.
      *
       00026A-SOMA-DIA-UTIL SECTION.
           IF WS-TM-UTIL(WS-IDX-MES WS-IDX-DIA) = "S"
              ADD 1 TO WS-CONT-MES(WS-IDX-MES)
           END-IF.
       00026A-END.
      *
       00027-FALTA-SEM-JUSTIF SECTION.
      * FALTA SEM JUSTIFICATIVA = DIAS DE AUSENCIA DO PONTOMES QUE O
      * AUSMAST NAO COBRE (DOENCA, LICENCA OU FERIAS)
           IF WS-EM-ATIVO(WS-IDX-MES) = "S"
              MOVE EMP-MATRICULA         TO PTM-MATRICULA
              MOVE WS-TM-ANO(WS-IDX-MES) TO PTM-ANO
              MOVE WS-TM-MES(WS-IDX-MES) TO PTM-MES
              READ PONTO-MES-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 00027A-CALCULA-INJUST
              END-READ
           END-IF.
       00027-END.
      *
       00027A-CALCULA-INJUST SECTION.
           COMPUTE WS-EMP-JUSTIFICADOS = WS-EM-DOENCA(WS-IDX-MES)
                                       + WS-EM-LICENCA(WS-IDX-MES)
                                       + WS-EM-FERIAS(WS-IDX-MES).
           IF PTM-QTDE-AUS > WS-EMP-JUSTIFICADOS
              COMPUTE WS-EM-INJUST(WS-IDX-MES) =
                      PTM-QTDE-AUS - WS-EMP-JUSTIFICADOS
              ADD WS-EM-INJUST(WS-IDX-MES) TO WS-EMP-INJUST
           END-IF.
       00027A-END.
      *
       00028-SOMA-CELULA   SECTION.
      * SO OS MESES EM QUE O EMPREGADO ESTEVE ATIVO ENTRAM NO EFETIVO
      * E NOS DIAS DE AUSENCIA
           IF WS-EM-ATIVO(WS-IDX-MES) = "S"
              ADD 1 TO WS-CEL-EFETIVO(WS-IDX-SETOR WS-IDX-DEP
                                      WS-IDX-SERV WS-IDX-MES)
              ADD WS-EM-DOENCA(WS-IDX-MES)
                  TO WS-CEL-DOENCA(WS-IDX-SETOR WS-IDX-DEP
                                   WS-IDX-SERV WS-IDX-MES)
              ADD WS-EM-LICENCA(WS-IDX-MES)
                  TO WS-CEL-LICENCA(WS-IDX-SETOR WS-IDX-DEP
                                    WS-IDX-SERV WS-IDX-MES)
              ADD WS-EM-INJUST(WS-IDX-MES)
                  TO WS-CEL-INJUST(WS-IDX-SETOR WS-IDX-DEP
                                   WS-IDX-SERV WS-IDX-MES)
              ADD 1 TO WS-GER-EFETIVO(WS-IDX-MES)
              ADD WS-EM-DOENCA(WS-IDX-MES)
                  TO WS-GER-DOENCA(WS-IDX-MES)
              ADD WS-EM-LICENCA(WS-IDX-MES)
                  TO WS-GER-LICENCA(WS-IDX-MES)
              ADD WS-EM-INJUST(WS-IDX-MES)
                  TO WS-GER-INJUST(WS-IDX-MES)
           END-IF.
       00028-END.
      *
       00029-LIBERA-FREQUENTE SECTION.
           ADD 1 TO WS-TOTAL-FREQUENTES.
           MOVE EMP-SETOR         TO ABS-SORT-SETOR.
           MOVE EMP-DEPTO         TO ABS-SORT-DEPTO.
           MOVE EMP-SERVIDOR-IDX  TO ABS-SORT-SERVIDOR.
           MOVE EMP-MATRICULA     TO ABS-SORT-MATRICULA.
           MOVE EMP-NOME          TO ABS-SORT-NOME.
           MOVE WS-EMP-CURTAS     TO ABS-SORT-CURTAS.
           MOVE WS-EMP-INJUST     TO ABS-SORT-INJUST.
           MOVE WS-EMP-DOENCA     TO ABS-SORT-DOENCA.
           RELEASE ABS-SORT-REC.
       00029-END.
      *
       00030-IMPRIME-RELATORIO SECTION.
      * INDICE POR CELULA, TOTAL GERAL E DEPOIS A LISTA DE FREQUENTES
           PERFORM 00031-IMPRIME-SETOR
              VARYING WS-IDX-SETOR FROM 1 BY 1
              UNTIL WS-IDX-SETOR > 3.
           PERFORM 00036-IMPRIME-GERAL.
           MOVE SPACES TO ABS-FREQ-REC.
           MOVE "CURTAS"  TO FREP-ROTULO.
           MOVE "AUSENCIAS CURTAS FREQUENTES NOS 12 MESES"
                TO FREP-NOME.
           WRITE ABS-FREQ-REC.
           ADD 1 TO WS-SPL-LINHAS.
           PERFORM 00037-LE-ORDENADO.
           PERFORM 00038-IMPRIME-FREQUENTE UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-IMPRIME-SETOR SECTION.
           PERFORM 00032-IMPRIME-DEPTO
              VARYING WS-IDX-DEP FROM 1 BY 1
              UNTIL WS-IDX-DEP > 4.
       00031-END.
      *
       00032-IMPRIME-DEPTO SECTION.
           PERFORM 00033-IMPRIME-CELULA
              VARYING WS-IDX-SERV FROM 1 BY 1
              UNTIL WS-IDX-SERV > 4.
       00032-END.
      *
       00033-IMPRIME-CELULA SECTION.
      * CELULA SEM EFETIVO EM NENHUM MES DA JANELA NAO SAI
           MOVE "N" TO WS-CELULA-USADA-SW.
           PERFORM 00033A-TESTA-USO
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12.
           IF WS-CELULA-USADA
              PERFORM 00034-CABECALHO-CELULA
              MOVE ZEROES TO WS-ACU-EFETIVO WS-ACU-PREVISTOS
                             WS-ACU-DOENCA WS-ACU-LICENCA
                             WS-ACU-INJUST
              PERFORM 00033B-LINHA-MES-CELULA
                 VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > 12
              PERFORM 00035-IMPRIME-ACUMULADO
           END-IF.
       00033-END.
      *
       00033A-TESTA-USO    SECTION.
           IF WS-CEL-EFETIVO(WS-IDX-SETOR WS-IDX-DEP WS-IDX-SERV
                             WS-IDX-MES) > ZEROES
              MOVE "S" TO WS-CELULA-USADA-SW
           END-IF.
       00033A-END.
      *
       00033B-LINHA-MES-CELULA SECTION.
           MOVE WS-CEL-EFETIVO(WS-IDX-SETOR WS-IDX-DEP WS-IDX-SERV
                               WS-IDX-MES) TO WS-LIN-EFETIVO.
           MOVE WS-CEL-DOENCA(WS-IDX-SETOR WS-IDX-DEP WS-IDX-SERV
                              WS-IDX-MES)  TO WS-LIN-DOENCA.
           MOVE WS-CEL-LICENCA(WS-IDX-SETOR WS-IDX-DEP WS-IDX-SERV
                               WS-IDX-MES) TO WS-LIN-LICENCA.
           MOVE WS-CEL-INJUST(WS-IDX-SETOR WS-IDX-DEP WS-IDX-SERV
                              WS-IDX-MES)  TO WS-LIN-INJUST.
           PERFORM 00039-IMPRIME-LINHA-MES.
       00033B-END.
      *
       00034-CABECALHO-CELULA SECTION.
           MOVE SPACES        TO ABS-REP-REC.
           MOVE "CELULA"      TO AREP-ROTULO.
           MOVE WS-IDX-SETOR  TO AREP-SETOR.
           MOVE WS-IDX-DEP    TO AREP-DEPTO.
           MOVE WS-IDX-SERV   TO AREP-SERVIDOR.
           IF WS-ORGMAST-OK
              MOVE WS-IDX-SETOR TO ORGM-SETOR
              MOVE WS-IDX-DEP   TO ORGM-DEPTO
              MOVE WS-IDX-SERV  TO ORGM-SERVIDOR-IDX
              READ ORGMAST-FILE
                  INVALID KEY
                      MOVE "(CELULA NAO CONSTA NO ORGMAST)"
                           TO AREP-DESCRICAO
                  NOT INVALID KEY
                      MOVE ORGM-DESCRICAO TO AREP-DESCRICAO
              END-READ
           END-IF.
           WRITE ABS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00034-END.
      *
       00035-IMPRIME-ACUMULADO SECTION.
      * LINHA DOS 12 MESES: EFETIVO MEDIO E INDICE SOBRE OS DIAS
      * PREVISTOS SOMADOS
           MOVE SPACES            TO ABS-REP-REC.
           MOVE "12 MESES"        TO AREP-ROTULO.
           MOVE "ACUM."           TO AREP-ANO-MES.
           COMPUTE AREP-EFETIVO ROUNDED = WS-ACU-EFETIVO / 12.
           MOVE WS-ACU-PREVISTOS  TO AREP-PREVISTOS.
           MOVE WS-ACU-DOENCA     TO AREP-DOENCA.
           MOVE WS-ACU-LICENCA    TO AREP-LICENCA.
           MOVE WS-ACU-INJUST     TO AREP-INJUST.
           COMPUTE WS-LIN-TOTAL = WS-ACU-DOENCA + WS-ACU-LICENCA
                                + WS-ACU-INJUST.
           MOVE WS-LIN-TOTAL      TO AREP-TOTAL.
           IF WS-ACU-PREVISTOS > ZEROES
              COMPUTE WS-PCT ROUNDED = (WS-LIN-TOTAL * 100)
                                     / WS-ACU-PREVISTOS
           ELSE
              MOVE ZEROES TO WS-PCT
           END-IF.
           MOVE WS-PCT            TO AREP-INDICE.
           WRITE ABS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00036-IMPRIME-GERAL SECTION.
           MOVE SPACES          TO ABS-REP-REC.
           MOVE "GERAL"         TO AREP-ROTULO.
           MOVE "TODAS AS CELULAS" TO AREP-DESCRICAO.
           WRITE ABS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           MOVE ZEROES TO WS-ACU-EFETIVO WS-ACU-PREVISTOS
                          WS-ACU-DOENCA WS-ACU-LICENCA WS-ACU-INJUST.
           PERFORM 00036A-LINHA-MES-GERAL
              VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12.
           PERFORM 00035-IMPRIME-ACUMULADO.
       00036-END.
      *
       00036A-LINHA-MES-GERAL SECTION.
           MOVE WS-GER-EFETIVO(WS-IDX-MES) TO WS-LIN-EFETIVO.
           MOVE WS-GER-DOENCA(WS-IDX-MES)  TO WS-LIN-DOENCA.
           MOVE WS-GER-LICENCA(WS-IDX-MES) TO WS-LIN-LICENCA.
           MOVE WS-GER-INJUST(WS-IDX-MES)  TO WS-LIN-INJUST.
           PERFORM 00039-IMPRIME-LINHA-MES.
       00036A-END.
      *
       00037-LE-ORDENADO   SECTION.
           RETURN ABS-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00037-END.
      *
       00038-IMPRIME-FREQUENTE SECTION.
           MOVE SPACES              TO ABS-FREQ-REC.
           MOVE "FREQUENT"          TO FREP-ROTULO.
           MOVE ABS-SORT-SETOR      TO FREP-SETOR.
           MOVE ABS-SORT-DEPTO      TO FREP-DEPTO.
           MOVE ABS-SORT-SERVIDOR   TO FREP-SERVIDOR.
           MOVE ABS-SORT-MATRICULA  TO FREP-MATRICULA.
           MOVE ABS-SORT-NOME       TO FREP-NOME.
           MOVE ABS-SORT-CURTAS     TO FREP-CURTAS.
           MOVE ABS-SORT-INJUST     TO FREP-INJUST.
           MOVE ABS-SORT-DOENCA     TO FREP-DOENCA.
           WRITE ABS-FREQ-REC.
           ADD 1 TO WS-SPL-LINHAS.
           PERFORM 00037-LE-ORDENADO.
       00038-END.
      *
       00039-IMPRIME-LINHA-MES SECTION.
      * LINHA MENSAL: DIAS PREVISTOS = DIAS UTEIS X EFETIVO; INDICE =
      * DIAS DE AUSENCIA / DIAS PREVISTOS; ACUMULA OS 12 MESES
           MOVE SPACES TO ABS-REP-REC.
           IF WS-IDX-MES = 12
              MOVE "MES-REF" TO AREP-ROTULO
           ELSE
              MOVE "MES"     TO AREP-ROTULO
           END-IF.
           MOVE WS-TM-MES(WS-IDX-MES)  TO AREP-ANO-MES(1:2).
           MOVE "/"                    TO AREP-ANO-MES(3:1).
           MOVE WS-TM-ANO(WS-IDX-MES)  TO AREP-ANO-MES(4:4).
           COMPUTE WS-LIN-PREVISTOS = WS-LIN-EFETIVO
                                    * WS-TM-DIAS-UTEIS(WS-IDX-MES).
           COMPUTE WS-LIN-TOTAL = WS-LIN-DOENCA + WS-LIN-LICENCA
                                + WS-LIN-INJUST.
           IF WS-LIN-PREVISTOS > ZEROES
              COMPUTE WS-PCT ROUNDED = (WS-LIN-TOTAL * 100)
                                     / WS-LIN-PREVISTOS
           ELSE
              MOVE ZEROES TO WS-PCT
           END-IF.
           MOVE WS-LIN-EFETIVO   TO AREP-EFETIVO.
           MOVE WS-LIN-PREVISTOS TO AREP-PREVISTOS.
           MOVE WS-LIN-DOENCA    TO AREP-DOENCA.
           MOVE WS-LIN-LICENCA   TO AREP-LICENCA.
           MOVE WS-LIN-INJUST    TO AREP-INJUST.
           MOVE WS-LIN-TOTAL     TO AREP-TOTAL.
           MOVE WS-PCT           TO AREP-INDICE.
           WRITE ABS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           ADD WS-LIN-EFETIVO   TO WS-ACU-EFETIVO.
           ADD WS-LIN-PREVISTOS TO WS-ACU-PREVISTOS.
           ADD WS-LIN-DOENCA    TO WS-ACU-DOENCA.
           ADD WS-LIN-LICENCA   TO WS-ACU-LICENCA.
           ADD WS-LIN-INJUST    TO WS-ACU-INJUST.
       00039-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE EMP-MASTER-FILE.
           IF WS-AUSMAST-OK
              CLOSE AUS-MASTER-FILE
           END-IF.
           IF WS-PONTOMES-OK
              CLOSE PONTO-MES-FILE
           END-IF.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           CLOSE ABS-REPORT-FILE.
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
           MOVE "ABSENTEISMO"        TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-APURADOS    TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-FORA-CELULA TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O EMPMAST NAO ABRIU,
      * ALERTA SE ALGUM EMPREGADO FICOU FORA POR CELULA INVALIDA,
      * NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-FORA-CELULA > ZEROES
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
           DISPLAY "EMPREGADOS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "EMPREGADOS APURADOS..: " WS-TOTAL-APURADOS.
           DISPLAY "FORA DE CELULA VALIDA: " WS-TOTAL-FORA-CELULA.
           DISPLAY "AUSENCIAS FREQUENTES.: " WS-TOTAL-FREQUENTES.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO INDICE DE ABSENTEISMO".
       00050-END.
