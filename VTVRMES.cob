       IDENTIFICATION      DIVISION.
       PROGRAM-ID. VTVRMES.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Calculo mensal do vale-transporte e do vale-
      *                refeicao, no lugar da estimativa fixa de 22 dias
      *                por mes: para o mes seguinte (CTL-ANO-MES
      *                sobrepoe; no ciclo mensal do MAINCTL, o mes que
      *                abre, como no FERPLAN), conta os dias de trabalho
      *                previstos de cada ativo com beneficio no BENMAST
      *                (BENMNT) -- dias da jornada semanal do JORMAST
      *                (segunda a sexta sem jornada cadastrada), menos
      *                os feriados do CALMAST, as ferias aprovadas do
      *                FERIASAG, os afastamentos do AUSMAST e os dias
      *                antes da admissao -- e multiplica pela tarifa
      *                diaria de transporte e pelo valor diario da
      *                refeicao. O desconto do vale-transporte e 6% do
      *                salario (tarifa do cargo no SALMAST vigente no
      *                primeiro dia do mes x 220 horas), limitado ao
      *                custo do proprio vale. Sai o pedido ao
      *                fornecedor VTVRPED (header/detalhe/trailer) e o
      *                relatorio de custo por celula VTVRREL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT BEN-MASTER-FILE ASSIGN TO "BENMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-MATRICULA
               FILE STATUS IS WS-BENMAST-STATUS.

           SELECT JOR-MASTER-FILE ASSIGN TO "JORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-MATRICULA
               FILE STATUS IS WS-JORMAST-STATUS.

           SELECT FERIAS-FILE ASSIGN TO "FERIASAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.

           SELECT AUS-MASTER-FILE ASSIGN TO "AUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WS-AUSMAST-STATUS.

           SELECT CAL-MASTER-FILE ASSIGN TO "CALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATA
               FILE STATUS IS WS-CALMAST-STATUS.

           SELECT SAL-MASTER-FILE ASSIGN TO "SALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT VTVR-SORT-WORK ASSIGN TO "VTVRSRTW".

           SELECT VTVR-PEDIDO-FILE ASSIGN TO "VTVRPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VTVRPED-STATUS.

           SELECT VTVR-REPORT-FILE ASSIGN TO "VTVRREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.

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

       FD  BEN-MASTER-FILE.
           COPY BENREC.

       FD  JOR-MASTER-FILE.
           COPY JORREC.

       FD  FERIAS-FILE.
           COPY FERREC.

       FD  AUS-MASTER-FILE.
           COPY AUSREC.

       FD  CAL-MASTER-FILE.
           COPY CALREC.

       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       SD  VTVR-SORT-WORK.
       01  VTVR-SORT-REC.
           03 VSRT-SETOR           PIC 9(01).
           03 VSRT-DEPTO           PIC 9(01).
           03 VSRT-SERVIDOR        PIC 9(01).
           03 VSRT-MATRICULA       PIC 9(06).
           03 VSRT-NOME            PIC X(40).
           03 VSRT-CPF             PIC X(11).
           03 VSRT-DIAS            PIC 9(02).
           03 VSRT-VT-TARIFA       PIC 9(03)V99.
           03 VSRT-VR-VALOR        PIC 9(03)V99.
           03 VSRT-VT-TOTAL        PIC 9(07)V99.
           03 VSRT-VT-DESCONTO     PIC 9(07)V99.
           03 VSRT-VR-TOTAL        PIC 9(07)V99.
           03 VSRT-SEM-TARIFA      PIC X(01).

       FD  VTVR-PEDIDO-FILE.
       01  VPED-HEADER.
           03 VPED-H-TIPO          PIC X(01).
      *       "H" HEADER, "D" DETALHE (UM BENEFICIO DE UM EMPREGADO),
      *       "T" TRAILER
           03 VPED-H-ANO-MES       PIC 9(06).
           03 VPED-H-DATA-PROC     PIC 9(08).
           03 FILLER               PIC X(69).
       01  VPED-DETALHE REDEFINES VPED-HEADER.
           03 VPED-D-TIPO          PIC X(01).
           03 VPED-D-BENEFICIO     PIC X(02).
      *       "VT" VALE-TRANSPORTE, "VR" VALE-REFEICAO
           03 VPED-D-MATRICULA     PIC 9(06).
           03 VPED-D-CPF           PIC X(11).
           03 VPED-D-NOME          PIC X(40).
           03 VPED-D-DIAS          PIC 9(02).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 VPED-D-VALOR-DIA     PIC 9(03)V99.
           03 VPED-D-VALOR-TOTAL   PIC 9(07)V99.
           03 VPED-D-CELULA        PIC 9(03).
           03 FILLER               PIC X(05).
       01  VPED-TRAILER REDEFINES VPED-HEADER.
           03 VPED-T-TIPO          PIC X(01).
           03 VPED-T-QTDE-VT       PIC 9(07).
           03 VPED-T-VALOR-VT      PIC 9(11)V99.
           03 VPED-T-QTDE-VR       PIC 9(07).
           03 VPED-T-VALOR-VR      PIC 9(11)V99.
           03 FILLER               PIC X(43).

       FD  VTVR-REPORT-FILE.
       01  VTVR-REP-REC.
           03 VREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-SETOR           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-DEPTO           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-DIAS            PIC X(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-VT-TOTAL        PIC ZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-VT-DESCONTO     PIC ZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-VT-EMPRESA      PIC ZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-VR-TOTAL        PIC ZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-OBSERVACAO      PIC X(20).

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.

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
       01 WS-BENMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-JORMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FERIASAG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-AUSMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-VTVRPED-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "VTVRMES".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-FER-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-FER-EOF                     VALUE "Y".
       01 WS-AUS-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-AUS-EOF                     VALUE "Y".
       01 WS-SAL-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
       01 WS-CIC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIC-EOF                     VALUE "Y".
       01 WS-CIC-SITUACAO      PIC X(01)   VALUE SPACES.
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES        PIC 9(02)   VALUE ZEROES.
      * JORMAST, FERIASAG, AUSMAST, CALMAST, SALMAST E ORGMAST SAO
      * OPCIONAIS: SEM JORMAST VALE SEGUNDA A SEXTA; SEM FERIASAG OU
      * AUSMAST NAO HA PERIODO A DESCONTAR; SEM CALMAST NAO HA
      * FERIADO; SEM SALMAST O DESCONTO DE 6% FICA ZERADO (ALERTA);
      * SEM ORGMAST A CELULA SAI SEM O NOME POR EXTENSO
       01 WS-JORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-JORMAST-OK                  VALUE "S".
       01 WS-FERIASAG-OK-SW    PIC X(01)   VALUE "N".
          88 WS-FERIASAG-OK                 VALUE "S".
       01 WS-AUSMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-AUSMAST-OK                  VALUE "S".
       01 WS-CALMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CALMAST-OK                  VALUE "S".
       01 WS-SALMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-SALMAST-OK                  VALUE "S".
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * MES DO PEDIDO (DEFAULT O SEGUINTE AO CORRENTE): PRIMEIRO E
      * ULTIMO DIA
       01 WS-MES-INI.
          03 WS-MI-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MI-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MI-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-INI-NUM REDEFINES WS-MES-INI PIC 9(08).
       01 WS-MES-INI-AM REDEFINES WS-MES-INI.
          03 WS-MI-ANO-MES     PIC 9(06).
          03 FILLER            PIC 9(02).
       01 WS-MES-SEGUINTE.
          03 WS-MS-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MS-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MS-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-SEGUINTE-NUM REDEFINES WS-MES-SEGUINTE PIC 9(08).
       01 WS-MES-FIM           PIC 9(08)   VALUE ZEROES.
       01 WS-MES-FIM-R REDEFINES WS-MES-FIM.
          03 FILLER            PIC 9(06).
          03 WS-MF-DIA         PIC 9(02).
      * CALENDARIO DO MES: DIA DA SEMANA (DATEUTIL "W", 1 = SEGUNDA)
      * E FERIADO (CALMAST) DE CADA DIA, MONTADO UMA UNICA VEZ
       01 WS-CALENDARIO.
          03 WS-CAL-DIA               OCCURS 31 TIMES.
             05 WS-CAL-SEMANA  PIC 9(01).
             05 WS-CAL-FERIADO PIC X(01).
       01 WS-DATA-DIA.
          03 WS-DD-ANO         PIC 9(04).
          03 WS-DD-MES         PIC 9(02).
          03 WS-DD-DIA         PIC 9(02).
       01 WS-DATA-DIA-NUM REDEFINES WS-DATA-DIA PIC 9(08).
       01 WS-IDX-DIA           PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-SEMANA        PIC 9(01)   VALUE ZEROES.
      * APURACAO DO EMPREGADO CORRENTE: DIAS FORA DO TRABALHO ("S")
       01 WS-FORA-TAB.
          03 WS-FORA-DIA       PIC X(01)   OCCURS 31 TIMES.
       01 WS-PERIODO-INI       PIC 9(08)   VALUE ZEROES.
       01 WS-PERIODO-FIM       PIC 9(08)   VALUE ZEROES.
       01 WS-DIA-DE            PIC 9(02)   VALUE ZEROES.
       01 WS-DIA-ATE           PIC 9(02)   VALUE ZEROES.
       01 WS-TEM-JORNADA-SW    PIC X(01)   VALUE "N".
          88 WS-TEM-JORNADA                 VALUE "S".
       01 WS-DIAS              PIC 9(02)   VALUE ZEROES.
       01 WS-VT-TOTAL          PIC 9(07)V99 VALUE ZEROES.
       01 WS-VT-DESCONTO       PIC 9(07)V99 VALUE ZEROES.
       01 WS-VR-TOTAL          PIC 9(07)V99 VALUE ZEROES.
       01 WS-TARIFA            PIC 9(05)V99 VALUE ZEROES.
       01 WS-TEM-TARIFA-SW     PIC X(01)   VALUE "N".
          88 WS-TEM-TARIFA                  VALUE "S".
       01 WS-SALARIO           PIC 9(07)V99 VALUE ZEROES.
       01 WS-HORAS-MES         PIC 9(03)   VALUE 220.
       01 WS-PCT-DESCONTO-VT   PIC 9V99    VALUE 0.06.
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
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
       01 WS-CELULA-NUM REDEFINES WS-CELULA-ATUAL PIC 9(03).
       01 WS-CEL-QTDE          PIC 9(05)   VALUE ZEROES.
       01 WS-CEL-VT-TOTAL      PIC 9(09)V99 VALUE ZEROES.
       01 WS-CEL-VT-DESCONTO   PIC 9(09)V99 VALUE ZEROES.
       01 WS-CEL-VR-TOTAL      PIC 9(09)V99 VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "VTVRREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "VTVRMES".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ATIVOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-BENEF   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-DIAS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PEDIDOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-TARIFA  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-QTDE-VT     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-QTDE-VR     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-VT          PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-VT-DESCONTO PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOTAL-VR          PIC 9(11)V99 VALUE ZEROES.
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
      * EMPMAST, BENMAST E O PEDIDO SAO OBRIGATORIOS
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           IF MES = 12
              COMPUTE WS-MI-ANO = ANO + 1
              MOVE 01 TO WS-MI-MES
           ELSE
              MOVE ANO TO WS-MI-ANO
              COMPUTE WS-MI-MES = MES + 1
           END-IF.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-MENSAL.
           PERFORM 00013-CALCULA-FIM-MES.

           DISPLAY " ".
           DISPLAY "INICIO DO CALCULO DE VALE-TRANSPORTE E VALE-"
                   "REFEICAO - " WS-MI-MES "/" WS-MI-ANO.

           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT BEN-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00" OR
              WS-BENMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST/BENMAST NAO ABRIRAM (STATUS "
                      WS-EMPMAST-STATUS "/" WS-BENMAST-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              IF WS-EMPMAST-STATUS NOT = "00"
                 MOVE "EMPMAST" TO WS-INC-ARQUIVO
                 MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              ELSE
                 MOVE "BENMAST" TO WS-INC-ARQUIVO
                 MOVE WS-BENMAST-STATUS TO WS-INC-STATUS
              END-IF
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN OUTPUT VTVR-PEDIDO-FILE
              IF WS-VTVRPED-STATUS NOT = "00"
                 DISPLAY "*** VTVRPED NAO ABRIU (STATUS "
                         WS-VTVRPED-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "VTVRPED" TO WS-INC-ARQUIVO
                 MOVE WS-VTVRPED-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS WS-INC-RC
                 END-CALL
              END-IF
           END-IF.
           IF WS-ABORT
              IF WS-EMPMAST-STATUS = "00"
                 CLOSE EMP-MASTER-FILE
              END-IF
              IF WS-BENMAST-STATUS = "00"
                 CLOSE BEN-MASTER-FILE
              END-IF
           ELSE
              PERFORM 00012-ABRE-OPCIONAIS
              OPEN OUTPUT VTVR-REPORT-FILE
              PERFORM 00015-MONTA-CALENDARIO
                 VARYING WS-IDX-DIA FROM 1 BY 1
                 UNTIL WS-IDX-DIA > WS-MF-DIA
              MOVE SPACES         TO VPED-HEADER
              MOVE "H"            TO VPED-H-TIPO
              MOVE WS-MI-ANO-MES  TO VPED-H-ANO-MES
              MOVE DATA-HOJE-NUM  TO VPED-H-DATA-PROC
              WRITE VPED-HEADER
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
      * ANO/MES DO PEDIDO; SEM SYSIN, OU COM O CAMPO ZERADO, VALE O
      * MES SEGUINTE AO CORRENTE
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES AND
                         CTL-MES < 13
                         MOVE CTL-ANO TO WS-MI-ANO
                         MOVE CTL-MES TO WS-MI-MES
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-MENSAL SECTION.
      * COM O ULTIMO EVENTO DO CICLO MENSAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), O PEDIDO E DO MES SEGUINTE AO MES
      * FECHADO DO CICLO, SOBREPONDO O DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              IF WS-CIC-MES = 12
                 COMPUTE WS-MI-ANO = WS-CIC-ANO + 1
                 MOVE 01 TO WS-MI-MES
              ELSE
                 MOVE WS-CIC-ANO TO WS-MI-ANO
                 COMPUTE WS-MI-MES = WS-CIC-MES + 1
              END-IF
              DISPLAY "CICLO MENSAL DO MAINCTL - PEDIDO DO MES QUE "
                      "ABRE DEPOIS DE " WS-CIC-MES "/" WS-CIC-ANO
           END-IF.
       00011A-END.
      *
       00011B-GUARDA-CICLO SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-CIC-EOF-SW
               NOT AT END
                   IF CIC-TIPO = "M"
                      MOVE CIC-SITUACAO TO WS-CIC-SITUACAO
                      MOVE CIC-ANO-MES  TO WS-CIC-ANO-MES
                   END-IF
           END-READ.
       00011B-END.
      *
       00012-ABRE-OPCIONAIS SECTION.
           OPEN INPUT JOR-MASTER-FILE.
           IF WS-JORMAST-STATUS = "00"
              MOVE "S" TO WS-JORMAST-OK-SW
           ELSE
              DISPLAY "JORMAST INDISPONIVEL (STATUS "
                      WS-JORMAST-STATUS ") - JORNADA DE SEGUNDA A "
                      "SEXTA PARA TODOS"
           END-IF.
           OPEN INPUT FERIAS-FILE.
           IF WS-FERIASAG-STATUS = "00"
              MOVE "S" TO WS-FERIASAG-OK-SW
           END-IF.
           OPEN INPUT AUS-MASTER-FILE.
           IF WS-AUSMAST-STATUS = "00"
              MOVE "S" TO WS-AUSMAST-OK-SW
           END-IF.
           OPEN INPUT CAL-MASTER-FILE.
           IF WS-CALMAST-STATUS = "00"
              MOVE "S" TO WS-CALMAST-OK-SW
           ELSE
              DISPLAY "CALMAST INDISPONIVEL (STATUS "
                      WS-CALMAST-STATUS ") - MES SEM FERIADOS"
           END-IF.
           OPEN INPUT SAL-MASTER-FILE.
           IF WS-SALMAST-STATUS = "00"
              MOVE "S" TO WS-SALMAST-OK-SW
           ELSE
              DISPLAY "SALMAST INDISPONIVEL (STATUS "
                      WS-SALMAST-STATUS ") - DESCONTO DE 6% ZERADO"
           END-IF.
           OPEN INPUT ORGMAST-FILE.
           IF WS-ORGMAST-STATUS = "00"
              MOVE "S" TO WS-ORGMAST-OK-SW
           END-IF.
       00012-END.
      *
       00013-CALCULA-FIM-MES SECTION.
      * ULTIMO DIA DO MES = PRIMEIRO DIA + (DIAS ATE O PRIMEIRO DIA DO
      * MES SEGUINTE - 1), PELA DATEUTIL
           IF WS-MI-MES = 12
              COMPUTE WS-MS-ANO = WS-MI-ANO + 1
              MOVE 01 TO WS-MS-MES
           ELSE
              MOVE WS-MI-ANO TO WS-MS-ANO
              COMPUTE WS-MS-MES = WS-MI-MES + 1
           END-IF.
           MOVE "D"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-SEGUINTE-NUM TO WS-DU-DATA-1.
           MOVE WS-MES-INI-NUM      TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE "A"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-INI-NUM      TO WS-DU-DATA-1.
           SUBTRACT 1 FROM WS-DU-DIAS.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-RESULTADO     TO WS-MES-FIM.
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
       00015-MONTA-CALENDARIO SECTION.
      * DIA DA SEMANA PELA DATEUTIL E FERIADO PELO CALMAST; O FIM DE
      * SEMANA FICA POR CONTA DA JORNADA DE CADA EMPREGADO
           MOVE WS-MI-ANO  TO WS-DD-ANO.
           MOVE WS-MI-MES  TO WS-DD-MES.
           MOVE WS-IDX-DIA TO WS-DD-DIA.
           MOVE "W"             TO WS-DU-OPERACAO.
           MOVE WS-DATA-DIA-NUM TO WS-DU-DATA-1.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-DIAS TO WS-CAL-SEMANA(WS-IDX-DIA).
           MOVE "N"        TO WS-CAL-FERIADO(WS-IDX-DIA).
           IF WS-CALMAST-OK
              MOVE WS-DATA-DIA-NUM TO CAL-DATA
              READ CAL-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF CAL-TIPO = "F"
                         MOVE "S" TO WS-CAL-FERIADO(WS-IDX-DIA)
                      END-IF
              END-READ
           END-IF.
       00015-END.
      *
       00020-PROCESSO      SECTION.
      * APURA OS ATIVOS COM BENEFICIO E IMPRIME ORDENADO POR CELULA E
      * MATRICULA, GRAVANDO O PEDIDO NA MESMA ORDEM
           SORT VTVR-SORT-WORK
               ON ASCENDING KEY VSRT-SETOR
                                VSRT-DEPTO
                                VSRT-SERVIDOR
                                VSRT-MATRICULA
               INPUT PROCEDURE 00021-SELECIONA-EMPREGADOS
               OUTPUT PROCEDURE 00030-IMPRIME-CELULAS.
           IF NOT WS-PRIMEIRA-CELULA
              PERFORM 00034-SUBTOTAL-CELULA
           END-IF.
           PERFORM 00035-TOTAL-GERAL.
       00020-END.
      *
       00021-SELECIONA-EMPREGADOS SECTION.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 00022-LE-EMPREGADO.
           PERFORM 00023-APURA-EMPREGADO UNTIL WS-EOF.
       00021-END.
      *
       00022-LE-EMPREGADO  SECTION.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-APURA-EMPREGADO SECTION.
      * SO ATIVOS ADMITIDOS ATE O FIM DO MES E COM BENEFICIO OPTADO
      * NO BENMAST
           IF EMP-ATIVO AND EMP-DATA-ADMIS NOT > WS-MES-FIM
              ADD 1 TO WS-TOTAL-ATIVOS
              MOVE EMP-MATRICULA TO BEN-MATRICULA
              READ BEN-MASTER-FILE
                  INVALID KEY
                      ADD 1 TO WS-TOTAL-SEM-BENEF
                  NOT INVALID KEY
                      IF BEN-VT-TARIFA-DIA = ZEROES AND
                         BEN-VR-VALOR-DIA = ZEROES
                         ADD 1 TO WS-TOTAL-SEM-BENEF
                      ELSE
                         PERFORM 00024-CONTA-DIAS
                         IF WS-DIAS = ZEROES
                            ADD 1 TO WS-TOTAL-SEM-DIAS
                         ELSE
                            PERFORM 00027-CALCULA-VALORES
                            PERFORM 00029-RELEASE-EMPREGADO
                         END-IF
                      END-IF
              END-READ
           END-IF.
           PERFORM 00022-LE-EMPREGADO.
       00023-END.
      *
       00024-CONTA-DIAS    SECTION.
      * MARCA OS DIAS FORA DO TRABALHO (ANTES DA ADMISSAO, FERIAS
      * APROVADAS, AFASTAMENTOS) E CONTA OS DIAS DE JORNADA RESTANTES
      * QUE NAO SAO FERIADO
           MOVE SPACES TO WS-FORA-TAB.
           IF EMP-DATA-ADMIS > WS-MES-INI-NUM
              MOVE WS-MES-INI-NUM TO WS-PERIODO-INI
              MOVE EMP-DATA-ADMIS TO WS-DU-DATA-1
              MOVE "A"            TO WS-DU-OPERACAO
              MOVE -1             TO WS-DU-DIAS
              PERFORM 00014-CHAMA-DATEUTIL
              MOVE WS-DU-RESULTADO TO WS-PERIODO-FIM
              PERFORM 00025-MARCA-PERIODO
           END-IF.
           IF WS-FERIASAG-OK
              PERFORM 00024A-PERIODOS-FERIAS
           END-IF.
           IF WS-AUSMAST-OK
              PERFORM 00024C-PERIODOS-AUSENCIA
           END-IF.
           MOVE "N" TO WS-TEM-JORNADA-SW.
           IF WS-JORMAST-OK
              MOVE EMP-MATRICULA TO JOR-MATRICULA
              READ JOR-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-TEM-JORNADA-SW
              END-READ
           END-IF.
           MOVE ZEROES TO WS-DIAS.
           PERFORM 00026-CONTA-UM-DIA
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-MF-DIA.
       00024-END.
      *
       00024A-PERIODOS-FERIAS SECTION.
           MOVE "N" TO WS-FER-EOF-SW.
           MOVE EMP-MATRICULA TO FER-MATRICULA.
           MOVE ZEROES        TO FER-DATA-INI.
           START FERIAS-FILE KEY >= FER-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-FER-EOF-SW
           END-START.
           PERFORM 00024B-LE-FERIAS UNTIL WS-FER-EOF.
       00024A-END.
      *
       00024B-LE-FERIAS    SECTION.
      * SO PERIODO APROVADO (OU JA GOZADO) CONTA; SOLICITACAO AINDA
      * PODE SER RECUSADA
           READ FERIAS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FER-EOF-SW
               NOT AT END
                   IF FER-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-FER-EOF-SW
                   ELSE
                      IF FER-APROVADA OR FER-GOZADA
                         MOVE FER-DATA-INI TO WS-PERIODO-INI
                         MOVE FER-DATA-FIM TO WS-PERIODO-FIM
                         PERFORM 00025-MARCA-PERIODO
                      END-IF
                   END-IF
           END-READ.
       00024B-END.
      *
       00024C-PERIODOS-AUSENCIA SECTION.
           MOVE "N" TO WS-AUS-EOF-SW.
           MOVE EMP-MATRICULA TO AUS-MATRICULA.
           MOVE ZEROES        TO AUS-DATA-INI.
           START AUS-MASTER-FILE KEY >= AUS-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-AUS-EOF-SW
           END-START.
           PERFORM 00024D-LE-AUSENCIA UNTIL WS-AUS-EOF.
       00024C-END.
      *
       00024D-LE-AUSENCIA  SECTION.
           READ AUS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AUS-EOF-SW
               NOT AT END
                   IF AUS-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-AUS-EOF-SW
                   ELSE
                      MOVE AUS-DATA-INI TO WS-PERIODO-INI
                      MOVE AUS-DATA-FIM TO WS-PERIODO-FIM
                      PERFORM 00025-MARCA-PERIODO
                   END-IF
           END-READ.
       00024D-END.
      *
       00025-MARCA-PERIODO SECTION.
      * MARCA COMO FORA OS DIAS DO PERIODO QUE CAEM DENTRO DO MES
           IF WS-PERIODO-FIM NOT < WS-MES-INI-NUM AND
              WS-PERIODO-INI NOT > WS-MES-FIM
              IF WS-PERIODO-INI < WS-MES-INI-NUM
                 MOVE 01 TO WS-DIA-DE
              ELSE
                 MOVE WS-PERIODO-INI(7:2) TO WS-DIA-DE
              END-IF
              IF WS-PERIODO-FIM > WS-MES-FIM
                 MOVE WS-MF-DIA TO WS-DIA-ATE
              ELSE
                 MOVE WS-PERIODO-FIM(7:2) TO WS-DIA-ATE
              END-IF
              PERFORM 00025A-MARCA-DIA
                 VARYING WS-IDX-DIA FROM WS-DIA-DE BY 1
                 UNTIL WS-IDX-DIA > WS-DIA-ATE
           END-IF.
       00025-END.
      *
       00025A-MARCA-DIA    SECTION.
           MOVE "S" TO WS-FORA-DIA(WS-IDX-DIA).
       00025A-END.
      *
       00026-CONTA-UM-DIA  SECTION.
      * DIA DE TRABALHO: HA JORNADA NAQUELE DIA DA SEMANA (SEM
      * JORNADA CADASTRADA, SEGUNDA A SEXTA), NAO E FERIADO E O
      * EMPREGADO NAO ESTA FORA
           IF WS-CAL-FERIADO(WS-IDX-DIA) = "N" AND
              WS-FORA-DIA(WS-IDX-DIA) NOT = "S"
              MOVE WS-CAL-SEMANA(WS-IDX-DIA) TO WS-IDX-SEMANA
              IF WS-TEM-JORNADA
                 IF JOR-MIN-DIA(WS-IDX-SEMANA) > ZEROES
                    ADD 1 TO WS-DIAS
                 END-IF
              ELSE
                 IF WS-IDX-SEMANA < 6
                    ADD 1 TO WS-DIAS
                 END-IF
              END-IF
           END-IF.
       00026-END.
      *
       00027-CALCULA-VALORES SECTION.
      * VALE = DIAS X VALOR DIARIO; DESCONTO DO TRANSPORTE = 6% DO
      * SALARIO, NUNCA MAIOR QUE O PROPRIO VALE
           COMPUTE WS-VT-TOTAL = WS-DIAS * BEN-VT-TARIFA-DIA.
           COMPUTE WS-VR-TOTAL = WS-DIAS * BEN-VR-VALOR-DIA.
           MOVE ZEROES TO WS-VT-DESCONTO WS-TARIFA.
           MOVE "N"    TO WS-TEM-TARIFA-SW.
           IF WS-VT-TOTAL > ZEROES
              IF WS-SALMAST-OK
                 PERFORM 00028-TARIFA-VIGENTE
              END-IF
              IF WS-TEM-TARIFA
                 COMPUTE WS-SALARIO ROUNDED =
                         WS-TARIFA * WS-HORAS-MES
                 COMPUTE WS-VT-DESCONTO ROUNDED =
                         WS-SALARIO * WS-PCT-DESCONTO-VT
                 IF WS-VT-DESCONTO > WS-VT-TOTAL
                    MOVE WS-VT-TOTAL TO WS-VT-DESCONTO
                 END-IF
              ELSE
                 ADD 1 TO WS-TOTAL-SEM-TARIFA
              END-IF
           END-IF.
       00027-END.
      *
       00028-TARIFA-VIGENTE SECTION.
      * TARIFA DO CARGO DE MAIOR VIGENCIA QUE NAO PASSA DO PRIMEIRO
      * DIA DO MES
           MOVE "N" TO WS-SAL-EOF-SW.
           MOVE EMP-CARGO TO SAL-CARGO.
           MOVE ZEROES    TO SAL-DATA-VIG.
           START SAL-MASTER-FILE KEY >= SAL-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SAL-EOF-SW
           END-START.
           PERFORM 00028A-LE-TARIFA.
           PERFORM 00028B-GUARDA-TARIFA UNTIL WS-SAL-EOF.
       00028-END.
      *
       00028A-LE-TARIFA    SECTION.
           IF NOT WS-SAL-EOF
              READ SAL-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-READ
           END-IF.
       00028A-END.
      *
       00028B-GUARDA-TARIFA SECTION.
           IF SAL-CARGO NOT = EMP-CARGO OR
              SAL-DATA-VIG > WS-MES-INI-NUM
              MOVE "Y" TO WS-SAL-EOF-SW
           ELSE
              MOVE SAL-VALOR-HORA TO WS-TARIFA
              MOVE "S" TO WS-TEM-TARIFA-SW
              PERFORM 00028A-LE-TARIFA
           END-IF.
       00028B-END.
      *
       00029-RELEASE-EMPREGADO SECTION.
           ADD 1 TO WS-TOTAL-PEDIDOS.
           ADD EMP-MATRICULA TO WS-HASH-MATRICULA.
           MOVE EMP-SETOR         TO VSRT-SETOR.
           MOVE EMP-DEPTO         TO VSRT-DEPTO.
           MOVE EMP-SERVIDOR-IDX  TO VSRT-SERVIDOR.
           MOVE EMP-MATRICULA     TO VSRT-MATRICULA.
           MOVE EMP-NOME          TO VSRT-NOME.
           MOVE EMP-CPF           TO VSRT-CPF.
           MOVE WS-DIAS           TO VSRT-DIAS.
           MOVE BEN-VT-TARIFA-DIA TO VSRT-VT-TARIFA.
           MOVE BEN-VR-VALOR-DIA  TO VSRT-VR-VALOR.
           MOVE WS-VT-TOTAL       TO VSRT-VT-TOTAL.
           MOVE WS-VT-DESCONTO    TO VSRT-VT-DESCONTO.
           MOVE WS-VR-TOTAL       TO VSRT-VR-TOTAL.
           IF WS-VT-TOTAL > ZEROES AND NOT WS-TEM-TARIFA
              MOVE "S" TO VSRT-SEM-TARIFA
           ELSE
              MOVE "N" TO VSRT-SEM-TARIFA
           END-IF.
           RELEASE VTVR-SORT-REC.
       00029-END.
      *
       00030-IMPRIME-CELULAS SECTION.
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-IMPRIME-EMPREGADO UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN VTVR-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-IMPRIME-EMPREGADO SECTION.
      * NA QUEBRA DE CELULA FECHA A ANTERIOR E ABRE A NOVA; GRAVA O
      * PEDIDO DE CADA BENEFICIO E A LINHA DE CUSTO DO EMPREGADO
           MOVE VSRT-SETOR    TO WS-CAT-SETOR.
           MOVE VSRT-DEPTO    TO WS-CAT-DEPTO.
           MOVE VSRT-SERVIDOR TO WS-CAT-SERVIDOR.
           IF WS-PRIMEIRA-CELULA OR
              WS-CELULA-ATUAL NOT = WS-CELULA-ANTERIOR
              IF NOT WS-PRIMEIRA-CELULA
                 PERFORM 00034-SUBTOTAL-CELULA
              END-IF
              PERFORM 00033-CABECALHO-CELULA
           END-IF.
           IF VSRT-VT-TOTAL > ZEROES
              MOVE "VT"           TO VPED-D-BENEFICIO
              MOVE VSRT-VT-TARIFA TO VPED-D-VALOR-DIA
              MOVE VSRT-VT-TOTAL  TO VPED-D-VALOR-TOTAL
              PERFORM 00036-GRAVA-PEDIDO
              ADD 1 TO WS-TOTAL-QTDE-VT
           END-IF.
           IF VSRT-VR-TOTAL > ZEROES
              MOVE "VR"           TO VPED-D-BENEFICIO
              MOVE VSRT-VR-VALOR  TO VPED-D-VALOR-DIA
              MOVE VSRT-VR-TOTAL  TO VPED-D-VALOR-TOTAL
              PERFORM 00036-GRAVA-PEDIDO
              ADD 1 TO WS-TOTAL-QTDE-VR
           END-IF.
           MOVE SPACES              TO VTVR-REP-REC.
           MOVE "VALE"              TO VREP-ROTULO.
           MOVE VSRT-SETOR          TO VREP-SETOR.
           MOVE VSRT-DEPTO          TO VREP-DEPTO.
           MOVE VSRT-SERVIDOR       TO VREP-SERVIDOR.
           MOVE VSRT-MATRICULA      TO VREP-MATRICULA.
           MOVE VSRT-NOME           TO VREP-NOME.
           MOVE VSRT-DIAS           TO VREP-DIAS.
           MOVE VSRT-VT-TOTAL       TO VREP-VT-TOTAL.
           MOVE VSRT-VT-DESCONTO    TO VREP-VT-DESCONTO.
           COMPUTE VREP-VT-EMPRESA = VSRT-VT-TOTAL - VSRT-VT-DESCONTO.
           MOVE VSRT-VR-TOTAL       TO VREP-VR-TOTAL.
           IF VSRT-SEM-TARIFA = "S"
              MOVE "CARGO SEM TARIFA" TO VREP-OBSERVACAO
           END-IF.
           WRITE VTVR-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           ADD 1                TO WS-CEL-QTDE.
           ADD VSRT-VT-TOTAL    TO WS-CEL-VT-TOTAL WS-TOTAL-VT.
           ADD VSRT-VT-DESCONTO TO WS-CEL-VT-DESCONTO
                                   WS-TOTAL-VT-DESCONTO.
           ADD VSRT-VR-TOTAL    TO WS-CEL-VR-TOTAL WS-TOTAL-VR.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00033-CABECALHO-CELULA SECTION.
           MOVE "N"             TO WS-PRIMEIRA-SW.
           MOVE WS-CELULA-ATUAL TO WS-CELULA-ANTERIOR.
           MOVE ZEROES          TO WS-CEL-QTDE WS-CEL-VT-TOTAL
                                   WS-CEL-VT-DESCONTO WS-CEL-VR-TOTAL.
           MOVE SPACES          TO VTVR-REP-REC.
           MOVE "CELULA"        TO VREP-ROTULO.
           MOVE WS-CAT-SETOR    TO VREP-SETOR.
           MOVE WS-CAT-DEPTO    TO VREP-DEPTO.
           MOVE WS-CAT-SERVIDOR TO VREP-SERVIDOR.
           IF WS-ORGMAST-OK
              MOVE WS-CAT-SETOR    TO ORGM-SETOR
              MOVE WS-CAT-DEPTO    TO ORGM-DEPTO
              MOVE WS-CAT-SERVIDOR TO ORGM-SERVIDOR-IDX
              READ ORGMAST-FILE
                  INVALID KEY
                      MOVE "(CELULA NAO CONSTA NO ORGMAST)"
                           TO VREP-NOME
                  NOT INVALID KEY
                      MOVE ORGM-DESCRICAO TO VREP-NOME
              END-READ
           END-IF.
           MOVE "DIAS" TO VREP-DIAS.
           WRITE VTVR-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00033-END.
      *
       00034-SUBTOTAL-CELULA SECTION.
      * CUSTO DA CELULA: VALE-TRANSPORTE BRUTO, DESCONTO DOS
      * EMPREGADOS, CUSTO DA EMPRESA E VALE-REFEICAO
           MOVE SPACES             TO VTVR-REP-REC.
           MOVE "SUBTOTAL"         TO VREP-ROTULO.
           MOVE WS-CEL-SETOR       TO VREP-SETOR.
           MOVE WS-CEL-DEPTO       TO VREP-DEPTO.
           MOVE WS-CEL-SERVIDOR    TO VREP-SERVIDOR.
           MOVE WS-CEL-QTDE        TO VREP-NOME(1:5).
           MOVE "EMPREGADO(S)"     TO VREP-NOME(7:12).
           MOVE WS-CEL-VT-TOTAL    TO VREP-VT-TOTAL.
           MOVE WS-CEL-VT-DESCONTO TO VREP-VT-DESCONTO.
           COMPUTE VREP-VT-EMPRESA = WS-CEL-VT-TOTAL
                                   - WS-CEL-VT-DESCONTO.
           MOVE WS-CEL-VR-TOTAL    TO VREP-VR-TOTAL.
           WRITE VTVR-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00034-END.
      *
       00035-TOTAL-GERAL   SECTION.
           MOVE SPACES               TO VTVR-REP-REC.
           MOVE "TOTAL"              TO VREP-ROTULO.
           MOVE WS-TOTAL-PEDIDOS     TO VREP-NOME(1:7).
           MOVE "EMPREGADO(S)"       TO VREP-NOME(9:12).
           MOVE WS-TOTAL-VT          TO VREP-VT-TOTAL.
           MOVE WS-TOTAL-VT-DESCONTO TO VREP-VT-DESCONTO.
           COMPUTE VREP-VT-EMPRESA = WS-TOTAL-VT
                                   - WS-TOTAL-VT-DESCONTO.
           MOVE WS-TOTAL-VR          TO VREP-VR-TOTAL.
           WRITE VTVR-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00036-GRAVA-PEDIDO  SECTION.
      * DETALHE DO PEDIDO AO FORNECEDOR; BENEFICIO E VALORES JA
      * MOVIDOS PELO CHAMADOR
           MOVE "D"            TO VPED-D-TIPO.
           MOVE VSRT-MATRICULA TO VPED-D-MATRICULA.
           MOVE VSRT-CPF       TO VPED-D-CPF.
           MOVE VSRT-NOME      TO VPED-D-NOME.
           MOVE VSRT-DIAS      TO VPED-D-DIAS.
           MOVE WS-CELULA-NUM  TO VPED-D-CELULA.
           WRITE VPED-DETALHE.
       00036-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           MOVE SPACES            TO VPED-TRAILER.
           MOVE "T"               TO VPED-T-TIPO.
           MOVE WS-TOTAL-QTDE-VT  TO VPED-T-QTDE-VT.
           MOVE WS-TOTAL-VT       TO VPED-T-VALOR-VT.
           MOVE WS-TOTAL-QTDE-VR  TO VPED-T-QTDE-VR.
           MOVE WS-TOTAL-VR       TO VPED-T-VALOR-VR.
           WRITE VPED-TRAILER.
           CLOSE EMP-MASTER-FILE.
           CLOSE BEN-MASTER-FILE.
           IF WS-JORMAST-OK
              CLOSE JOR-MASTER-FILE
           END-IF.
           IF WS-FERIASAG-OK
              CLOSE FERIAS-FILE
           END-IF.
           IF WS-AUSMAST-OK
              CLOSE AUS-MASTER-FILE
           END-IF.
           IF WS-CALMAST-OK
              CLOSE CAL-MASTER-FILE
           END-IF.
           IF WS-SALMAST-OK
              CLOSE SAL-MASTER-FILE
           END-IF.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           CLOSE VTVR-PEDIDO-FILE.
           CLOSE VTVR-REPORT-FILE.
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
           MOVE "VTVRMES"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-PEDIDOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-SEM-TARIFA  TO AUDIT-QTDE-REJEIT.
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
      * ABRIU, ALERTA SE HA VALE-TRANSPORTE SEM O DESCONTO DE 6% POR
      * FALTA DE TARIFA DO CARGO, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-TARIFA > ZEROES
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
           DISPLAY "EMPREGADOS ATIVOS....: " WS-TOTAL-ATIVOS.
           DISPLAY "  SEM BENEFICIO......: " WS-TOTAL-SEM-BENEF.
           DISPLAY "  SEM DIA DE TRABALHO: " WS-TOTAL-SEM-DIAS.
           DISPLAY "EMPREGADOS NO PEDIDO.: " WS-TOTAL-PEDIDOS.
           DISPLAY "  CARGO SEM TARIFA...: " WS-TOTAL-SEM-TARIFA.
           DISPLAY "PEDIDOS DE VT........: " WS-TOTAL-QTDE-VT.
           DISPLAY "VALOR DE VT..........: " WS-TOTAL-VT.
           DISPLAY "DESCONTO DE VT.......: " WS-TOTAL-VT-DESCONTO.
           DISPLAY "PEDIDOS DE VR........: " WS-TOTAL-QTDE-VR.
           DISPLAY "VALOR DE VR..........: " WS-TOTAL-VR.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO CALCULO DE VALE-TRANSPORTE E VALE-REFEICAO".
       00050-END.
