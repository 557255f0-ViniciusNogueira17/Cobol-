       IDENTIFICATION      DIVISION.
       PROGRAM-ID. INFORME.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Informe anual de rendimentos por empregado, que o
      *                RH entrega todo fevereiro e ate hoje era montado
      *                na mao. Para o ano-calendario do cartao de
      *                controle (CTL-ANO; default o ano anterior) soma
      *                mes a mes, por empresa pagadora (LIQ-EMPRESA), os
      *                registros bruto-liquido do FOLHALIQ
      *                gravados pelo FOLHADED (a entrada e a
      *                concatenacao das geracoes mensais do ano):
      *                rendimento tributavel, INSS e IRRF retidos e a
      *                deducao de dependentes. O 13o salario vem da
      *                consolidacao anual do FECHAANUAL (ANUALINT, meses
      *                que valem para o 13o) pela mesma regra do
      *                RESCISAO: tarifa do cargo vigente em 31/12 no
      *                SALMAST x 220 horas x meses / 12. Imprime no
      *                INFOREL uma pagina por matricula e fonte pagadora
      *                (o empregado transferido entre empresas do grupo
      *                pelo EMPCIATR recebe um informe de cada uma) com
      *                os dados da fonte no CIAPARM, o CPF
      *                mascarado pela MASCARA-CPF, os totais de cada mes
      *                e os dependentes do DEPDMAST, e grava o resumo
      *                INFORES (header/detalhe/trailer) com os totais
      *                por empresa para a declaracao anual do imposto
      *                retido na fonte.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Rendimento atribuido a empresa que pagou a
      *                  competencia (LIQ-EMPRESA), e nao a EMP-EMPRESA
      *                  atual: um informe por fonte pagadora, com o 13o
      *                  no informe da empresa da ultima competencia do
      *                  ano, e o INFORES somado por fonte. O detalhe do
      *                  ANUALINT casado passou a ser consumido, e nao
      *                  mais contado como ponto sem folha na matricula
      *                  seguinte.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FOLHA-LIQ-FILE ASSIGN TO "FOLHALIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHALIQ-STATUS.

           SELECT ANUAL-INT-FILE ASSIGN TO "ANUALINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANUALINT-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SAL-MASTER-FILE ASSIGN TO "SALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT DEPD-MASTER-FILE ASSIGN TO "DEPDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPDMAST-STATUS.

           SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIAPARM-STATUS.

           SELECT INF-SORT-WORK ASSIGN TO "INFSORTW".

           SELECT INF-REPORT-FILE ASSIGN TO "INFOREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INF-RESUMO-FILE ASSIGN TO "INFORES"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  FOLHA-LIQ-FILE.
           COPY LIQREC.

      * EXTRATO ANUAL DO FECHAANUAL (MESMO LAYOUT DE LA)
       FD  ANUAL-INT-FILE.
       01  ANUAL-INT-HEADER.
           03 AINT-H-TIPO          PIC X(01).
      *       "H" HEADER, "D" DETALHE, "T" TRAILER
           03 AINT-H-ANO           PIC 9(04).
           03 AINT-H-DATA-PROC     PIC 9(08).
           03 FILLER               PIC X(27).
       01  ANUAL-INT-DETALHE REDEFINES ANUAL-INT-HEADER.
           03 AINT-D-TIPO          PIC X(01).
           03 AINT-D-MATRICULA     PIC 9(06).
           03 AINT-D-MIN-NORMAIS   PIC 9(07).
           03 AINT-D-MIN-EXTRA     PIC 9(07).
           03 AINT-D-MIN-NOTURNO   PIC 9(07).
           03 AINT-D-QTDE-DIAS     PIC 9(04).
           03 AINT-D-MESES-13      PIC 9(02).
           03 FILLER               PIC X(06).

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  CIA-PARM-FILE.
           COPY CIAREC.

       SD  INF-SORT-WORK.
       01  INF-SORT-REC.
           03 INF-SORT-MATRICULA   PIC 9(06).
           03 INF-SORT-EMPRESA     PIC 9(02).
           03 INF-SORT-ANO-MES     PIC 9(06).
           03 INF-SORT-BRUTO       PIC 9(07)V99.
           03 INF-SORT-INSS        PIC 9(07)V99.
           03 INF-SORT-QTDE-DEP    PIC 9(02).
           03 INF-SORT-DED-DEP     PIC 9(07)V99.
           03 INF-SORT-IRRF        PIC 9(07)V99.

       FD  INF-REPORT-FILE.
       01  INF-REP-REC.
           03 IREP-ROTULO          PIC X(24).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 IREP-REFERENCIA      PIC X(20).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 IREP-VALOR-1         PIC 9(08).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 IREP-VALOR-2         PIC 9(08).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 IREP-VALOR-3         PIC 9(08).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 IREP-COMPLEMENTO     PIC X(60).

       FD  INF-RESUMO-FILE.
       01  INF-RES-HEADER.
           03 IRES-H-TIPO          PIC X(01).
      *       "H" HEADER, "D" DETALHE (UMA EMPRESA), "T" TRAILER
           03 IRES-H-ANO           PIC 9(04).
           03 IRES-H-DATA-PROC     PIC 9(08).
           03 FILLER               PIC X(104).
       01  INF-RES-DETALHE REDEFINES INF-RES-HEADER.
           03 IRES-D-TIPO          PIC X(01).
           03 IRES-D-EMPRESA       PIC 9(02).
           03 IRES-D-CNPJ          PIC 9(14).
           03 IRES-D-RAZAO         PIC X(30).
           03 IRES-D-QTDE          PIC 9(05).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 IRES-D-RENDIMENTOS   PIC 9(11)V99.
           03 IRES-D-INSS          PIC 9(11)V99.
           03 IRES-D-IRRF          PIC 9(11)V99.
           03 IRES-D-DED-DEP       PIC 9(11)V99.
           03 IRES-D-VLR-13        PIC 9(11)V99.
       01  INF-RES-TRAILER REDEFINES INF-RES-HEADER.
           03 IRES-T-TIPO          PIC X(01).
           03 IRES-T-QTDE-EMPRESAS PIC 9(03).
           03 IRES-T-QTDE-BENEF    PIC 9(07).
           03 IRES-T-RENDIMENTOS   PIC 9(11)V99.
           03 IRES-T-INSS          PIC 9(11)V99.
           03 IRES-T-IRRF          PIC 9(11)V99.
           03 IRES-T-DED-DEP       PIC 9(11)V99.
           03 IRES-T-VLR-13        PIC 9(11)V99.
           03 FILLER               PIC X(41).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-FOLHALIQ-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ANUALINT-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CIAPARM-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "INFORME".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-AINT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-AINT-EOF                    VALUE "Y".
       01 WS-CIA-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIA-EOF                     VALUE "Y".
       01 WS-SAL-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
       01 WS-DPD-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-DPD-EOF                     VALUE "Y".
      * DEPDMAST E OPCIONAL: SEM O MESTRE, O INFORME SAI SEM A
      * RELACAO DE DEPENDENTES
       01 WS-DEPDMAST-OK-SW    PIC X(01)   VALUE "N".
          88 WS-DEPDMAST-OK                 VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * ANO-CALENDARIO DO INFORME (DEFAULT: ANO ANTERIOR; CTL-ANO
      * SOBREPOE) E O SEU ULTIMO DIA, QUE ESCOLHE A TARIFA DO 13o
       01 WS-ANO-BASE          PIC 9(04)   VALUE ZEROES.
       01 WS-DATA-REFERENCIA   PIC 9(08)   VALUE ZEROES.
       01 WS-LIQ-ANO           PIC 9(04)   VALUE ZEROES.
      * PARAMETROS DAS EMPRESAS (CIAPARM), POSICIONADOS PELO CODIGO
       01 WS-TAB-CIA.
          03 WS-CIA-ITEM                    OCCURS 99 TIMES.
             05 WS-CIA-CADASTRADA  PIC X(01).
             05 WS-CIA-CNPJ        PIC 9(14).
             05 WS-CIA-RAZAO       PIC X(30).
       01 WS-IDX-CIA           PIC 9(02)   VALUE ZEROES.
       01 WS-QTDE-CIAS         PIC 9(02)   VALUE ZEROES.
      * FONTES PAGADORAS DA MATRICULA EM QUEBRA: OS DOZE MESES DE CADA
      * EMPRESA QUE PAGOU ALGUMA COMPETENCIA DO ANO (MESMO LAYOUT DA
      * WS-TAB-MESES) E A FONTE DA ULTIMA COMPETENCIA, QUE LEVA O 13o
       01 WS-LIMITE-FONTES     PIC 9(02)   VALUE 10.
       01 WS-QTDE-FONTES       PIC 9(02)   VALUE ZEROES.
       01 WS-TAB-FONTES.
          03 WS-FON-ITEM                    OCCURS 10 TIMES.
             05 WS-FON-EMPRESA     PIC 9(02).
             05 WS-FON-MESES.
                07 WS-FON-MES-ITEM          OCCURS 12 TIMES.
                   09 WS-FON-MES-TEM       PIC X(01).
                   09 WS-FON-MES-BRUTO     PIC 9(07)V99.
                   09 WS-FON-MES-INSS      PIC 9(07)V99.
                   09 WS-FON-MES-QTDE-DEP  PIC 9(02).
                   09 WS-FON-MES-DED-DEP   PIC 9(07)V99.
                   09 WS-FON-MES-IRRF      PIC 9(07)V99.
       01 WS-IDX-FON           PIC 9(02)   VALUE ZEROES.
       01 WS-FONTE-13          PIC 9(02)   VALUE ZEROES.
       01 WS-ULT-ANO-MES       PIC 9(06)   VALUE ZEROES.
      * OS DOZE MESES DA FONTE PAGADORA DO INFORME CORRENTE
       01 WS-TAB-MESES.
          03 WS-MES-ITEM                    OCCURS 12 TIMES.
             05 WS-MES-TEM         PIC X(01).
             05 WS-MES-BRUTO       PIC 9(07)V99.
             05 WS-MES-INSS        PIC 9(07)V99.
             05 WS-MES-QTDE-DEP    PIC 9(02).
             05 WS-MES-DED-DEP     PIC 9(07)V99.
             05 WS-MES-IRRF        PIC 9(07)V99.
       01 WS-IDX-MES           PIC 9(02)   VALUE ZEROES.
       01 WS-MES-CALC          PIC S9(07)  VALUE ZEROES.
      * TOTAIS DO ANO DA MATRICULA EM QUEBRA
       01 WS-MATR-ATUAL        PIC 9(06)   VALUE ZEROES.
       01 WS-EMP-EFETIVA       PIC 9(02)   VALUE ZEROES.
       01 WS-ANO-BRUTO         PIC 9(09)V99 VALUE ZEROES.
       01 WS-ANO-INSS          PIC 9(09)V99 VALUE ZEROES.
       01 WS-ANO-DED-DEP       PIC 9(09)V99 VALUE ZEROES.
       01 WS-ANO-IRRF          PIC 9(09)V99 VALUE ZEROES.
      * 13o SALARIO: MESES DO ANUALINT E TARIFA VIGENTE EM 31/12
       01 WS-MESES-13          PIC 9(02)   VALUE ZEROES.
       01 WS-MESES-13-MATR     PIC 9(02)   VALUE ZEROES.
       01 WS-TARIFA            PIC 9(05)V99 VALUE ZEROES.
       01 WS-TEM-TARIFA-SW     PIC X(01)   VALUE "N".
          88 WS-TEM-TARIFA                  VALUE "S".
      * DIVISOR MENSAL DA CLT: SALARIO DO MES = TARIFA X 220 HORAS
       01 WS-HORAS-MES         PIC 9(03)   VALUE 220.
       01 WS-VLR-13            PIC 9(07)V99 VALUE ZEROES.
      * CAMPOS DE EDICAO DO INFORME
       01 WS-CPF-MASCARADO     PIC X(11)   VALUE SPACES.
       01 WS-REF-DED           PIC 9(05).99.
       01 WS-REF-DED-ANO       PIC 9(07).99.
       01 WS-PARENTESCO        PIC X(08)   VALUE SPACES.
       01 WS-SITUACAO-DEP      PIC X(04)   VALUE SPACES.
       01 WS-QTDE-DEP-INFORME  PIC 9(02)   VALUE ZEROES.
      * TOTAIS POR EMPRESA
       01 WS-TOTAIS-EMPRESA.
          03 WS-ETOT-ITEM                   OCCURS 99 TIMES.
             05 WS-ETOT-QTDE     PIC 9(05).
             05 WS-ETOT-RENDIM   PIC 9(11)V99.
             05 WS-ETOT-INSS     PIC 9(11)V99.
             05 WS-ETOT-IRRF     PIC 9(11)V99.
             05 WS-ETOT-DED-DEP  PIC 9(11)V99.
             05 WS-ETOT-VLR-13   PIC 9(11)V99.
       01 WS-IDX-EMP           PIC 9(02)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-NO-ANO      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REPETIDAS   PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-INFORMES    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-CADASTRO PIC 9(05)  VALUE ZEROES.
       01 WS-TOTAL-SEM-CIA     PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-SEM-TARIFA  PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-ANUAL-SO    PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-MULTI-FONTE PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-FONTE-EXCED PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-DEPENDENTES PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EMPRESAS    PIC 9(03)   VALUE ZEROES.
       01 WS-TOT-RENDIM        PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-INSS          PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-IRRF          PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-DED-DEP       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-VLR-13        PIC 9(11)V99 VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO
              PERFORM 00045-FECHA-SAIDAS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-ANO-BASE = ANO - 1.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           COMPUTE WS-DATA-REFERENCIA = (WS-ANO-BASE * 10000) + 1231.
           PERFORM 00016-ZERA-EMPRESA
              VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 98.
           MOVE 99 TO WS-IDX-EMP.
           PERFORM 00016-ZERA-EMPRESA.

           DISPLAY " ".
           DISPLAY "INICIO DO INFORME DE RENDIMENTOS - ANO-CALENDARIO "
                   WS-ANO-BASE.

           OPEN INPUT FOLHA-LIQ-FILE.
           IF WS-FOLHALIQ-STATUS NOT = "00"
              MOVE "FOLHALIQ" TO WS-INC-ARQUIVO
              MOVE WS-FOLHALIQ-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              CLOSE FOLHA-LIQ-FILE
              PERFORM 00012-CARREGA-EMPRESAS
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 MOVE "EMPMAST" TO WS-INC-ARQUIVO
                 MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                 PERFORM 00019-ABORTA-ABERTURA
              END-IF
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT SAL-MASTER-FILE
              IF WS-SALMAST-STATUS NOT = "00"
                 CLOSE EMP-MASTER-FILE
                 MOVE "SALMAST" TO WS-INC-ARQUIVO
                 MOVE WS-SALMAST-STATUS TO WS-INC-STATUS
                 PERFORM 00019-ABORTA-ABERTURA
              END-IF
           END-IF.

           IF NOT WS-ABORT
              PERFORM 00015-ABRE-ANUAL
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT DEPD-MASTER-FILE
              IF WS-DEPDMAST-STATUS = "00"
                 MOVE "S" TO WS-DEPDMAST-OK-SW
              ELSE
                 DISPLAY "DEPDMAST INDISPONIVEL (STATUS "
                         WS-DEPDMAST-STATUS ") - INFORME SEM "
                         "RELACAO DE DEPENDENTES"
              END-IF
              OPEN OUTPUT INF-REPORT-FILE
              OPEN OUTPUT INF-RESUMO-FILE
              MOVE SPACES        TO INF-RES-HEADER
              MOVE "H"           TO IRES-H-TIPO
              MOVE WS-ANO-BASE   TO IRES-H-ANO
              MOVE DATA-HOJE-NUM TO IRES-H-DATA-PROC
              WRITE INF-RES-HEADER
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
      * ANO-CALENDARIO DO INFORME
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO NUMERIC AND CTL-ANO > ZEROES
                         MOVE CTL-ANO TO WS-ANO-BASE
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-CARREGA-EMPRESAS SECTION.
      * CARREGA O CIAPARM NA TABELA POSICIONADA PELO CODIGO DA
      * EMPRESA: CNPJ E RAZAO SOCIAL DA FONTE PAGADORA
           PERFORM 00012A-LIMPA-EMPRESA
              VARYING WS-IDX-CIA FROM 1 BY 1 UNTIL WS-IDX-CIA > 98.
           MOVE "N" TO WS-CIA-CADASTRADA(99).
           OPEN INPUT CIA-PARM-FILE.
           IF WS-CIAPARM-STATUS NOT = "00"
              MOVE "CIAPARM" TO WS-INC-ARQUIVO
              MOVE WS-CIAPARM-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              MOVE "N" TO WS-CIA-EOF-SW
              PERFORM 00013-LE-EMPRESA
              PERFORM 00014-GUARDA-EMPRESA UNTIL WS-CIA-EOF
              CLOSE CIA-PARM-FILE
           END-IF.
       00012-END.
      *
       00012A-LIMPA-EMPRESA SECTION.
           MOVE "N" TO WS-CIA-CADASTRADA(WS-IDX-CIA).
       00012A-END.
      *
       00013-LE-EMPRESA    SECTION.
           READ CIA-PARM-FILE
               AT END
                   MOVE "Y" TO WS-CIA-EOF-SW
           END-READ.
       00013-END.
      *
       00014-GUARDA-EMPRESA SECTION.
      * LINHA COM CODIGO DE EMPRESA INVALIDO E IGNORADA; CODIGO
      * REPETIDO FICA COM A ULTIMA LINHA
           IF CIA-EMPRESA NUMERIC AND CIA-EMPRESA > ZEROES
              MOVE CIA-EMPRESA TO WS-IDX-CIA
              IF WS-CIA-CADASTRADA(WS-IDX-CIA) NOT = "S"
                 ADD 1 TO WS-QTDE-CIAS
              END-IF
              MOVE "S"              TO WS-CIA-CADASTRADA(WS-IDX-CIA)
              MOVE CIA-CNPJ         TO WS-CIA-CNPJ(WS-IDX-CIA)
              MOVE CIA-RAZAO-SOCIAL TO WS-CIA-RAZAO(WS-IDX-CIA)
           END-IF.
           PERFORM 00013-LE-EMPRESA.
       00014-END.
      *
       00015-ABRE-ANUAL    SECTION.
      * O EXTRATO ANUAL TEM DE SER O DO MESMO ANO-CALENDARIO: O
      * HEADER E CONFERIDO E O ARQUIVO FICA POSICIONADO NO PRIMEIRO
      * DETALHE PARA O CASAMENTO POR MATRICULA
           OPEN INPUT ANUAL-INT-FILE.
           IF WS-ANUALINT-STATUS NOT = "00"
              CLOSE EMP-MASTER-FILE
              CLOSE SAL-MASTER-FILE
              MOVE "ANUALINT" TO WS-INC-ARQUIVO
              MOVE WS-ANUALINT-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              MOVE SPACES TO ANUAL-INT-HEADER
              READ ANUAL-INT-FILE
                  AT END
                      MOVE "Y" TO WS-AINT-EOF-SW
              END-READ
              IF WS-AINT-EOF OR AINT-H-TIPO NOT = "H" OR
                 AINT-H-ANO NOT = WS-ANO-BASE
                 DISPLAY "*** ANUALINT NAO E A CONSOLIDACAO DO ANO "
                         WS-ANO-BASE " (HEADER: " AINT-H-TIPO " "
                         AINT-H-ANO ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE ANUAL-INT-FILE
                 CLOSE EMP-MASTER-FILE
                 CLOSE SAL-MASTER-FILE
              ELSE
                 PERFORM 00036-LE-ANUAL
              END-IF
           END-IF.
       00015-END.
      *
       00016-ZERA-EMPRESA  SECTION.
           MOVE ZEROES TO WS-ETOT-QTDE(WS-IDX-EMP)
                          WS-ETOT-RENDIM(WS-IDX-EMP)
                          WS-ETOT-INSS(WS-IDX-EMP)
                          WS-ETOT-IRRF(WS-IDX-EMP)
                          WS-ETOT-DED-DEP(WS-IDX-EMP)
                          WS-ETOT-VLR-13(WS-IDX-EMP).
       00016-END.
      *
       00019-ABORTA-ABERTURA SECTION.
      * ENTRADA OBRIGATORIA QUE NAO ABRIU: PASSO ABORTADO E INCIDENTE
      * REGISTRADO (ARQUIVO E STATUS JA PREENCHIDOS POR QUEM CHAMOU)
           DISPLAY "*** " WS-INC-ARQUIVO " NAO ABRIU (STATUS "
                   WS-INC-STATUS ") - PASSO ABORTADO ***".
           MOVE "S" TO WS-ABORT-SW.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS WS-INC-RC
           END-CALL.
       00019-END.
      *
       00020-PROCESSO      SECTION.
      * ORDENA OS REGISTROS BRUTO-LIQUIDO DO ANO POR MATRICULA,
      * EMPRESA PAGADORA E COMPETENCIA E EMITE NA QUEBRA DE CADA
      * MATRICULA UM INFORME POR FONTE PAGADORA (A MATRICULA VEM
      * PRIMEIRO POR CAUSA DO CASAMENTO COM O EXTRATO ANUAL)
           SORT INF-SORT-WORK
               ON ASCENDING KEY INF-SORT-MATRICULA
                                INF-SORT-EMPRESA
                                INF-SORT-ANO-MES
               INPUT PROCEDURE 00021-SELECIONA-ANO
               OUTPUT PROCEDURE 00030-GERA-INFORMES.
       00020-END.
      *
       00021-SELECIONA-ANO SECTION.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FOLHA-LIQ-FILE.
           PERFORM 00022-LE-FOLHALIQ.
           PERFORM 00023-RELEASE-MES UNTIL WS-EOF.
           CLOSE FOLHA-LIQ-FILE.
       00021-END.
      *
       00022-LE-FOLHALIQ   SECTION.
           READ FOLHA-LIQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-RELEASE-MES   SECTION.
      * SO COMPETENCIA DO ANO-CALENDARIO ENTRA NO INFORME; A FONTE
      * PAGADORA E A EMPRESA QUE O FOLHADED GRAVOU NA COMPETENCIA
           DIVIDE LIQ-ANO-MES BY 100 GIVING WS-LIQ-ANO.
           IF WS-LIQ-ANO = WS-ANO-BASE
              ADD 1 TO WS-TOTAL-NO-ANO
              MOVE LIQ-MATRICULA   TO INF-SORT-MATRICULA
              IF LIQ-EMPRESA > ZEROES
                 MOVE LIQ-EMPRESA  TO INF-SORT-EMPRESA
              ELSE
                 MOVE 01           TO INF-SORT-EMPRESA
              END-IF
              MOVE LIQ-ANO-MES     TO INF-SORT-ANO-MES
              MOVE LIQ-VLR-BRUTO   TO INF-SORT-BRUTO
              MOVE LIQ-VLR-INSS    TO INF-SORT-INSS
              MOVE LIQ-QTDE-DEP    TO INF-SORT-QTDE-DEP
              MOVE LIQ-VLR-DED-DEP TO INF-SORT-DED-DEP
              MOVE LIQ-VLR-IRRF    TO INF-SORT-IRRF
              RELEASE INF-SORT-REC
           END-IF.
           PERFORM 00022-LE-FOLHALIQ.
       00023-END.
      *
       00030-GERA-INFORMES SECTION.
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-INFORME-MATRICULA UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN INF-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-INFORME-MATRICULA SECTION.
      * GUARDA OS MESES DA MATRICULA POR FONTE PAGADORA, CASA COM O
      * EXTRATO ANUAL E EMITE OS INFORMES
           MOVE INF-SORT-MATRICULA TO WS-MATR-ATUAL.
           MOVE ZEROES TO WS-QTDE-FONTES WS-FONTE-13 WS-ULT-ANO-MES.
           PERFORM 00033-GUARDA-MES
              UNTIL WS-SORT-EOF OR
                    INF-SORT-MATRICULA NOT = WS-MATR-ATUAL.
           PERFORM 00034-PROCURA-ANUAL.
           PERFORM 00035-PROCESSA-MATRICULA.
       00032-END.
      *
       00032A-LIMPA-MES    SECTION.
           MOVE "N"    TO WS-FON-MES-TEM(WS-IDX-FON WS-IDX-MES).
           MOVE ZEROES TO WS-FON-MES-BRUTO(WS-IDX-FON WS-IDX-MES)
                          WS-FON-MES-INSS(WS-IDX-FON WS-IDX-MES)
                          WS-FON-MES-QTDE-DEP(WS-IDX-FON WS-IDX-MES)
                          WS-FON-MES-DED-DEP(WS-IDX-FON WS-IDX-MES)
                          WS-FON-MES-IRRF(WS-IDX-FON WS-IDX-MES).
       00032A-END.
      *
       00032B-NOVA-FONTE   SECTION.
      * PRIMEIRA COMPETENCIA DE UMA EMPRESA PAGADORA DA MATRICULA
           IF WS-QTDE-FONTES < WS-LIMITE-FONTES
              ADD 1 TO WS-QTDE-FONTES
              MOVE WS-QTDE-FONTES   TO WS-IDX-FON
              MOVE INF-SORT-EMPRESA TO WS-FON-EMPRESA(WS-IDX-FON)
              PERFORM 00032A-LIMPA-MES
                 VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12
           ELSE
              MOVE ZEROES TO WS-IDX-FON
              ADD 1 TO WS-TOTAL-FONTE-EXCED
              DISPLAY "AVISO: MATRICULA " WS-MATR-ATUAL " COM MAIS DE "
                      WS-LIMITE-FONTES " FONTES PAGADORAS - "
                      "COMPETENCIA " INF-SORT-ANO-MES " DA EMPRESA "
                      INF-SORT-EMPRESA " FORA DO INFORME"
           END-IF.
       00032B-END.
      *
       00033-GUARDA-MES    SECTION.
      * COMPETENCIA REPETIDA (A MESMA GERACAO CONCATENADA DUAS VEZES
      * OU UM REPROCESSAMENTO DO FOLHADED) NAO E SOMADA: VALE A
      * ULTIMA E O CASO SAI NO JOB LOG. A EMPRESA DA ULTIMA
      * COMPETENCIA DO ANO E A FONTE QUE INFORMA O 13o
           IF WS-QTDE-FONTES = ZEROES OR
              INF-SORT-EMPRESA NOT = WS-FON-EMPRESA(WS-QTDE-FONTES)
              PERFORM 00032B-NOVA-FONTE
           ELSE
              MOVE WS-QTDE-FONTES TO WS-IDX-FON
           END-IF.
           COMPUTE WS-MES-CALC = INF-SORT-ANO-MES
                               - (WS-ANO-BASE * 100).
           IF WS-IDX-FON > ZEROES AND
              WS-MES-CALC > ZEROES AND WS-MES-CALC < 13
              MOVE WS-MES-CALC TO WS-IDX-MES
              IF WS-FON-MES-TEM(WS-IDX-FON WS-IDX-MES) = "S"
                 ADD 1 TO WS-TOTAL-REPETIDAS
                 DISPLAY "AVISO: COMPETENCIA " INF-SORT-ANO-MES
                         " REPETIDA NO FOLHALIQ PARA A MATRICULA "
                         WS-MATR-ATUAL " - VALE A ULTIMA"
              END-IF
              MOVE "S" TO WS-FON-MES-TEM(WS-IDX-FON WS-IDX-MES)
              MOVE INF-SORT-BRUTO
                TO WS-FON-MES-BRUTO(WS-IDX-FON WS-IDX-MES)
              MOVE INF-SORT-INSS
                TO WS-FON-MES-INSS(WS-IDX-FON WS-IDX-MES)
              MOVE INF-SORT-QTDE-DEP
                TO WS-FON-MES-QTDE-DEP(WS-IDX-FON WS-IDX-MES)
              MOVE INF-SORT-DED-DEP
                TO WS-FON-MES-DED-DEP(WS-IDX-FON WS-IDX-MES)
              MOVE INF-SORT-IRRF
                TO WS-FON-MES-IRRF(WS-IDX-FON WS-IDX-MES)
              IF INF-SORT-ANO-MES NOT < WS-ULT-ANO-MES
                 MOVE INF-SORT-ANO-MES TO WS-ULT-ANO-MES
                 MOVE WS-IDX-FON       TO WS-FONTE-13
              END-IF
           END-IF.
           PERFORM 00031-LE-ORDENADO.
       00033-END.
      *
       00034-PROCURA-ANUAL SECTION.
      * O EXTRATO ANUAL VEM EM ORDEM DE MATRICULA (CHAVE DO PONTOMES):
      * AVANCA ATE A MATRICULA ATUAL; DETALHE QUE FICA PARA TRAS E DE
      * QUEM TEVE PONTO MAS NENHUMA FOLHA NO ANO. O DETALHE DA
      * MATRICULA ATUAL E CONSUMIDO DEPOIS DE GUARDADOS OS MESES
           PERFORM 00034A-AVANCA-ANUAL
              UNTIL WS-AINT-EOF OR
                    AINT-D-MATRICULA NOT < WS-MATR-ATUAL.
           MOVE ZEROES TO WS-MESES-13-MATR.
           IF NOT WS-AINT-EOF
              IF AINT-D-MATRICULA = WS-MATR-ATUAL
                 MOVE AINT-D-MESES-13 TO WS-MESES-13-MATR
                 PERFORM 00036-LE-ANUAL
              END-IF
           END-IF.
       00034-END.
      *
       00034A-AVANCA-ANUAL SECTION.
           ADD 1 TO WS-TOTAL-ANUAL-SO.
           PERFORM 00036-LE-ANUAL.
       00034A-END.
      *
       00035-PROCESSA-MATRICULA SECTION.
      * IDENTIFICACAO PELO EMPMAST E UM INFORME POR FONTE PAGADORA;
      * MATRICULA FORA DO MESTRE (EXPURGADA) SAI APONTADA SEM INFORME
           IF WS-FONTE-13 = ZEROES
              MOVE 1 TO WS-FONTE-13
           END-IF.
           MOVE WS-MATR-ATUAL TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   PERFORM 00043-APONTA-SEM-CADASTRO
               NOT INVALID KEY
                   IF WS-QTDE-FONTES > 1
                      ADD 1 TO WS-TOTAL-MULTI-FONTE
                   END-IF
                   PERFORM 00035A-INFORME-FONTE
                      VARYING WS-IDX-FON FROM 1 BY 1
                      UNTIL WS-IDX-FON > WS-QTDE-FONTES
           END-READ.
       00035-END.
      *
       00035A-INFORME-FONTE SECTION.
      * INFORME DE UMA FONTE PAGADORA COM OS MESES QUE ELA PAGOU; O
      * 13o SO ENTRA NO DA FONTE DA ULTIMA COMPETENCIA DO ANO
           MOVE WS-FON-EMPRESA(WS-IDX-FON) TO WS-EMP-EFETIVA.
           MOVE WS-FON-MESES(WS-IDX-FON)   TO WS-TAB-MESES.
           IF WS-IDX-FON = WS-FONTE-13
              MOVE WS-MESES-13-MATR TO WS-MESES-13
           ELSE
              MOVE ZEROES           TO WS-MESES-13
           END-IF.
           PERFORM 00037-DECIMO-TERCEIRO.
           PERFORM 00038-SOMA-ANO.
           PERFORM 00040-IMPRIME-INFORME.
           PERFORM 00044-ACUMULA-EMPRESA.
       00035A-END.
      *
       00036-LE-ANUAL      SECTION.
      * PROXIMO DETALHE DO EXTRATO ANUAL (O TRAILER E PULADO)
           MOVE SPACES TO AINT-D-TIPO.
           PERFORM 00036A-LE-REGISTRO-ANUAL
              UNTIL WS-AINT-EOF OR AINT-D-TIPO = "D".
       00036-END.
      *
       00036A-LE-REGISTRO-ANUAL SECTION.
           READ ANUAL-INT-FILE
               AT END
                   MOVE "Y" TO WS-AINT-EOF-SW
           END-READ.
       00036A-END.
      *
       00037-DECIMO-TERCEIRO SECTION.
      * 13o = SALARIO DO MES (TARIFA DO CARGO VIGENTE EM 31/12 X
      * DIVISOR) X MESES / 12, A MESMA CONTA DO RESCISAO
           MOVE ZEROES TO WS-TARIFA WS-VLR-13.
           MOVE "N"    TO WS-TEM-TARIFA-SW.
           IF WS-MESES-13 > ZEROES
              MOVE "N" TO WS-SAL-EOF-SW
              MOVE EMP-CARGO TO SAL-CARGO
              MOVE ZEROES    TO SAL-DATA-VIG
              START SAL-MASTER-FILE KEY >= SAL-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-START
              PERFORM 00037A-LE-TARIFA
              PERFORM 00037B-GUARDA-TARIFA
                 UNTIL WS-SAL-EOF
              IF WS-TEM-TARIFA
                 COMPUTE WS-VLR-13 ROUNDED =
                         (WS-TARIFA * WS-HORAS-MES * WS-MESES-13) / 12
              ELSE
                 ADD 1 TO WS-TOTAL-SEM-TARIFA
              END-IF
           END-IF.
       00037-END.
      *
       00037A-LE-TARIFA    SECTION.
           IF NOT WS-SAL-EOF
              READ SAL-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-READ
           END-IF.
       00037A-END.
      *
       00037B-GUARDA-TARIFA SECTION.
           IF SAL-CARGO NOT = EMP-CARGO OR
              SAL-DATA-VIG > WS-DATA-REFERENCIA
              MOVE "Y" TO WS-SAL-EOF-SW
           ELSE
              MOVE SAL-VALOR-HORA TO WS-TARIFA
              MOVE "S" TO WS-TEM-TARIFA-SW
              PERFORM 00037A-LE-TARIFA
           END-IF.
       00037B-END.
      *
       00038-SOMA-ANO      SECTION.
           MOVE ZEROES TO WS-ANO-BRUTO WS-ANO-INSS
                          WS-ANO-DED-DEP WS-ANO-IRRF.
           PERFORM 00038A-SOMA-MES
              VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12.
       00038-END.
      *
       00038A-SOMA-MES     SECTION.
           ADD WS-MES-BRUTO(WS-IDX-MES)   TO WS-ANO-BRUTO.
           ADD WS-MES-INSS(WS-IDX-MES)    TO WS-ANO-INSS.
           ADD WS-MES-DED-DEP(WS-IDX-MES) TO WS-ANO-DED-DEP.
           ADD WS-MES-IRRF(WS-IDX-MES)    TO WS-ANO-IRRF.
       00038A-END.
      *
       00040-IMPRIME-INFORME SECTION.
      * UMA PAGINA POR MATRICULA E FONTE PAGADORA: A FONTE, O
      * BENEFICIARIO COM O CPF MASCARADO, OS DOZE MESES, O TOTAL DO
      * ANO, O 13o E OS DEPENDENTES
           MOVE SPACES           TO INF-REP-REC.
           MOVE "INFORME DE RENDIMENTOS" TO IREP-ROTULO.
           STRING "ANO-CALENDARIO " WS-ANO-BASE
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           IF WS-CIA-CADASTRADA(WS-EMP-EFETIVA) = "S"
              MOVE WS-CIA-RAZAO(WS-EMP-EFETIVA) TO IREP-COMPLEMENTO
           ELSE
              ADD 1 TO WS-TOTAL-SEM-CIA
              STRING "EMPRESA " WS-EMP-EFETIVA
                     " SEM CADASTRO NO CIAPARM"
                     DELIMITED BY SIZE INTO IREP-COMPLEMENTO
           END-IF.
           WRITE INF-REP-REC AFTER ADVANCING PAGE.

           MOVE SPACES           TO INF-REP-REC.
           MOVE "FONTE PAGADORA" TO IREP-ROTULO.
           STRING "EMPRESA " WS-EMP-EFETIVA
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           IF WS-CIA-CADASTRADA(WS-EMP-EFETIVA) = "S"
              STRING "CNPJ " WS-CIA-CNPJ(WS-EMP-EFETIVA)
                     DELIMITED BY SIZE INTO IREP-COMPLEMENTO
           END-IF.
           WRITE INF-REP-REC.

           CALL "MASCARA-CPF" USING EMP-CPF WS-CPF-MASCARADO
           END-CALL.
           MOVE SPACES           TO INF-REP-REC.
           MOVE "BENEFICIARIO"   TO IREP-ROTULO.
           STRING "MATRICULA " WS-MATR-ATUAL
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           STRING "CPF " WS-CPF-MASCARADO "  " EMP-NOME
                  DELIMITED BY SIZE INTO IREP-COMPLEMENTO.
           WRITE INF-REP-REC.

           MOVE SPACES           TO INF-REP-REC.
           MOVE "COMPETENCIA"    TO IREP-ROTULO.
           MOVE "DEPENDENTES"    TO IREP-REFERENCIA.
           MOVE "COLUNAS: RENDIMENTO TRIBUTAVEL / INSS / IRRF"
             TO IREP-COMPLEMENTO.
           WRITE INF-REP-REC.

           PERFORM 00041-LINHA-MES
              VARYING WS-IDX-MES FROM 1 BY 1 UNTIL WS-IDX-MES > 12.

           MOVE SPACES           TO INF-REP-REC.
           MOVE "TOTAL DO ANO"   TO IREP-ROTULO.
           MOVE WS-ANO-DED-DEP   TO WS-REF-DED-ANO.
           STRING "DED " WS-REF-DED-ANO
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           MOVE WS-ANO-BRUTO     TO IREP-VALOR-1.
           MOVE WS-ANO-INSS      TO IREP-VALOR-2.
           MOVE WS-ANO-IRRF      TO IREP-VALOR-3.
           MOVE "RENDIMENTOS TRIBUTAVEIS, INSS E IRRF RETIDOS"
             TO IREP-COMPLEMENTO.
           WRITE INF-REP-REC.

           MOVE SPACES           TO INF-REP-REC.
           MOVE "13O SALARIO"    TO IREP-ROTULO.
           STRING "AVOS " WS-MESES-13 "/12"
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           MOVE WS-VLR-13        TO IREP-VALOR-1.
           EVALUATE TRUE
               WHEN WS-IDX-FON NOT = WS-FONTE-13
                   STRING "13O NO INFORME DA EMPRESA "
                          WS-FON-EMPRESA(WS-FONTE-13)
                          DELIMITED BY SIZE INTO IREP-COMPLEMENTO
               WHEN WS-MESES-13 > ZEROES AND NOT WS-TEM-TARIFA
                   STRING "CARGO " EMP-CARGO " SEM TARIFA VIGENTE "
                          "NO SALMAST"
                          DELIMITED BY SIZE INTO IREP-COMPLEMENTO
               WHEN OTHER
                   MOVE "TRIBUTACAO EXCLUSIVA NA FONTE"
                     TO IREP-COMPLEMENTO
           END-EVALUATE.
           WRITE INF-REP-REC.

           PERFORM 00042-DEPENDENTES.

           MOVE SPACES           TO INF-REP-REC.
           WRITE INF-REP-REC.
       00040-END.
      *
       00041-LINHA-MES     SECTION.
           MOVE SPACES           TO INF-REP-REC.
           STRING "MES " WS-IDX-MES "/" WS-ANO-BASE
                  DELIMITED BY SIZE INTO IREP-ROTULO.
           MOVE WS-MES-DED-DEP(WS-IDX-MES) TO WS-REF-DED.
           STRING "DEP " WS-MES-QTDE-DEP(WS-IDX-MES)
                  " DED " WS-REF-DED
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           MOVE WS-MES-BRUTO(WS-IDX-MES) TO IREP-VALOR-1.
           MOVE WS-MES-INSS(WS-IDX-MES)  TO IREP-VALOR-2.
           MOVE WS-MES-IRRF(WS-IDX-MES)  TO IREP-VALOR-3.
           IF WS-MES-TEM(WS-IDX-MES) NOT = "S"
              MOVE "SEM FOLHA NA COMPETENCIA" TO IREP-COMPLEMENTO
           END-IF.
           WRITE INF-REP-REC.
       00041-END.
      *
       00042-DEPENDENTES   SECTION.
      * DEPENDENTES DECLARADOS NO DEPDMAST (CHAVE MATRICULA +
      * SEQUENCIA); O INATIVADO NO CURSO DO ANO CONTINUA NO INFORME
           MOVE SPACES           TO INF-REP-REC.
           MOVE "DEPENDENTES"    TO IREP-ROTULO.
           IF NOT WS-DEPDMAST-OK
              MOVE "DEPDMAST INDISPONIVEL NESTA RODADA"
                TO IREP-COMPLEMENTO
           END-IF.
           WRITE INF-REP-REC.
           MOVE ZEROES TO WS-QTDE-DEP-INFORME.
           IF WS-DEPDMAST-OK
              MOVE "N" TO WS-DPD-EOF-SW
              MOVE WS-MATR-ATUAL TO DPD-MATRICULA
              MOVE ZEROES        TO DPD-SEQ
              START DEPD-MASTER-FILE KEY >= DPD-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-DPD-EOF-SW
              END-START
              PERFORM 00042A-LE-DEPENDENTE
              PERFORM 00042B-IMPRIME-DEPENDENTE UNTIL WS-DPD-EOF
              IF WS-QTDE-DEP-INFORME = ZEROES
                 MOVE SPACES TO INF-REP-REC
                 MOVE "NENHUM DEPENDENTE DECLARADO"
                   TO IREP-COMPLEMENTO
                 WRITE INF-REP-REC
              END-IF
           END-IF.
       00042-END.
      *
       00042A-LE-DEPENDENTE SECTION.
           IF NOT WS-DPD-EOF
              READ DEPD-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-DPD-EOF-SW
              END-READ
           END-IF.
       00042A-END.
      *
       00042B-IMPRIME-DEPENDENTE SECTION.
           IF DPD-MATRICULA NOT = WS-MATR-ATUAL
              MOVE "Y" TO WS-DPD-EOF-SW
           ELSE
              ADD 1 TO WS-QTDE-DEP-INFORME
              ADD 1 TO WS-TOTAL-DEPENDENTES
              EVALUATE DPD-PARENTESCO
                  WHEN "01"
                      MOVE "FILHO(A)" TO WS-PARENTESCO
                  WHEN "02"
                      MOVE "CONJUGE"  TO WS-PARENTESCO
                  WHEN "03"
                      MOVE "PAI/MAE"  TO WS-PARENTESCO
                  WHEN OTHER
                      MOVE "OUTRO"    TO WS-PARENTESCO
              END-EVALUATE
              IF DPD-INATIVO
                 MOVE "INAT" TO WS-SITUACAO-DEP
              ELSE
                 MOVE SPACES TO WS-SITUACAO-DEP
              END-IF
              MOVE SPACES TO INF-REP-REC
              STRING "DEPENDENTE " DPD-SEQ " " WS-PARENTESCO
                     DELIMITED BY SIZE INTO IREP-ROTULO
              STRING "NASC " DPD-DATA-NASC " " WS-SITUACAO-DEP
                     DELIMITED BY SIZE INTO IREP-REFERENCIA
              IF DPD-CPF = SPACES
                 STRING "SEM CPF         " DPD-NOME
                        DELIMITED BY SIZE INTO IREP-COMPLEMENTO
              ELSE
                 CALL "MASCARA-CPF" USING DPD-CPF WS-CPF-MASCARADO
                 END-CALL
                 STRING "CPF " WS-CPF-MASCARADO " " DPD-NOME
                        DELIMITED BY SIZE INTO IREP-COMPLEMENTO
              END-IF
              WRITE INF-REP-REC
              PERFORM 00042A-LE-DEPENDENTE
           END-IF.
       00042B-END.
      *
       00043-APONTA-SEM-CADASTRO SECTION.
           ADD 1 TO WS-TOTAL-SEM-CADASTRO.
           MOVE SPACES           TO INF-REP-REC.
           MOVE "EXCECAO"        TO IREP-ROTULO.
           STRING "MATRICULA " WS-MATR-ATUAL
                  DELIMITED BY SIZE INTO IREP-REFERENCIA.
           MOVE "MATRICULA FORA DO EMPMAST - INFORME NAO EMITIDO"
             TO IREP-COMPLEMENTO.
           WRITE INF-REP-REC.
       00043-END.
      *
       00044-ACUMULA-EMPRESA SECTION.
           ADD 1 TO WS-TOTAL-INFORMES.
           ADD WS-MATR-ATUAL TO WS-HASH-MATRICULA.
           ADD 1              TO WS-ETOT-QTDE(WS-EMP-EFETIVA).
           ADD WS-ANO-BRUTO   TO WS-ETOT-RENDIM(WS-EMP-EFETIVA)
                                 WS-TOT-RENDIM.
           ADD WS-ANO-INSS    TO WS-ETOT-INSS(WS-EMP-EFETIVA)
                                 WS-TOT-INSS.
           ADD WS-ANO-IRRF    TO WS-ETOT-IRRF(WS-EMP-EFETIVA)
                                 WS-TOT-IRRF.
           ADD WS-ANO-DED-DEP TO WS-ETOT-DED-DEP(WS-EMP-EFETIVA)
                                 WS-TOT-DED-DEP.
           ADD WS-VLR-13      TO WS-ETOT-VLR-13(WS-EMP-EFETIVA)
                                 WS-TOT-VLR-13.
       00044-END.
      *
       00045-FECHA-SAIDAS  SECTION.
      * UM DETALHE DO RESUMO POR EMPRESA COM INFORME, O TRAILER DE
      * CONTROLE E O FECHAMENTO DOS ARQUIVOS
           PERFORM 00046-RESUMO-EMPRESA
              VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 98.
           MOVE 99 TO WS-IDX-EMP.
           PERFORM 00046-RESUMO-EMPRESA.

           MOVE SPACES              TO INF-RES-TRAILER.
           MOVE "T"                 TO IRES-T-TIPO.
           MOVE WS-TOTAL-EMPRESAS   TO IRES-T-QTDE-EMPRESAS.
           MOVE WS-TOTAL-INFORMES   TO IRES-T-QTDE-BENEF.
           MOVE WS-TOT-RENDIM       TO IRES-T-RENDIMENTOS.
           MOVE WS-TOT-INSS         TO IRES-T-INSS.
           MOVE WS-TOT-IRRF         TO IRES-T-IRRF.
           MOVE WS-TOT-DED-DEP      TO IRES-T-DED-DEP.
           MOVE WS-TOT-VLR-13       TO IRES-T-VLR-13.
           WRITE INF-RES-TRAILER.

      * O QUE SOBROU DO EXTRATO ANUAL DEPOIS DA ULTIMA MATRICULA COM
      * FOLHA TAMBEM E PONTO SEM FOLHA NO ANO
           PERFORM 00034A-AVANCA-ANUAL UNTIL WS-AINT-EOF.
           CLOSE ANUAL-INT-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE SAL-MASTER-FILE.
           IF WS-DEPDMAST-OK
              CLOSE DEPD-MASTER-FILE
           END-IF.
           CLOSE INF-REPORT-FILE.
           CLOSE INF-RESUMO-FILE.
       00045-END.
      *
       00046-RESUMO-EMPRESA SECTION.
           IF WS-ETOT-QTDE(WS-IDX-EMP) > ZEROES
              ADD 1 TO WS-TOTAL-EMPRESAS
              MOVE SPACES          TO INF-RES-DETALHE
              MOVE "D"             TO IRES-D-TIPO
              MOVE WS-IDX-EMP      TO IRES-D-EMPRESA
              IF WS-CIA-CADASTRADA(WS-IDX-EMP) = "S"
                 MOVE WS-CIA-CNPJ(WS-IDX-EMP)  TO IRES-D-CNPJ
                 MOVE WS-CIA-RAZAO(WS-IDX-EMP) TO IRES-D-RAZAO
              ELSE
                 MOVE ZEROES                   TO IRES-D-CNPJ
              END-IF
              MOVE WS-ETOT-QTDE(WS-IDX-EMP)    TO IRES-D-QTDE
              MOVE WS-ETOT-RENDIM(WS-IDX-EMP)  TO IRES-D-RENDIMENTOS
              MOVE WS-ETOT-INSS(WS-IDX-EMP)    TO IRES-D-INSS
              MOVE WS-ETOT-IRRF(WS-IDX-EMP)    TO IRES-D-IRRF
              MOVE WS-ETOT-DED-DEP(WS-IDX-EMP) TO IRES-D-DED-DEP
              MOVE WS-ETOT-VLR-13(WS-IDX-EMP)  TO IRES-D-VLR-13
              WRITE INF-RES-DETALHE
           END-IF.
       00046-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "INFORME"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-INFORMES    TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-SEM-CADASTRO TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UMA ENTRADA OBRIGATORIA
      * NAO ABRIU OU O EXTRATO ANUAL E DE OUTRO ANO, ALERTA SE HOUVE
      * MATRICULA FORA DO EMPMAST, COMPETENCIA REPETIDA, EMPRESA SEM
      * CIAPARM, 13o SEM TARIFA OU COMPETENCIA FORA DO INFORME POR
      * EXCESSO DE FONTES PAGADORAS, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-CADASTRO > ZEROES OR
                 WS-TOTAL-REPETIDAS > ZEROES OR
                 WS-TOTAL-SEM-CIA > ZEROES OR
                 WS-TOTAL-SEM-TARIFA > ZEROES OR
                 WS-TOTAL-FONTE-EXCED > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY " ".
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS DO FOLHALIQ LIDOS..: " WS-TOTAL-LIDOS.
           DISPLAY "COMPETENCIAS DO ANO..........: " WS-TOTAL-NO-ANO.
           DISPLAY "COMPETENCIAS REPETIDAS.......: "
                   WS-TOTAL-REPETIDAS.
           DISPLAY "INFORMES EMITIDOS............: "
                   WS-TOTAL-INFORMES.
           DISPLAY "MATRICULAS FORA DO EMPMAST...: "
                   WS-TOTAL-SEM-CADASTRO.
           DISPLAY "INFORMES SEM EMPRESA/CIAPARM.: " WS-TOTAL-SEM-CIA.
           DISPLAY "13O SEM TARIFA NO SALMAST....: "
                   WS-TOTAL-SEM-TARIFA.
           DISPLAY "ANUALINT SEM FOLHA NO ANO....: "
                   WS-TOTAL-ANUAL-SO.
           DISPLAY "MATRICULAS COM MAIS DE 1 FONTE: "
                   WS-TOTAL-MULTI-FONTE.
           DISPLAY "COMPETENCIAS ALEM DO LIMITE..: "
                   WS-TOTAL-FONTE-EXCED.
           DISPLAY "DEPENDENTES RELACIONADOS.....: "
                   WS-TOTAL-DEPENDENTES.
           DISPLAY "EMPRESAS NO RESUMO...........: "
                   WS-TOTAL-EMPRESAS.
           DISPLAY "TOTAL RENDIMENTOS............: " WS-TOT-RENDIM.
           DISPLAY "TOTAL INSS...................: " WS-TOT-INSS.
           DISPLAY "TOTAL IRRF...................: " WS-TOT-IRRF.
           DISPLAY "TOTAL 13O SALARIO............: " WS-TOT-VLR-13.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO INFORME DE RENDIMENTOS".
       00050-END.
