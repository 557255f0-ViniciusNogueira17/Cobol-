       IDENTIFICATION      DIVISION.
       PROGRAM-ID. FOLHADED.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Descontos legais sobre a folha valorizada: o
      *                FOLHAVAL para no bruto (FOLHAVALD) e o liquido
      *                pago pelo bureau nunca pode ser conferido. Este
      *                passo soma o bruto da competencia por matricula
      *                (detalhes do FOLHAVALD com data de movimento no
      *                mes; a entrada pode ser a concatenacao dos
      *                extratos do mes), aplica o INSS pela tabela
      *                progressiva e o IRRF sobre a base (bruto menos
      *                INSS menos a deducao por dependente ATIVO no
      *                DEPDMAST), ambos pela tabela vigente no TRIBMAST
      *                (TRIBMNT). Grava o registro bruto-liquido
      *                FOLHALIQ por matricula e o relatorio FOLHALREL
      *                com uma linha por empregado e os totais por
      *                empresa. O cartao CTL-ANO-MES escolhe a
      *                competencia (default: mes corrente) e o
      *                CTL-EMPRESA restringe a uma empresa.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FOLHA-VAL-FILE ASSIGN TO "FOLHAVALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAVALD-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT DEPD-MASTER-FILE ASSIGN TO "DEPDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPDMAST-STATUS.

           SELECT TRI-MASTER-FILE ASSIGN TO "TRIBMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-CHAVE
               FILE STATUS IS WS-TRIBMAST-STATUS.

           SELECT FOLHA-SORT-WORK ASSIGN TO "FDEDSORW".

           SELECT FOLHA-LIQ-FILE ASSIGN TO "FOLHALIQ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIQ-REPORT-FILE ASSIGN TO "FOLHALREL"
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
       FD  FOLHA-VAL-FILE.
           COPY FVALREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  TRI-MASTER-FILE.
           COPY TRIREC.

       SD  FOLHA-SORT-WORK.
       01  FDED-SORT-REC.
           03 FDED-SORT-MATRICULA   PIC 9(06).
           03 FDED-SORT-VALOR       PIC 9(07)V99.

       FD  FOLHA-LIQ-FILE.
           COPY LIQREC.

       FD  LIQ-REPORT-FILE.
       01  LIQ-REP-REC.
           03 LREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-CHAVE           PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-BRUTO           PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-INSS            PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-DEPENDENTES     PIC 9(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-IRRF            PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-LIQUIDO         PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-COMPLEMENTO     PIC X(30).

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
       01 WS-FOLHAVALD-STATUS  PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-TRIBMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "FOLHADED".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-DEPDMAST-OK-SW    PIC X(01)   VALUE "N".
          88 WS-DEPDMAST-OK                 VALUE "S".
       01 WS-DPD-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-DPD-EOF                     VALUE "Y".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * COMPETENCIA DO CALCULO (DEFAULT: MES CORRENTE; CTL-ANO-MES
      * SOBREPOE) E O ULTIMO DIA DELA, QUE ESCOLHE A TABELA VIGENTE
       01 WS-COMPETENCIA.
           03 WS-COMP-ANO      PIC 9(04).
           03 WS-COMP-MES      PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
       01 WS-DATA-REFERENCIA   PIC 9(08)   VALUE ZEROES.
       01 WS-MOVTO-ANO-MES     PIC 9(06)   VALUE ZEROES.
      * EMPRESA DA RODADA (CTL-EMPRESA): ZERO = TODAS
       01 WS-EMPRESA           PIC 9(02)   VALUE ZEROES.
       01 WS-EMP-EFETIVA       PIC 9(02)   VALUE ZEROES.
      * TABELAS VIGENTES NA COMPETENCIA, COPIADAS DO TRIBMAST
       01 WS-TAB-INSS.
          03 WS-INSS-FAIXA                   OCCURS 6 TIMES.
             05 WS-INSS-LIMITE    PIC 9(07)V99.
             05 WS-INSS-ALIQUOTA  PIC 9(02)V99.
             05 WS-INSS-PARCELA   PIC 9(05)V99.
       01 WS-TAB-IRRF.
          03 WS-IRRF-FAIXA                   OCCURS 6 TIMES.
             05 WS-IRRF-LIMITE    PIC 9(07)V99.
             05 WS-IRRF-ALIQUOTA  PIC 9(02)V99.
             05 WS-IRRF-PARCELA   PIC 9(05)V99.
       01 WS-DEDUCAO-DEP       PIC 9(05)V99 VALUE ZEROES.
       01 WS-TEM-TABELA-SW     PIC X(01)   VALUE "N".
          88 WS-TEM-TABELA                  VALUE "S".
       01 WS-TRI-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-TRI-EOF                     VALUE "Y".
       01 WS-TIPO-TABELA       PIC X(01)   VALUE SPACES.
       01 WS-IDX-FX            PIC 9(01)   VALUE ZEROES.
       01 WS-IDX-IRRF          PIC 9(01)   VALUE ZEROES.
       01 WS-FIM-FAIXAS-SW     PIC X(01)   VALUE "N".
          88 WS-FIM-FAIXAS                  VALUE "S".
      * CALCULO DA MATRICULA EM QUEBRA
       01 WS-MATR-ATUAL        PIC 9(06)   VALUE ZEROES.
       01 WS-BRUTO             PIC 9(07)V99 VALUE ZEROES.
       01 WS-INSS              PIC 9(07)V99 VALUE ZEROES.
       01 WS-LIMITE-ANTERIOR   PIC 9(07)V99 VALUE ZEROES.
       01 WS-TETO-FAIXA        PIC 9(07)V99 VALUE ZEROES.
       01 WS-QTDE-DEP          PIC 9(02)   VALUE ZEROES.
       01 WS-DED-DEP           PIC 9(07)V99 VALUE ZEROES.
       01 WS-BASE-IRRF         PIC S9(07)V99 VALUE ZEROES.
       01 WS-IRRF              PIC S9(07)V99 VALUE ZEROES.
       01 WS-LIQUIDO           PIC 9(07)V99 VALUE ZEROES.
      * TOTAIS POR EMPRESA
       01 WS-TOTAIS-EMPRESA.
          03 WS-ETOT-ITEM                   OCCURS 99 TIMES.
             05 WS-ETOT-QTDE     PIC 9(05).
             05 WS-ETOT-BRUTO    PIC 9(09)V99.
             05 WS-ETOT-INSS     PIC 9(09)V99.
             05 WS-ETOT-IRRF     PIC 9(09)V99.
             05 WS-ETOT-LIQUIDO  PIC 9(09)V99.
       01 WS-IDX-EMP           PIC 9(02)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DETALHES    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-MATRICULAS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-CADASTRO PIC 9(05)  VALUE ZEROES.
       01 WS-TOTAL-FORA-EMP    PIC 9(07)   VALUE ZEROES.
       01 WS-TOT-BRUTO         PIC 9(09)V99 VALUE ZEROES.
       01 WS-TOT-INSS          PIC 9(09)V99 VALUE ZEROES.
       01 WS-TOT-IRRF          PIC 9(09)V99 VALUE ZEROES.
       01 WS-TOT-LIQUIDO       PIC 9(09)V99 VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO
              PERFORM 00040-FECHA-SAIDAS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-COMP-ANO.
           MOVE MES TO WS-COMP-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           COMPUTE WS-DATA-REFERENCIA = (WS-COMPETENCIA-NUM * 100)
                                      + 31.
           PERFORM 00012-ZERA-EMPRESA
              VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 98.
           MOVE ZEROES TO WS-ETOT-QTDE(99) WS-ETOT-BRUTO(99)
                          WS-ETOT-INSS(99) WS-ETOT-IRRF(99)
                          WS-ETOT-LIQUIDO(99).

           DISPLAY " ".
           DISPLAY "INICIO DOS DESCONTOS LEGAIS DA FOLHA - "
                   WS-COMP-MES "/" WS-COMP-ANO.

           OPEN INPUT FOLHA-VAL-FILE.
           IF WS-FOLHAVALD-STATUS NOT = "00"
              DISPLAY "*** FOLHAVALD NAO ABRIU (STATUS "
                      WS-FOLHAVALD-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "FOLHAVLD" TO WS-INC-ARQUIVO
              MOVE WS-FOLHAVALD-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              CLOSE FOLHA-VAL-FILE
              PERFORM 00013-CARREGA-TABELAS
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                         WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "EMPMAST" TO WS-INC-ARQUIVO
                 MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS
                                               WS-INC-RC
                 END-CALL
              ELSE
                 OPEN INPUT DEPD-MASTER-FILE
                 IF WS-DEPDMAST-STATUS = "00"
                    MOVE "S" TO WS-DEPDMAST-OK-SW
                 ELSE
                    DISPLAY "DEPDMAST INDISPONIVEL (STATUS "
                            WS-DEPDMAST-STATUS ") - IRRF SEM "
                            "DEDUCAO DE DEPENDENTES"
                 END-IF
                 OPEN OUTPUT FOLHA-LIQ-FILE
                 OPEN OUTPUT LIQ-REPORT-FILE
              END-IF
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR A
      * COMPETENCIA E RESTRINGIR A UMA EMPRESA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES
                         MOVE CTL-ANO TO WS-COMP-ANO
                         MOVE CTL-MES TO WS-COMP-MES
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
       00012-ZERA-EMPRESA  SECTION.
           MOVE ZEROES TO WS-ETOT-QTDE(WS-IDX-EMP)
                          WS-ETOT-BRUTO(WS-IDX-EMP)
                          WS-ETOT-INSS(WS-IDX-EMP)
                          WS-ETOT-IRRF(WS-IDX-EMP)
                          WS-ETOT-LIQUIDO(WS-IDX-EMP).
       00012-END.
      *
       00013-CARREGA-TABELAS SECTION.
      * TABELA VIGENTE DE CADA TIPO = A DE MAIOR VIGENCIA QUE NAO PASSA
      * DO ULTIMO DIA DA COMPETENCIA; SEM UMA DAS DUAS NAO HA CALCULO
           OPEN INPUT TRI-MASTER-FILE.
           IF WS-TRIBMAST-STATUS NOT = "00"
              DISPLAY "*** TRIBMAST NAO ABRIU (STATUS "
                      WS-TRIBMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "TRIBMAST" TO WS-INC-ARQUIVO
              MOVE WS-TRIBMAST-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              MOVE "I" TO WS-TIPO-TABELA
              PERFORM 00014-PROCURA-TABELA
              IF WS-TEM-TABELA
                 MOVE "R" TO WS-TIPO-TABELA
                 PERFORM 00014-PROCURA-TABELA
              END-IF
              IF NOT WS-TEM-TABELA
                 DISPLAY "*** SEM TABELA " WS-TIPO-TABELA
                         " VIGENTE EM " WS-DATA-REFERENCIA
                         " NO TRIBMAST - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
              END-IF
              CLOSE TRI-MASTER-FILE
           END-IF.
       00013-END.
      *
       00014-PROCURA-TABELA SECTION.
           MOVE "N" TO WS-TEM-TABELA-SW.
           MOVE "N" TO WS-TRI-EOF-SW.
           MOVE WS-TIPO-TABELA TO TRI-TIPO.
           MOVE ZEROES         TO TRI-DATA-VIG.
           START TRI-MASTER-FILE KEY >= TRI-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-TRI-EOF-SW
           END-START.
           PERFORM 00014A-LE-TABELA.
           PERFORM 00014B-GUARDA-TABELA UNTIL WS-TRI-EOF.
       00014-END.
      *
       00014A-LE-TABELA    SECTION.
           IF NOT WS-TRI-EOF
              READ TRI-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-TRI-EOF-SW
              END-READ
           END-IF.
       00014A-END.
      *
       00014B-GUARDA-TABELA SECTION.
           IF TRI-TIPO NOT = WS-TIPO-TABELA OR
              TRI-DATA-VIG > WS-DATA-REFERENCIA
              MOVE "Y" TO WS-TRI-EOF-SW
           ELSE
              MOVE "S" TO WS-TEM-TABELA-SW
              IF TRI-INSS
                 MOVE TRI-FAIXA(1) TO WS-INSS-FAIXA(1)
                 MOVE TRI-FAIXA(2) TO WS-INSS-FAIXA(2)
                 MOVE TRI-FAIXA(3) TO WS-INSS-FAIXA(3)
                 MOVE TRI-FAIXA(4) TO WS-INSS-FAIXA(4)
                 MOVE TRI-FAIXA(5) TO WS-INSS-FAIXA(5)
                 MOVE TRI-FAIXA(6) TO WS-INSS-FAIXA(6)
              ELSE
                 MOVE TRI-FAIXA(1) TO WS-IRRF-FAIXA(1)
                 MOVE TRI-FAIXA(2) TO WS-IRRF-FAIXA(2)
                 MOVE TRI-FAIXA(3) TO WS-IRRF-FAIXA(3)
                 MOVE TRI-FAIXA(4) TO WS-IRRF-FAIXA(4)
                 MOVE TRI-FAIXA(5) TO WS-IRRF-FAIXA(5)
                 MOVE TRI-FAIXA(6) TO WS-IRRF-FAIXA(6)
                 MOVE TRI-DEDUCAO-DEP TO WS-DEDUCAO-DEP
              END-IF
              PERFORM 00014A-LE-TABELA
           END-IF.
       00014B-END.
      *
       00020-PROCESSO      SECTION.
      * ORDENA OS DETALHES DA COMPETENCIA POR MATRICULA E CALCULA OS
      * DESCONTOS NA QUEBRA DE CADA MATRICULA
           SORT FOLHA-SORT-WORK
               ON ASCENDING KEY FDED-SORT-MATRICULA
               INPUT PROCEDURE 00021-CARREGA-DETALHES
               OUTPUT PROCEDURE 00025-CALCULA-DESCONTOS.
       00020-END.
      *
       00021-CARREGA-DETALHES SECTION.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FOLHA-VAL-FILE.
           PERFORM 00022-LE-FOLHAVALD.
           PERFORM 00023-RELEASE-DETALHE UNTIL WS-EOF.
           CLOSE FOLHA-VAL-FILE.
       00021-END.
      *
       00022-LE-FOLHAVALD  SECTION.
           READ FOLHA-VAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-RELEASE-DETALHE SECTION.
      * SO DETALHE COM DATA DE MOVIMENTO NA COMPETENCIA ENTRA NO
      * BRUTO; HEADER E TRAILER SO PASSAM PELO CONTROLE DE LEITURA
           IF FVAL-D-TIPO = "D"
              DIVIDE FVAL-D-DATA-MOVTO BY 100
                  GIVING WS-MOVTO-ANO-MES
              IF WS-MOVTO-ANO-MES = WS-COMPETENCIA-NUM
                 ADD 1 TO WS-TOTAL-DETALHES
                 MOVE FVAL-D-MATRICULA TO FDED-SORT-MATRICULA
                 MOVE FVAL-D-VLR-TOTAL TO FDED-SORT-VALOR
                 RELEASE FDED-SORT-REC
              END-IF
           END-IF.
           PERFORM 00022-LE-FOLHAVALD.
       00023-END.
      *
       00025-CALCULA-DESCONTOS SECTION.
           PERFORM 00026-LE-ORDENADO.
           PERFORM 00027-ACUMULA-MATRICULA UNTIL WS-SORT-EOF.
       00025-END.
      *
       00026-LE-ORDENADO   SECTION.
           RETURN FOLHA-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00026-END.
      *
       00027-ACUMULA-MATRICULA SECTION.
      * SOMA O BRUTO DE TODOS OS DETALHES DA MATRICULA E CALCULA
           MOVE FDED-SORT-MATRICULA TO WS-MATR-ATUAL.
           MOVE ZEROES TO WS-BRUTO.
           PERFORM 00027A-SOMA-DETALHE
              UNTIL WS-SORT-EOF OR
                    FDED-SORT-MATRICULA NOT = WS-MATR-ATUAL.
           PERFORM 00028-PROCESSA-MATRICULA.
       00027-END.
      *
       00027A-SOMA-DETALHE SECTION.
           ADD FDED-SORT-VALOR TO WS-BRUTO.
           PERFORM 00026-LE-ORDENADO.
       00027A-END.
      *
       00028-PROCESSA-MATRICULA SECTION.
      * EMPRESA DO VINCULO PELO EMPMAST (FILTRO CTL-EMPRESA E
      * SUBTOTAL); MATRICULA FORA DO MESTRE SAI APONTADA SEM CALCULO
           MOVE WS-MATR-ATUAL TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   PERFORM 00029-APONTA-SEM-CADASTRO
               NOT INVALID KEY
                   IF EMP-EMPRESA > ZEROES
                      MOVE EMP-EMPRESA TO WS-EMP-EFETIVA
                   ELSE
                      MOVE 01          TO WS-EMP-EFETIVA
                   END-IF
                   IF WS-EMPRESA > ZEROES AND
                      WS-EMP-EFETIVA NOT = WS-EMPRESA
                      ADD 1 TO WS-TOTAL-FORA-EMP
                   ELSE
                      PERFORM 00030-CALCULA-INSS
                      PERFORM 00031-CONTA-DEPENDENTES
                      PERFORM 00032-CALCULA-IRRF
                      PERFORM 00035-GRAVA-LIQUIDO
                   END-IF
           END-READ.
       00028-END.
      *
       00029-APONTA-SEM-CADASTRO SECTION.
           ADD 1 TO WS-TOTAL-SEM-CADASTRO.
           MOVE SPACES          TO LIQ-REP-REC.
           MOVE "EXCECAO"       TO LREP-ROTULO.
           MOVE WS-MATR-ATUAL   TO LREP-CHAVE.
           MOVE WS-BRUTO        TO LREP-BRUTO.
           MOVE "MATRICULA FORA DO EMPMAST" TO LREP-COMPLEMENTO.
           WRITE LIQ-REP-REC.
       00029-END.
      *
       00030-CALCULA-INSS  SECTION.
      * TABELA PROGRESSIVA: CADA FAIXA TRIBUTA SO A PARCELA DO BRUTO
      * ENTRE O LIMITE ANTERIOR E O SEU; ACIMA DA ULTIMA FAIXA (TETO)
      * NAO HA CONTRIBUICAO
           MOVE ZEROES TO WS-INSS WS-LIMITE-ANTERIOR.
           MOVE "N"    TO WS-FIM-FAIXAS-SW.
           PERFORM 00030A-FAIXA-INSS
              VARYING WS-IDX-FX FROM 1 BY 1
              UNTIL WS-IDX-FX > 6 OR WS-FIM-FAIXAS.
       00030-END.
      *
       00030A-FAIXA-INSS   SECTION.
      * FAIXA SEM LIMITE (NAO USADA) OU BRUTO JA ESGOTADO ENCERRA
           IF WS-INSS-LIMITE(WS-IDX-FX) = ZEROES OR
              WS-BRUTO NOT > WS-LIMITE-ANTERIOR
              MOVE "S" TO WS-FIM-FAIXAS-SW
           ELSE
              IF WS-BRUTO < WS-INSS-LIMITE(WS-IDX-FX)
                 MOVE WS-BRUTO TO WS-TETO-FAIXA
              ELSE
                 MOVE WS-INSS-LIMITE(WS-IDX-FX) TO WS-TETO-FAIXA
              END-IF
              COMPUTE WS-INSS ROUNDED = WS-INSS +
                      ((WS-TETO-FAIXA - WS-LIMITE-ANTERIOR)
                       * WS-INSS-ALIQUOTA(WS-IDX-FX) / 100)
              MOVE WS-INSS-LIMITE(WS-IDX-FX) TO WS-LIMITE-ANTERIOR
           END-IF.
       00030A-END.
      *
       00031-CONTA-DEPENDENTES SECTION.
      * DEPENDENTES ATIVOS DA MATRICULA NO DEPDMAST (CHAVE MATRICULA +
      * SEQUENCIA)
           MOVE ZEROES TO WS-QTDE-DEP.
           IF WS-DEPDMAST-OK
              MOVE "N" TO WS-DPD-EOF-SW
              MOVE WS-MATR-ATUAL TO DPD-MATRICULA
              MOVE ZEROES        TO DPD-SEQ
              START DEPD-MASTER-FILE KEY >= DPD-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-DPD-EOF-SW
              END-START
              PERFORM 00031A-LE-DEPENDENTE
              PERFORM 00031B-CONTA-DEPENDENTE UNTIL WS-DPD-EOF
           END-IF.
           COMPUTE WS-DED-DEP = WS-QTDE-DEP * WS-DEDUCAO-DEP.
       00031-END.
      *
       00031A-LE-DEPENDENTE SECTION.
           IF NOT WS-DPD-EOF
              READ DEPD-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-DPD-EOF-SW
              END-READ
           END-IF.
       00031A-END.
      *
       00031B-CONTA-DEPENDENTE SECTION.
           IF DPD-MATRICULA NOT = WS-MATR-ATUAL
              MOVE "Y" TO WS-DPD-EOF-SW
           ELSE
              IF DPD-ATIVO
                 ADD 1 TO WS-QTDE-DEP
              END-IF
              PERFORM 00031A-LE-DEPENDENTE
           END-IF.
       00031B-END.
      *
       00032-CALCULA-IRRF  SECTION.
      * BASE = BRUTO - INSS - DEDUCAO DOS DEPENDENTES; VALE A FAIXA EM
      * QUE A BASE CAI (ACIMA DA ULTIMA, A ULTIMA), ALIQUOTA MENOS A
      * PARCELA A DEDUZIR, NUNCA NEGATIVO
           COMPUTE WS-BASE-IRRF = WS-BRUTO - WS-INSS - WS-DED-DEP.
           IF WS-BASE-IRRF < ZEROES
              MOVE ZEROES TO WS-BASE-IRRF
           END-IF.
           MOVE ZEROES TO WS-IDX-IRRF.
           MOVE "N"    TO WS-FIM-FAIXAS-SW.
           PERFORM 00032A-FAIXA-IRRF
              VARYING WS-IDX-FX FROM 1 BY 1
              UNTIL WS-IDX-FX > 6 OR WS-FIM-FAIXAS.
           MOVE ZEROES TO WS-IRRF.
           IF WS-IDX-IRRF > ZEROES
              COMPUTE WS-IRRF ROUNDED =
                      (WS-BASE-IRRF * WS-IRRF-ALIQUOTA(WS-IDX-IRRF)
                       / 100) - WS-IRRF-PARCELA(WS-IDX-IRRF)
              IF WS-IRRF < ZEROES
                 MOVE ZEROES TO WS-IRRF
              END-IF
           END-IF.
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF.
       00032-END.
      *
       00032A-FAIXA-IRRF   SECTION.
      * A PRIMEIRA FAIXA QUE COMPORTA A BASE FICA; SEM NENHUMA, VAI
      * FICANDO A ULTIMA FAIXA PREENCHIDA
           IF WS-IRRF-LIMITE(WS-IDX-FX) = ZEROES
              MOVE "S" TO WS-FIM-FAIXAS-SW
           ELSE
              IF WS-IDX-IRRF = ZEROES OR
                 WS-BASE-IRRF > WS-IRRF-LIMITE(WS-IDX-IRRF)
                 MOVE WS-IDX-FX TO WS-IDX-IRRF
              END-IF
           END-IF.
       00032A-END.
      *
       00035-GRAVA-LIQUIDO SECTION.
      * REGISTRO BRUTO-LIQUIDO, LINHA DO RELATORIO E TOTAIS
           MOVE WS-MATR-ATUAL      TO LIQ-MATRICULA.
           MOVE WS-COMPETENCIA-NUM TO LIQ-ANO-MES.
           MOVE WS-EMP-EFETIVA     TO LIQ-EMPRESA.
           MOVE WS-BRUTO           TO LIQ-VLR-BRUTO.
           MOVE WS-INSS            TO LIQ-VLR-INSS.
           MOVE WS-QTDE-DEP        TO LIQ-QTDE-DEP.
           MOVE WS-DED-DEP         TO LIQ-VLR-DED-DEP.
           MOVE WS-BASE-IRRF       TO LIQ-BASE-IRRF.
           MOVE WS-IRRF            TO LIQ-VLR-IRRF.
           MOVE WS-LIQUIDO         TO LIQ-VLR-LIQUIDO.
           WRITE LIQ-REC.

           MOVE SPACES             TO LIQ-REP-REC.
           MOVE "DETALHE"          TO LREP-ROTULO.
           MOVE WS-MATR-ATUAL      TO LREP-CHAVE.
           MOVE WS-BRUTO           TO LREP-BRUTO.
           MOVE WS-INSS            TO LREP-INSS.
           MOVE WS-QTDE-DEP        TO LREP-DEPENDENTES.
           MOVE WS-IRRF            TO LREP-IRRF.
           MOVE WS-LIQUIDO         TO LREP-LIQUIDO.
           MOVE EMP-NOME           TO LREP-COMPLEMENTO.
           WRITE LIQ-REP-REC.

           ADD 1 TO WS-TOTAL-MATRICULAS.
           ADD WS-MATR-ATUAL TO WS-HASH-MATRICULA.
           ADD 1          TO WS-ETOT-QTDE(WS-EMP-EFETIVA).
           ADD WS-BRUTO   TO WS-ETOT-BRUTO(WS-EMP-EFETIVA)
                             WS-TOT-BRUTO.
           ADD WS-INSS    TO WS-ETOT-INSS(WS-EMP-EFETIVA)
                             WS-TOT-INSS.
           ADD WS-IRRF    TO WS-ETOT-IRRF(WS-EMP-EFETIVA)
                             WS-TOT-IRRF.
           ADD WS-LIQUIDO TO WS-ETOT-LIQUIDO(WS-EMP-EFETIVA)
                             WS-TOT-LIQUIDO.
       00035-END.
      *
       00040-FECHA-SAIDAS  SECTION.
      * UMA LINHA DE TOTAL POR EMPRESA COM MOVIMENTO, O TOTAL GERAL E
      * O FECHAMENTO DOS ARQUIVOS
           PERFORM 00041-LINHA-EMPRESA
              VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 98.
           IF WS-ETOT-QTDE(99) > ZEROES
              MOVE 99 TO WS-IDX-EMP
              PERFORM 00041-LINHA-EMPRESA
           END-IF.

           MOVE SPACES         TO LIQ-REP-REC.
           MOVE "TOTAL"        TO LREP-ROTULO.
           MOVE WS-TOT-BRUTO   TO LREP-BRUTO.
           MOVE WS-TOT-INSS    TO LREP-INSS.
           MOVE WS-TOT-IRRF    TO LREP-IRRF.
           MOVE WS-TOT-LIQUIDO TO LREP-LIQUIDO.
           MOVE "TOTAL GERAL DA COMPETENCIA" TO LREP-COMPLEMENTO.
           WRITE LIQ-REP-REC.

           CLOSE EMP-MASTER-FILE.
           IF WS-DEPDMAST-OK
              CLOSE DEPD-MASTER-FILE
           END-IF.
           CLOSE FOLHA-LIQ-FILE.
           CLOSE LIQ-REPORT-FILE.
       00040-END.
      *
       00041-LINHA-EMPRESA SECTION.
           IF WS-ETOT-QTDE(WS-IDX-EMP) > ZEROES
              MOVE SPACES       TO LIQ-REP-REC
              MOVE "EMPRESA"    TO LREP-ROTULO
              MOVE WS-IDX-EMP   TO LREP-CHAVE
              MOVE WS-ETOT-BRUTO(WS-IDX-EMP)   TO LREP-BRUTO
              MOVE WS-ETOT-INSS(WS-IDX-EMP)    TO LREP-INSS
              MOVE WS-ETOT-IRRF(WS-IDX-EMP)    TO LREP-IRRF
              MOVE WS-ETOT-LIQUIDO(WS-IDX-EMP) TO LREP-LIQUIDO
              STRING "EMPREGADOS: " WS-ETOT-QTDE(WS-IDX-EMP)
                     DELIMITED BY SIZE INTO LREP-COMPLEMENTO
              WRITE LIQ-REP-REC
           END-IF.
       00041-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "FOLHADED"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-MATRICULAS  TO AUDIT-QTDE-ACEITOS.
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
      * NAO ABRIU OU FALTA TABELA VIGENTE, ALERTA SE HOUVE MATRICULA
      * FORA DO EMPMAST, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-CADASTRO > ZEROES
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
           DISPLAY "REGISTROS DO FOLHAVALD LIDOS.: " WS-TOTAL-LIDOS.
           DISPLAY "DETALHES DA COMPETENCIA......: "
                   WS-TOTAL-DETALHES.
           DISPLAY "MATRICULAS CALCULADAS........: "
                   WS-TOTAL-MATRICULAS.
           DISPLAY "FORA DA EMPRESA DA RODADA....: "
                   WS-TOTAL-FORA-EMP.
           DISPLAY "MATRICULAS FORA DO EMPMAST...: "
                   WS-TOTAL-SEM-CADASTRO.
           DISPLAY "TOTAL BRUTO..................: " WS-TOT-BRUTO.
           DISPLAY "TOTAL INSS...................: " WS-TOT-INSS.
           DISPLAY "TOTAL IRRF...................: " WS-TOT-IRRF.
           DISPLAY "TOTAL LIQUIDO................: " WS-TOT-LIQUIDO.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DOS DESCONTOS LEGAIS DA FOLHA".
       00050-END.
