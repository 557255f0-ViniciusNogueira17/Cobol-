       IDENTIFICATION      DIVISION.
       PROGRAM-ID. DISSIDIO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Reajuste do dissidio coletivo na tabela salarial
      *                com as diferencas retroativas: a convencao sai
      *                com a data-base dois ou tres meses para tras, ja
      *                fechados pelo FECHAMENSAL, e as novas vigencias
      *                eram digitadas cargo a cargo no SALMNT com o
      *                retroativo calculado em planilha. Este passo le o
      *                DISPARM (cargo, data-base, percentual ou valor
      *                fixo), valida cada cargo contra o SALMAST (tarifa
      *                anterior existente, nenhuma vigencia na data-base
      *                ou depois dela) e inclui a nova vigencia. Depois
      *                varre o PONTOMES e, para cada mes ja fechado
      *                (FECHACTL) a partir da data-base, valora os
      *                minutos do empregado do cargo reajustado a tarifa
      *                antiga e a nova. Sai o relatorio DISREL por
      *                empregado (mes a mes e total) e o arquivo de
      *                diferencas DISDIF para a interface da folha.
      *                Parametro recusado termina em alerta.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  A tarifa nova passa pela faixa do cargo no
      *                  catalogo CRGMAST, como no SALMNT: cargo fora
      *                  do catalogo ou tarifa fora de CRG-VALOR-MIN/
      *                  MAX recusa o parametro sem gravar a vigencia.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PARAMETRO-FILE ASSIGN TO "DISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPARM-STATUS.

           SELECT SAL-MASTER-FILE ASSIGN TO "SALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.

           SELECT PONTO-MES-FILE ASSIGN TO "PONTOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT FECHA-CONTROLE-FILE ASSIGN TO "FECHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHACTL-STATUS.

           SELECT DISS-REPORT-FILE ASSIGN TO "DISREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DIFERENCA-FILE ASSIGN TO "DISDIF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  PARAMETRO-FILE.
           COPY DISREC.

       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  CRG-MASTER-FILE.
           COPY CRGREC.

       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  FECHA-CONTROLE-FILE.
       01  FECHA-CTL-REC           PIC 9(06).

       FD  DISS-REPORT-FILE.
       01  DISS-REP-REC.
           03 DREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-CARGO           PIC X(04).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-REFERENCIA      PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-VLR-ANTIGO      PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-VLR-NOVO        PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-DIFERENCA       PIC 9(09).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-OBS             PIC X(40).

       FD  DIFERENCA-FILE.
           COPY DIFREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-DISPARM-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FECHACTL-STATUS   PIC X(02)   VALUE SPACES.
      * CATALOGO DE CARGOS (CRGMAST): FAIXA DO VALOR DA HORA
       01 WS-CRGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CRGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CRGMAST-OK                  VALUE "S".
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "DISSIDIO".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
      * MESES JA FECHADOS (FECHACTL), CARREGADOS EM TABELA; SEM O
      * ARQUIVO NENHUM MES CONSTA COMO FECHADO E SO A TABELA SALARIAL
      * E ATUALIZADA
       01 WS-LIMITE-FECHADOS   PIC 9(03)   VALUE 100.
       01 WS-QTDE-FECHADOS     PIC 9(03)   VALUE ZEROES.
       01 WS-TAB-FECHADOS.
          03 WS-MES-FECHADO    PIC 9(06)   OCCURS 100 TIMES.
       01 WS-IDX-FEC           PIC 9(03)   VALUE ZEROES.
       01 WS-MES-FECHADO-SW    PIC X(01)   VALUE "N".
          88 WS-MES-JA-FECHADO              VALUE "S".
      * CARGOS REAJUSTADOS NESTA RODADA: DATA-BASE, TARIFA ANTERIOR
      * (VIGENTE NA VESPERA DA DATA-BASE) E TARIFA NOVA
       01 WS-LIMITE-CARGOS     PIC 9(03)   VALUE 200.
       01 WS-QTDE-CARGOS       PIC 9(03)   VALUE ZEROES.
       01 WS-TAB-CARGOS.
          03 WS-CRG-ITEM                    OCCURS 200 TIMES.
             05 WS-CRG-CARGO   PIC X(04).
             05 WS-CRG-ANO-MES PIC 9(06).
             05 WS-CRG-TARIFA-ANT PIC 9(05)V99.
             05 WS-CRG-TARIFA-NOVA PIC 9(05)V99.
       01 WS-IDX-CRG           PIC 9(03)   VALUE ZEROES.
       01 WS-IDX-CRG-ACH       PIC 9(03)   VALUE ZEROES.
      * VALIDACAO DO PARAMETRO CORRENTE CONTRA O SALMAST
       01 WS-MOTIVO-RECUSA     PIC X(40)   VALUE SPACES.
       01 WS-SAL-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
       01 WS-TARIFA-ANT        PIC 9(05)V99 VALUE ZEROES.
       01 WS-TARIFA-NOVA       PIC 9(05)V99 VALUE ZEROES.
       01 WS-TEM-TARIFA-SW     PIC X(01)   VALUE "N".
          88 WS-TEM-TARIFA                  VALUE "S".
       01 WS-VIG-POSTERIOR-SW  PIC X(01)   VALUE "N".
          88 WS-VIG-POSTERIOR               VALUE "S".
       01 WS-DIF-TARIFA        PIC 9(05)V99 VALUE ZEROES.
      * CAMPOS DA CHAMADA A DATEUTIL (VALIDACAO DA DATA-BASE)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * EMPREGADO CORRENTE NA VARREDURA DO PONTOMES (QUEBRA POR
      * MATRICULA) E VALORES DO MES
       01 WS-MATR-ANTERIOR     PIC 9(06)   VALUE ZEROES.
       01 WS-EMP-ACHADO-SW     PIC X(01)   VALUE "N".
          88 WS-EMP-ACHADO                  VALUE "S".
       01 WS-EMP-DIFERENCA     PIC 9(09)V99 VALUE ZEROES.
       01 WS-EMP-MESES         PIC 9(03)   VALUE ZEROES.
       01 WS-EMP-NOME          PIC X(40)   VALUE SPACES.
       01 WS-MULT-EXTRA        PIC 9(01)V99 VALUE 1.50.
       01 WS-VALOR-ANTIGO      PIC 9(07)V99 VALUE ZEROES.
       01 WS-VALOR-NOVO        PIC 9(07)V99 VALUE ZEROES.
       01 WS-VALOR-DIFERENCA   PIC 9(07)V99 VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "DISREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "DISSIDIO".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PARAMETROS  PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-APLICADOS   PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-RECUSADOS   PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-PTM-LIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DIFERENCAS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EMPREGADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOT-DIFERENCA     PIC 9(11)V99 VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-EOF
              PERFORM 00030-RETROATIVO
              PERFORM 00040-FECHA-ARQUIVOS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * PARAMETROS, SALMAST, PONTOMES E EMPMAST SAO OBRIGATORIOS; O
      * FECHACTL E O CRGMAST SAO OPCIONAIS
           DISPLAY " ".
           DISPLAY "INICIO DO REAJUSTE DO DISSIDIO COLETIVO".

           OPEN INPUT PARAMETRO-FILE.
           IF WS-DISPARM-STATUS NOT = "00"
              MOVE "DISPARM" TO WS-INC-ARQUIVO
              MOVE WS-DISPARM-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              OPEN I-O SAL-MASTER-FILE
              OPEN INPUT PONTO-MES-FILE
              OPEN INPUT EMP-MASTER-FILE
              EVALUATE TRUE
                  WHEN WS-SALMAST-STATUS NOT = "00"
                      MOVE "SALMAST" TO WS-INC-ARQUIVO
                      MOVE WS-SALMAST-STATUS TO WS-INC-STATUS
                      PERFORM 00015-ABORTA
                  WHEN WS-PONTOMES-STATUS NOT = "00"
                      MOVE "PONTOMES" TO WS-INC-ARQUIVO
                      MOVE WS-PONTOMES-STATUS TO WS-INC-STATUS
                      PERFORM 00015-ABORTA
                  WHEN WS-EMPMAST-STATUS NOT = "00"
                      MOVE "EMPMAST" TO WS-INC-ARQUIVO
                      MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                      PERFORM 00015-ABORTA
              END-EVALUATE
              IF WS-ABORT
                 CLOSE PARAMETRO-FILE
              ELSE
                 PERFORM 00012-CARREGA-FECHADOS
                 PERFORM 00013-ABRE-CATALOGO
                 OPEN OUTPUT DISS-REPORT-FILE
                 OPEN OUTPUT DIFERENCA-FILE
                 PERFORM 00024-LE-PARAMETRO
              END-IF
           END-IF.
       00010-END.
      *
       00012-CARREGA-FECHADOS SECTION.
      * CARREGA OS MESES JA FECHADOS PELO FECHAMENSAL (FECHACTL)
           OPEN INPUT FECHA-CONTROLE-FILE.
           IF WS-FECHACTL-STATUS = "00"
              PERFORM 00012A-LE-FECHADO
              PERFORM 00012B-GUARDA-FECHADO UNTIL WS-EOF
              CLOSE FECHA-CONTROLE-FILE
              MOVE "N" TO WS-EOF-SW
           END-IF.
       00012-END.
      *
       00012A-LE-FECHADO   SECTION.
           READ FECHA-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00012A-END.
      *
       00012B-GUARDA-FECHADO SECTION.
           IF WS-QTDE-FECHADOS < WS-LIMITE-FECHADOS
              ADD 1 TO WS-QTDE-FECHADOS
              MOVE FECHA-CTL-REC TO WS-MES-FECHADO(WS-QTDE-FECHADOS)
           END-IF.
           PERFORM 00012A-LE-FECHADO.
       00012B-END.
      *
       00013-ABRE-CATALOGO SECTION.
      * SEM O CRGMAST A FAIXA DO CARGO NAO E CONFERIDA (COMO NO SALMNT)
           OPEN INPUT CRG-MASTER-FILE.
           IF WS-CRGMAST-STATUS = "00"
              MOVE "S" TO WS-CRGMAST-OK-SW
           ELSE
              DISPLAY "AVISO: CRGMAST NAO ABRIU (STATUS "
                      WS-CRGMAST-STATUS ") - FAIXA DO CARGO NAO "
                      "CONFERIDA NO CATALOGO"
           END-IF.
       00013-END.
      *
       00015-ABORTA        SECTION.
           DISPLAY "*** " WS-INC-ARQUIVO " NAO ABRIU (STATUS "
                   WS-INC-STATUS ") - PASSO ABORTADO ***".
           MOVE "S" TO WS-ABORT-SW.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS WS-INC-RC
           END-CALL.
       00015-END.
      *
       00020-PROCESSO      SECTION.
      * VALIDA O PARAMETRO E, PASSANDO, INCLUI A NOVA VIGENCIA NO
      * SALMAST E GUARDA O CARGO PARA O CALCULO DO RETROATIVO
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           PERFORM 00025-VALIDA-PARAMETRO.
           IF WS-MOTIVO-RECUSA = SPACES
              PERFORM 00027-INCLUI-VIGENCIA
           END-IF.
           IF WS-MOTIVO-RECUSA NOT = SPACES
              PERFORM 00028-GRAVA-RECUSA
           END-IF.
           PERFORM 00024-LE-PARAMETRO.
       00020-END.
      *
       00024-LE-PARAMETRO  SECTION.
           READ PARAMETRO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-PARAMETROS
           END-READ.
       00024-END.
      *
       00025-VALIDA-PARAMETRO SECTION.
      * CARGO PREENCHIDO E NAO REPETIDO, DATA-BASE VALIDA NO DIA 01,
      * REAJUSTE PREENCHIDO E TARIFA ANTERIOR EXISTENTE SEM VIGENCIA
      * NA DATA-BASE OU DEPOIS (O QUE TAMBEM IMPEDE APLICAR DUAS VEZES
      * O MESMO DISSIDIO)
           MOVE ZEROES TO WS-IDX-CRG-ACH.
           IF DIS-CARGO NOT = SPACES
              PERFORM 00026A-PROCURA-CARGO
                 VARYING WS-IDX-CRG FROM 1 BY 1
                 UNTIL WS-IDX-CRG > WS-QTDE-CARGOS
                    OR WS-IDX-CRG-ACH > ZEROES
           END-IF.
           IF DIS-DATA-VIG NUMERIC
              MOVE "D"          TO WS-DU-OPERACAO
              MOVE DIS-DATA-VIG TO WS-DU-DATA-2
              CALL "DATEUTIL" USING WS-DU-OPERACAO DIS-DATA-VIG
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
           ELSE
              MOVE "99" TO WS-DU-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN DIS-CARGO = SPACES
                   MOVE "CARGO EM BRANCO" TO WS-MOTIVO-RECUSA
               WHEN WS-IDX-CRG-ACH > ZEROES
                   MOVE "CARGO REPETIDO NO ARQUIVO DE PARAMETROS"
                        TO WS-MOTIVO-RECUSA
               WHEN WS-DU-STATUS NOT = "00"
                   MOVE "DATA-BASE INVALIDA" TO WS-MOTIVO-RECUSA
               WHEN DIS-DIA NOT = 01
                   MOVE "DATA-BASE FORA DO DIA 01"
                        TO WS-MOTIVO-RECUSA
               WHEN DIS-PERCENTUAL
                AND (DIS-PCT NOT NUMERIC OR DIS-PCT = ZEROES)
                   MOVE "PERCENTUAL AUSENTE OU ZERADO"
                        TO WS-MOTIVO-RECUSA
               WHEN DIS-VALOR-FIXO
                AND (DIS-ACRESCIMO NOT NUMERIC OR
                     DIS-ACRESCIMO = ZEROES)
                   MOVE "VALOR FIXO AUSENTE OU ZERADO"
                        TO WS-MOTIVO-RECUSA
               WHEN NOT DIS-PERCENTUAL AND NOT DIS-VALOR-FIXO
                   MOVE "TIPO DE REAJUSTE INVALIDO (P OU V)"
                        TO WS-MOTIVO-RECUSA
               WHEN WS-QTDE-CARGOS NOT < WS-LIMITE-CARGOS
                   MOVE "LIMITE DE CARGOS DA RODADA ATINGIDO"
                        TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM 00026-TARIFA-ANTERIOR
           END-EVALUATE.
       00025-END.
      *
       00026-TARIFA-ANTERIOR SECTION.
      * PERCORRE AS VIGENCIAS DO CARGO NO SALMAST: A TARIFA ANTERIOR E
      * A DE MAIOR VIGENCIA ANTES DA DATA-BASE; VIGENCIA NA DATA-BASE
      * OU DEPOIS RECUSA O PARAMETRO
           MOVE "N"    TO WS-TEM-TARIFA-SW.
           MOVE "N"    TO WS-VIG-POSTERIOR-SW.
           MOVE "N"    TO WS-SAL-EOF-SW.
           MOVE ZEROES TO WS-TARIFA-ANT.
           MOVE DIS-CARGO TO SAL-CARGO.
           MOVE ZEROES    TO SAL-DATA-VIG.
           START SAL-MASTER-FILE KEY >= SAL-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SAL-EOF-SW
           END-START.
           PERFORM 00026B-LE-VIGENCIA UNTIL WS-SAL-EOF.
           EVALUATE TRUE
               WHEN WS-VIG-POSTERIOR
                   MOVE "SALMAST JA TEM VIGENCIA NA DATA-BASE OU APOS"
                        TO WS-MOTIVO-RECUSA
               WHEN NOT WS-TEM-TARIFA
                   MOVE "CARGO SEM TARIFA ANTERIOR NO SALMAST"
                        TO WS-MOTIVO-RECUSA
           END-EVALUATE.
       00026-END.
      *
       00026A-PROCURA-CARGO SECTION.
           IF WS-CRG-CARGO(WS-IDX-CRG) = DIS-CARGO
              MOVE WS-IDX-CRG TO WS-IDX-CRG-ACH
           END-IF.
       00026A-END.
      *
       00026B-LE-VIGENCIA  SECTION.
           READ SAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SAL-EOF-SW
               NOT AT END
                   IF SAL-CARGO NOT = DIS-CARGO
                      MOVE "Y" TO WS-SAL-EOF-SW
                   ELSE
                      IF SAL-DATA-VIG < DIS-DATA-VIG
                         MOVE SAL-VALOR-HORA TO WS-TARIFA-ANT
                         MOVE "S" TO WS-TEM-TARIFA-SW
                      ELSE
                         MOVE "S" TO WS-VIG-POSTERIOR-SW
                         MOVE "Y" TO WS-SAL-EOF-SW
                      END-IF
                   END-IF
           END-READ.
       00026B-END.
      *
       00027-INCLUI-VIGENCIA SECTION.
      * CALCULA A TARIFA NOVA, CONFERE A FAIXA DO CARGO NO CATALOGO,
      * GRAVA A VIGENCIA NO SALMAST E GUARDA O CARGO NA TABELA DA
      * RODADA
           IF DIS-PERCENTUAL
              COMPUTE WS-TARIFA-NOVA ROUNDED =
                      WS-TARIFA-ANT * (1 + (DIS-PCT / 100))
                  ON SIZE ERROR
                      MOVE ZEROES TO WS-TARIFA-NOVA
              END-COMPUTE
           ELSE
              COMPUTE WS-TARIFA-NOVA = WS-TARIFA-ANT + DIS-ACRESCIMO
                  ON SIZE ERROR
                      MOVE ZEROES TO WS-TARIFA-NOVA
              END-COMPUTE
           END-IF.
           IF WS-TARIFA-NOVA = ZEROES
              MOVE "TARIFA NOVA EXCEDE O CAMPO DO SALMAST"
                   TO WS-MOTIVO-RECUSA
           ELSE
              IF WS-CRGMAST-OK
                 PERFORM 00027A-CONFERE-FAIXA
              END-IF
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
              MOVE DIS-CARGO      TO SAL-CARGO
              MOVE DIS-DATA-VIG   TO SAL-DATA-VIG
              MOVE WS-TARIFA-NOVA TO SAL-VALOR-HORA
              WRITE SAL-REC
                  INVALID KEY
                      MOVE "ERRO NA INCLUSAO DA VIGENCIA NO SALMAST"
                           TO WS-MOTIVO-RECUSA
              END-WRITE
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
              ADD 1 TO WS-TOTAL-APLICADOS
              ADD 1 TO WS-QTDE-CARGOS
              MOVE DIS-CARGO      TO WS-CRG-CARGO(WS-QTDE-CARGOS)
              MOVE DIS-ANO-MES    TO WS-CRG-ANO-MES(WS-QTDE-CARGOS)
              MOVE WS-TARIFA-ANT  TO WS-CRG-TARIFA-ANT(WS-QTDE-CARGOS)
              MOVE WS-TARIFA-NOVA
                   TO WS-CRG-TARIFA-NOVA(WS-QTDE-CARGOS)
              COMPUTE WS-DIF-TARIFA = WS-TARIFA-NOVA - WS-TARIFA-ANT
              MOVE SPACES         TO DISS-REP-REC
              MOVE "TABELA"       TO DREP-ROTULO
              MOVE DIS-CARGO      TO DREP-CARGO
              MOVE DIS-DATA-VIG   TO DREP-REFERENCIA
              MOVE WS-TARIFA-ANT  TO DREP-VLR-ANTIGO
              MOVE WS-TARIFA-NOVA TO DREP-VLR-NOVO
              MOVE WS-DIF-TARIFA  TO DREP-DIFERENCA
              MOVE "NOVA VIGENCIA INCLUIDA NO SALMAST" TO DREP-OBS
              WRITE DISS-REP-REC
              ADD 1 TO WS-SPL-LINHAS
           END-IF.
       00027-END.
      *
       00027A-CONFERE-FAIXA SECTION.
      * O CARGO TEM DE CONSTAR NO CATALOGO E A TARIFA NOVA TEM DE
      * CABER NA FAIXA DELE (INICIO E FIM INCLUSIVE)
           MOVE DIS-CARGO TO CRG-CARGO.
           READ CRG-MASTER-FILE
               INVALID KEY
                   MOVE "CARGO NAO CONSTA NO CATALOGO (CRGMAST)"
                        TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   IF WS-TARIFA-NOVA < CRG-VALOR-MIN OR
                      WS-TARIFA-NOVA > CRG-VALOR-MAX
                      MOVE "TARIFA NOVA FORA DA FAIXA DO CARGO"
                           TO WS-MOTIVO-RECUSA
                   END-IF
           END-READ.
       00027A-END.
      *
       00028-GRAVA-RECUSA  SECTION.
           ADD 1 TO WS-TOTAL-RECUSADOS.
           MOVE SPACES           TO DISS-REP-REC.
           MOVE "RECUSADO"       TO DREP-ROTULO.
           MOVE DIS-CARGO        TO DREP-CARGO.
           MOVE DIS-DATA-VIG     TO DREP-REFERENCIA.
           MOVE ZEROES           TO DREP-VLR-ANTIGO DREP-VLR-NOVO
                                    DREP-DIFERENCA.
           MOVE WS-MOTIVO-RECUSA TO DREP-OBS.
           WRITE DISS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           DISPLAY "PARAMETRO RECUSADO - CARGO " DIS-CARGO ": "
                   WS-MOTIVO-RECUSA.
       00028-END.
      *
       00030-RETROATIVO    SECTION.
      * VARRE O PONTOMES EM ORDEM DE MATRICULA + ANO/MES E VALORA
      * CADA MES FECHADO DO EMPREGADO DE CARGO REAJUSTADO, COM LINHA
      * DE TOTAL NA QUEBRA DE MATRICULA
           IF WS-QTDE-CARGOS > ZEROES
              MOVE "N" TO WS-EOF-SW
              PERFORM 00031-LE-ACUMULADO
              PERFORM 00032-TRATA-MES UNTIL WS-EOF
              IF WS-EMP-MESES > ZEROES
                 PERFORM 00036-TOTAL-EMPREGADO
              END-IF
           END-IF.
           MOVE SPACES           TO DISS-REP-REC.
           MOVE "TOTAL"          TO DREP-ROTULO.
           MOVE "GERAL"          TO DREP-REFERENCIA.
           MOVE ZEROES           TO DREP-VLR-ANTIGO DREP-VLR-NOVO.
           MOVE WS-TOT-DIFERENCA TO DREP-DIFERENCA.
           MOVE WS-TOTAL-EMPREGADOS TO DREP-OBS(1:7).
           MOVE "EMPREGADO(S)"   TO DREP-OBS(9:12).
           WRITE DISS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00030-END.
      *
       00031-LE-ACUMULADO  SECTION.
           READ PONTO-MES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-PTM-LIDOS
           END-READ.
       00031-END.
      *
       00032-TRATA-MES     SECTION.
      * NA QUEBRA DE MATRICULA FECHA O EMPREGADO ANTERIOR E LE O NOVO
      * NO EMPMAST (CARGO ATUAL)
           IF PTM-MATRICULA NOT = WS-MATR-ANTERIOR
              IF WS-EMP-MESES > ZEROES
                 PERFORM 00036-TOTAL-EMPREGADO
              END-IF
              MOVE PTM-MATRICULA TO WS-MATR-ANTERIOR
              MOVE ZEROES TO WS-EMP-DIFERENCA WS-EMP-MESES
              MOVE "N"    TO WS-EMP-ACHADO-SW
              MOVE PTM-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-EMP-ACHADO-SW
                      MOVE EMP-NOME TO WS-EMP-NOME
              END-READ
              MOVE ZEROES TO WS-IDX-CRG-ACH
              IF WS-EMP-ACHADO AND EMP-CARGO NOT = SPACES
                 PERFORM 00033-PROCURA-CARGO-EMP
                    VARYING WS-IDX-CRG FROM 1 BY 1
                    UNTIL WS-IDX-CRG > WS-QTDE-CARGOS
                       OR WS-IDX-CRG-ACH > ZEROES
              END-IF
           END-IF.
           IF WS-IDX-CRG-ACH > ZEROES
              IF PTM-ANO-MES NOT < WS-CRG-ANO-MES(WS-IDX-CRG-ACH)
                 PERFORM 00034-CONFERE-FECHADO
                 IF WS-MES-JA-FECHADO
                    PERFORM 00035-VALORA-MES
                 END-IF
              END-IF
           END-IF.
           PERFORM 00031-LE-ACUMULADO.
       00032-END.
      *
       00033-PROCURA-CARGO-EMP SECTION.
           IF WS-CRG-CARGO(WS-IDX-CRG) = EMP-CARGO
              MOVE WS-IDX-CRG TO WS-IDX-CRG-ACH
           END-IF.
       00033-END.
      *
       00034-CONFERE-FECHADO SECTION.
           MOVE "N" TO WS-MES-FECHADO-SW.
           PERFORM 00034A-PROCURA-FECHADO
              VARYING WS-IDX-FEC FROM 1 BY 1
              UNTIL WS-IDX-FEC > WS-QTDE-FECHADOS
                 OR WS-MES-JA-FECHADO.
       00034-END.
      *
       00034A-PROCURA-FECHADO SECTION.
           IF WS-MES-FECHADO(WS-IDX-FEC) = PTM-ANO-MES
              MOVE "S" TO WS-MES-FECHADO-SW
           END-IF.
       00034A-END.
      *
       00035-VALORA-MES    SECTION.
      * MINUTOS NORMAIS A TARIFA, EXTRAS A 50 POR CENTO, NA TARIFA
      * ANTIGA E NA NOVA; GRAVA A DIFERENCA NO DISDIF E NO RELATORIO
           MOVE WS-CRG-TARIFA-ANT(WS-IDX-CRG-ACH)  TO WS-TARIFA-ANT.
           MOVE WS-CRG-TARIFA-NOVA(WS-IDX-CRG-ACH) TO WS-TARIFA-NOVA.
           COMPUTE WS-VALOR-ANTIGO ROUNDED =
                   ((PTM-MIN-NORMAIS * WS-TARIFA-ANT)
                  + (PTM-MIN-EXTRA * WS-TARIFA-ANT * WS-MULT-EXTRA))
                   / 60.
           COMPUTE WS-VALOR-NOVO ROUNDED =
                   ((PTM-MIN-NORMAIS * WS-TARIFA-NOVA)
                  + (PTM-MIN-EXTRA * WS-TARIFA-NOVA * WS-MULT-EXTRA))
                   / 60.
           COMPUTE WS-VALOR-DIFERENCA = WS-VALOR-NOVO - WS-VALOR-ANTIGO.

           MOVE PTM-MATRICULA      TO DIF-MATRICULA.
           MOVE PTM-ANO-MES        TO DIF-ANO-MES.
           IF EMP-EMPRESA > ZEROES
              MOVE EMP-EMPRESA     TO DIF-EMPRESA
           ELSE
              MOVE 01              TO DIF-EMPRESA
           END-IF.
           MOVE EMP-CARGO          TO DIF-CARGO.
           MOVE PTM-MIN-NORMAIS    TO DIF-MIN-NORMAIS.
           MOVE PTM-MIN-EXTRA      TO DIF-MIN-EXTRA.
           MOVE WS-TARIFA-ANT      TO DIF-TARIFA-ANTIGA.
           MOVE WS-TARIFA-NOVA     TO DIF-TARIFA-NOVA.
           MOVE WS-VALOR-ANTIGO    TO DIF-VLR-ANTIGO.
           MOVE WS-VALOR-NOVO      TO DIF-VLR-NOVO.
           MOVE WS-VALOR-DIFERENCA TO DIF-VLR-DIFERENCA.
           WRITE DIF-REC.
           ADD 1 TO WS-TOTAL-DIFERENCAS.
           ADD PTM-MATRICULA       TO WS-HASH-MATRICULA.

           MOVE SPACES             TO DISS-REP-REC.
           MOVE "RETROAT"          TO DREP-ROTULO.
           MOVE PTM-MATRICULA      TO DREP-MATRICULA.
           MOVE EMP-CARGO          TO DREP-CARGO.
           MOVE PTM-ANO-MES        TO DREP-REFERENCIA.
           MOVE WS-VALOR-ANTIGO    TO DREP-VLR-ANTIGO.
           MOVE WS-VALOR-NOVO      TO DREP-VLR-NOVO.
           MOVE WS-VALOR-DIFERENCA TO DREP-DIFERENCA.
           WRITE DISS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           ADD 1 TO WS-EMP-MESES.
           ADD WS-VALOR-DIFERENCA  TO WS-EMP-DIFERENCA.
       00035-END.
      *
       00036-TOTAL-EMPREGADO SECTION.
           ADD 1 TO WS-TOTAL-EMPREGADOS.
           ADD WS-EMP-DIFERENCA  TO WS-TOT-DIFERENCA.
           MOVE SPACES           TO DISS-REP-REC.
           MOVE "TOTAL"          TO DREP-ROTULO.
           MOVE WS-MATR-ANTERIOR TO DREP-MATRICULA.
           MOVE ZEROES           TO DREP-VLR-ANTIGO DREP-VLR-NOVO.
           MOVE WS-EMP-DIFERENCA TO DREP-DIFERENCA.
           MOVE WS-EMP-NOME      TO DREP-OBS.
           WRITE DISS-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           MOVE ZEROES TO WS-EMP-MESES.
       00036-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE PARAMETRO-FILE.
           CLOSE SAL-MASTER-FILE.
           CLOSE PONTO-MES-FILE.
           CLOSE EMP-MASTER-FILE.
           IF WS-CRGMAST-OK
              CLOSE CRG-MASTER-FILE
           END-IF.
           CLOSE DISS-REPORT-FILE.
           CLOSE DIFERENCA-FILE.
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
           MOVE "DISSIDIO"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-PARAMETROS  TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-APLICADOS   TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-RECUSADOS   TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM ARQUIVO OBRIGATORIO
      * NAO ABRIU, ALERTA SE ALGUM PARAMETRO FOI RECUSADO, NORMAL
      * CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-RECUSADOS > ZEROES
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
           DISPLAY "PARAMETROS LIDOS.....: " WS-TOTAL-PARAMETROS.
           DISPLAY "VIGENCIAS INCLUIDAS..: " WS-TOTAL-APLICADOS.
           DISPLAY "PARAMETROS RECUSADOS.: " WS-TOTAL-RECUSADOS.
           DISPLAY "MESES FECHADOS.......: " WS-QTDE-FECHADOS.
           DISPLAY "PONTOMES LIDOS.......: " WS-TOTAL-PTM-LIDOS.
           DISPLAY "DIFERENCAS GRAVADAS..: " WS-TOTAL-DIFERENCAS.
           DISPLAY "EMPREGADOS...........: " WS-TOTAL-EMPREGADOS.
           DISPLAY "VALOR RETROATIVO.....: " WS-TOT-DIFERENCA.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO REAJUSTE DO DISSIDIO COLETIVO".
       00050-END.
