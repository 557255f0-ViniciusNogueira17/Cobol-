       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ASOVENC.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Apuracao mensal dos exames de saude ocupacional
      *                a vencer e vencidos, para atender a fiscalizacao
      *                do trabalho: para o ano/mes do cartao de controle
      *                (default o mes corrente), percorre os empregados
      *                ativos do EMPMAST e, pelo ultimo ASO do ASOMAST
      *                (ASOMNT), calcula a data do proximo exame:
      *                sem ASO nenhum vale a admissao; retorno de
      *                afastamento por doenca (AUSMAST) de mais de 30
      *                dias sem exame depois dele vale o dia do retorno;
      *                fora isso, o periodico a cada 12 meses para menor
      *                de 18 ou maior de 45 anos na data de fim do mes e
      *                a cada 24 meses para os demais -- ou a data
      *                fixada pelo medico no ultimo ASO, se anterior.
      *                Sai no ASOREL quem vence no mes ou ja venceu,
      *                agrupado por celula SETOR/DEPTO/SERVIDOR com o
      *                nome por extenso do ORGMAST, e a rodada termina
      *                em alerta quando ha exame vencido.
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

           SELECT ASO-MASTER-FILE ASSIGN TO "ASOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASOMAST-STATUS.

           SELECT AUS-MASTER-FILE ASSIGN TO "AUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WS-AUSMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT ASO-SORT-WORK ASSIGN TO "ASOSORTW".

           SELECT ASO-REPORT-FILE ASSIGN TO "ASOREL"
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

       FD  ASO-MASTER-FILE.
           COPY ASOREC.

       FD  AUS-MASTER-FILE.
           COPY AUSREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       SD  ASO-SORT-WORK.
       01  ASO-SORT-REC.
           03 ASO-SORT-SETOR        PIC 9(01).
           03 ASO-SORT-DEPTO        PIC 9(01).
           03 ASO-SORT-SERVIDOR     PIC 9(01).
           03 ASO-SORT-MATRICULA    PIC 9(06).
           03 ASO-SORT-NOME         PIC X(40).
           03 ASO-SORT-IDADE        PIC 9(03).
           03 ASO-SORT-ULT-EXAME    PIC 9(08).
           03 ASO-SORT-VENCIMENTO   PIC 9(08).
           03 ASO-SORT-SITUACAO     PIC X(08).
           03 ASO-SORT-MOTIVO       PIC X(45).

       FD  ASO-REPORT-FILE.
       01  ASO-REP-REC.
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
           03 VREP-IDADE           PIC X(03).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-ULT-EXAME       PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-VENCIMENTO      PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-SITUACAO        PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-MOTIVO          PIC X(45).

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
       01 WS-ASOMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-AUSMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "ASOVENC".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-ASO-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-ASO-EOF                     VALUE "Y".
       01 WS-AUS-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-AUS-EOF                     VALUE "Y".
      * ASOMAST, AUSMAST E ORGMAST SAO OPCIONAIS: SEM ASOMAST TODO
      * ATIVO SAI SEM EXAME; SEM AUSMAST NAO HA RETORNO A APURAR; SEM
      * ORGMAST A CELULA SAI SEM O NOME POR EXTENSO
       01 WS-ASOMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ASOMAST-OK                  VALUE "S".
       01 WS-AUSMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-AUSMAST-OK                  VALUE "S".
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * MES DE REFERENCIA (DEFAULT O CORRENTE, CTL-ANO-MES SOBREPOE):
      * PRIMEIRO E ULTIMO DIA
       01 WS-MES-INI.
          03 WS-MI-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MI-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MI-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-INI-NUM REDEFINES WS-MES-INI PIC 9(08).
       01 WS-MES-SEGUINTE.
          03 WS-MS-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MS-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MS-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-SEGUINTE-NUM REDEFINES WS-MES-SEGUINTE PIC 9(08).
       01 WS-MES-FIM           PIC 9(08)   VALUE ZEROES.
       01 WS-MES-FIM-R REDEFINES WS-MES-FIM.
          03 WS-MF-ANO         PIC 9(04).
          03 WS-MF-MMDD        PIC 9(04).
      * APURACAO DO EMPREGADO CORRENTE
       01 WS-ULT-EXAME         PIC 9(08)   VALUE ZEROES.
       01 WS-ULT-PROXIMO       PIC 9(08)   VALUE ZEROES.
       01 WS-RETORNO           PIC 9(08)   VALUE ZEROES.
       01 WS-DIAS-AFASTADO     PIC S9(05)  VALUE ZEROES.
       01 WS-IDADE             PIC 9(03)   VALUE ZEROES.
       01 WS-NASC-MMDD         PIC 9(04)   VALUE ZEROES.
      * VENCIMENTO DO PERIODICO: ULTIMO EXAME + 1 OU 2 ANOS (29/02
      * VIRA 28/02 EM ANO COMUM)
       01 WS-VENCIMENTO.
          03 WS-VEN-ANO        PIC 9(04).
          03 WS-VEN-MES        PIC 9(02).
          03 WS-VEN-DIA        PIC 9(02).
       01 WS-VENCIMENTO-NUM REDEFINES WS-VENCIMENTO PIC 9(08).
       01 WS-ANOS-INTERVALO    PIC 9(01)   VALUE ZEROES.
       01 WS-SITUACAO          PIC X(08)   VALUE SPACES.
       01 WS-MOTIVO            PIC X(45)   VALUE SPACES.
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
       01 WS-CEL-VENCIDOS      PIC 9(05)   VALUE ZEROES.
       01 WS-CEL-A-VENCER      PIC 9(05)   VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "ASOREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "ASOVENC".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ATIVOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-VENCIDOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-A-VENCER    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-EXAME   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-RETORNO     PIC 9(07)   VALUE ZEROES.
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
      * SO O EMPMAST E OBRIGATORIO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-MI-ANO.
           MOVE MES TO WS-MI-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00013-CALCULA-FIM-MES.

           DISPLAY " ".
           DISPLAY "INICIO DA APURACAO DE EXAMES OCUPACIONAIS - "
                   WS-MI-MES "/" WS-MI-ANO.

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
              OPEN INPUT ASO-MASTER-FILE
              IF WS-ASOMAST-STATUS = "00"
                 MOVE "S" TO WS-ASOMAST-OK-SW
              ELSE
                 DISPLAY "ASOMAST INDISPONIVEL (STATUS "
                         WS-ASOMAST-STATUS ") - NENHUM EXAME "
                         "REGISTRADO"
              END-IF
              OPEN INPUT AUS-MASTER-FILE
              IF WS-AUSMAST-STATUS = "00"
                 MOVE "S" TO WS-AUSMAST-OK-SW
              END-IF
              OPEN INPUT ORGMAST-FILE
              IF WS-ORGMAST-STATUS = "00"
                 MOVE "S" TO WS-ORGMAST-OK-SW
              END-IF
              OPEN OUTPUT ASO-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
      * ANO/MES DE REFERENCIA; SEM SYSIN, OU COM O CAMPO ZERADO, VALE
      * O MES CORRENTE
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
       00020-PROCESSO      SECTION.
      * SELECIONA OS ATIVOS A VENCER/VENCIDOS E IMPRIME ORDENADO POR
      * CELULA E MATRICULA
           SORT ASO-SORT-WORK
               ON ASCENDING KEY ASO-SORT-SETOR
                                ASO-SORT-DEPTO
                                ASO-SORT-SERVIDOR
                                ASO-SORT-MATRICULA
               INPUT PROCEDURE 00021-SELECIONA-EMPREGADOS
               OUTPUT PROCEDURE 00030-IMPRIME-CELULAS.
           IF NOT WS-PRIMEIRA-CELULA
              PERFORM 00034-SUBTOTAL-CELULA
           END-IF.
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
      * SO ATIVOS; ACHA O ULTIMO EXAME (DEMISSIONAL NAO CONTA), O
      * RETORNO DE AFASTAMENTO MAIS RECENTE E A IDADE, E DECIDE O
      * VENCIMENTO
           IF EMP-ATIVO
              ADD 1 TO WS-TOTAL-ATIVOS
              MOVE ZEROES TO WS-ULT-EXAME WS-ULT-PROXIMO WS-RETORNO
              IF WS-ASOMAST-OK
                 PERFORM 00024-ULTIMO-EXAME
              END-IF
              IF WS-AUSMAST-OK
                 PERFORM 00025-ULTIMO-RETORNO
              END-IF
              PERFORM 00026-CALCULA-IDADE
              PERFORM 00027-DEFINE-VENCIMENTO
              IF WS-SITUACAO NOT = SPACES
                 PERFORM 00029-RELEASE-EMPREGADO
              END-IF
           END-IF.
           PERFORM 00022-LE-EMPREGADO.
       00023-END.
      *
       00024-ULTIMO-EXAME  SECTION.
           MOVE "N" TO WS-ASO-EOF-SW.
           MOVE EMP-MATRICULA TO ASO-MATRICULA.
           MOVE ZEROES        TO ASO-DATA-EXAME.
           START ASO-MASTER-FILE KEY >= ASO-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-ASO-EOF-SW
           END-START.
           PERFORM 00024A-LE-EXAME UNTIL WS-ASO-EOF.
       00024-END.
      *
       00024A-LE-EXAME     SECTION.
           READ ASO-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ASO-EOF-SW
               NOT AT END
                   IF ASO-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-ASO-EOF-SW
                   ELSE
                      IF NOT ASO-DEMISSIONAL AND
                         ASO-DATA-EXAME NOT > WS-MES-FIM
                         MOVE ASO-DATA-EXAME   TO WS-ULT-EXAME
                         MOVE ASO-DATA-PROXIMO TO WS-ULT-PROXIMO
                      END-IF
                   END-IF
           END-READ.
       00024A-END.
      *
       00025-ULTIMO-RETORNO SECTION.
      * AFASTAMENTO POR DOENCA DE MAIS DE 30 DIAS ENCERRADO ATE O FIM
      * DO MES: O RETORNO E O DIA SEGUINTE AO FIM DO AFASTAMENTO
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
                      IF AUS-DOENCA AND AUS-DATA-FIM < WS-MES-FIM
                         PERFORM 00025B-CONFERE-AFASTAMENTO
                      END-IF
                   END-IF
           END-READ.
       00025A-END.
      *
       00025B-CONFERE-AFASTAMENTO SECTION.
           MOVE "D"          TO WS-DU-OPERACAO.
           MOVE AUS-DATA-FIM TO WS-DU-DATA-1.
           MOVE AUS-DATA-INI TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           IF WS-DU-STATUS = "00"
              COMPUTE WS-DIAS-AFASTADO = WS-DU-DIAS + 1
              IF WS-DIAS-AFASTADO > 30
                 MOVE "A"          TO WS-DU-OPERACAO
                 MOVE AUS-DATA-FIM TO WS-DU-DATA-1
                 MOVE 1            TO WS-DU-DIAS
                 PERFORM 00014-CHAMA-DATEUTIL
                 IF WS-DU-STATUS = "00" AND
                    WS-DU-RESULTADO > WS-RETORNO
                    MOVE WS-DU-RESULTADO TO WS-RETORNO
                 END-IF
              END-IF
           END-IF.
       00025B-END.
      *
       00026-CALCULA-IDADE SECTION.
      * IDADE EM ANOS COMPLETOS NO ULTIMO DIA DO MES DE REFERENCIA
           MOVE ZEROES TO WS-IDADE.
           IF EMP-DATA-NASC NUMERIC AND EMP-NASC-ANO > ZEROES AND
              EMP-NASC-ANO < WS-MF-ANO
              COMPUTE WS-IDADE = WS-MF-ANO - EMP-NASC-ANO
              COMPUTE WS-NASC-MMDD = (EMP-NASC-MES * 100)
                                   + EMP-NASC-DIA
              IF WS-MF-MMDD < WS-NASC-MMDD
                 SUBTRACT 1 FROM WS-IDADE
              END-IF
           END-IF.
       00026-END.
      *
       00027-DEFINE-VENCIMENTO SECTION.
      * SEM EXAME: VENCE NA ADMISSAO. RETORNO DE AFASTAMENTO DEPOIS
      * DO ULTIMO EXAME: VENCE NO RETORNO. SENAO, PERIODICO PELA IDADE
      * OU A DATA FIXADA PELO MEDICO, A QUE VIER PRIMEIRO
           MOVE SPACES TO WS-SITUACAO WS-MOTIVO.
           EVALUATE TRUE
               WHEN WS-ULT-EXAME = ZEROES
                   IF EMP-DATA-ADMIS NUMERIC AND
                      EMP-DATA-ADMIS > ZEROES
                      MOVE EMP-DATA-ADMIS TO WS-VENCIMENTO
                   ELSE
                      MOVE WS-MES-INI-NUM TO WS-VENCIMENTO-NUM
                   END-IF
                   MOVE "SEM ASO REGISTRADO (ADMISSIONAL)"
                        TO WS-MOTIVO
               WHEN WS-RETORNO > WS-ULT-EXAME
                   MOVE WS-RETORNO TO WS-VENCIMENTO-NUM
                   MOVE "RETORNO DE AFASTAMENTO POR DOENCA > 30 DIAS"
                        TO WS-MOTIVO
               WHEN OTHER
                   PERFORM 00028-VENCIMENTO-PERIODICO
           END-EVALUATE.
           IF WS-VENCIMENTO-NUM < WS-MES-INI-NUM
              MOVE "VENCIDO"  TO WS-SITUACAO
           ELSE
              IF WS-VENCIMENTO-NUM NOT > WS-MES-FIM
                 MOVE "A VENCER" TO WS-SITUACAO
              END-IF
           END-IF.
       00027-END.
      *
       00028-VENCIMENTO-PERIODICO SECTION.
      * 12 MESES PARA MENOR DE 18 OU MAIOR DE 45 ANOS, 24 MESES PARA
      * OS DEMAIS, CONTADOS DO ULTIMO EXAME
           IF WS-IDADE < 18 OR WS-IDADE > 45
              MOVE 1 TO WS-ANOS-INTERVALO
              MOVE "PERIODICO ANUAL (MENOR DE 18/MAIOR DE 45)"
                   TO WS-MOTIVO
           ELSE
              MOVE 2 TO WS-ANOS-INTERVALO
              MOVE "PERIODICO BIENAL (18 A 45 ANOS)" TO WS-MOTIVO
           END-IF.
           MOVE WS-ULT-EXAME TO WS-VENCIMENTO-NUM.
           ADD WS-ANOS-INTERVALO TO WS-VEN-ANO.
           IF WS-VEN-MES = 02 AND WS-VEN-DIA = 29
              MOVE "B" TO WS-DU-OPERACAO
              MOVE WS-VENCIMENTO-NUM TO WS-DU-DATA-1
              PERFORM 00014-CHAMA-DATEUTIL
              IF WS-DU-UTIL-SW NOT = "S"
                 MOVE 28 TO WS-VEN-DIA
              END-IF
           END-IF.
           IF WS-ULT-PROXIMO > ZEROES AND
              WS-ULT-PROXIMO < WS-VENCIMENTO-NUM
              MOVE WS-ULT-PROXIMO TO WS-VENCIMENTO-NUM
              MOVE "DATA FIXADA PELO MEDICO NO ULTIMO ASO"
                   TO WS-MOTIVO
           END-IF.
       00028-END.
      *
       00029-RELEASE-EMPREGADO SECTION.
           IF WS-SITUACAO = "VENCIDO"
              ADD 1 TO WS-TOTAL-VENCIDOS
           ELSE
              ADD 1 TO WS-TOTAL-A-VENCER
           END-IF.
           IF WS-ULT-EXAME = ZEROES
              ADD 1 TO WS-TOTAL-SEM-EXAME
           ELSE
              IF WS-RETORNO > WS-ULT-EXAME
                 ADD 1 TO WS-TOTAL-RETORNO
              END-IF
           END-IF.
           MOVE EMP-SETOR         TO ASO-SORT-SETOR.
           MOVE EMP-DEPTO         TO ASO-SORT-DEPTO.
           MOVE EMP-SERVIDOR-IDX  TO ASO-SORT-SERVIDOR.
           MOVE EMP-MATRICULA     TO ASO-SORT-MATRICULA.
           MOVE EMP-NOME          TO ASO-SORT-NOME.
           MOVE WS-IDADE          TO ASO-SORT-IDADE.
           MOVE WS-ULT-EXAME      TO ASO-SORT-ULT-EXAME.
           MOVE WS-VENCIMENTO-NUM TO ASO-SORT-VENCIMENTO.
           MOVE WS-SITUACAO       TO ASO-SORT-SITUACAO.
           MOVE WS-MOTIVO         TO ASO-SORT-MOTIVO.
           RELEASE ASO-SORT-REC.
       00029-END.
      *
       00030-IMPRIME-CELULAS SECTION.
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-IMPRIME-EMPREGADO UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN ASO-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-IMPRIME-EMPREGADO SECTION.
      * NA QUEBRA DE CELULA FECHA A ANTERIOR E ABRE A NOVA COM O NOME
      * POR EXTENSO
           MOVE ASO-SORT-SETOR    TO WS-CAT-SETOR.
           MOVE ASO-SORT-DEPTO    TO WS-CAT-DEPTO.
           MOVE ASO-SORT-SERVIDOR TO WS-CAT-SERVIDOR.
           IF WS-PRIMEIRA-CELULA OR
              WS-CELULA-ATUAL NOT = WS-CELULA-ANTERIOR
              IF NOT WS-PRIMEIRA-CELULA
                 PERFORM 00034-SUBTOTAL-CELULA
              END-IF
              PERFORM 00033-CABECALHO-CELULA
           END-IF.
           MOVE SPACES              TO ASO-REP-REC.
           MOVE "EXAME"             TO VREP-ROTULO.
           MOVE ASO-SORT-SETOR      TO VREP-SETOR.
           MOVE ASO-SORT-DEPTO      TO VREP-DEPTO.
           MOVE ASO-SORT-SERVIDOR   TO VREP-SERVIDOR.
           MOVE ASO-SORT-MATRICULA  TO VREP-MATRICULA.
           MOVE ASO-SORT-NOME       TO VREP-NOME.
           MOVE ASO-SORT-IDADE      TO VREP-IDADE.
           IF ASO-SORT-ULT-EXAME = ZEROES
              MOVE "NENHUM"         TO VREP-ULT-EXAME
           ELSE
              MOVE ASO-SORT-ULT-EXAME TO VREP-ULT-EXAME
           END-IF.
           MOVE ASO-SORT-VENCIMENTO TO VREP-VENCIMENTO.
           MOVE ASO-SORT-SITUACAO   TO VREP-SITUACAO.
           MOVE ASO-SORT-MOTIVO     TO VREP-MOTIVO.
           WRITE ASO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           IF ASO-SORT-SITUACAO = "VENCIDO"
              ADD 1 TO WS-CEL-VENCIDOS
           ELSE
              ADD 1 TO WS-CEL-A-VENCER
           END-IF.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00033-CABECALHO-CELULA SECTION.
           MOVE "N"             TO WS-PRIMEIRA-SW.
           MOVE WS-CELULA-ATUAL TO WS-CELULA-ANTERIOR.
           MOVE ZEROES          TO WS-CEL-VENCIDOS WS-CEL-A-VENCER.
           MOVE SPACES          TO ASO-REP-REC.
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
           WRITE ASO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00033-END.
      *
       00034-SUBTOTAL-CELULA SECTION.
           MOVE SPACES            TO ASO-REP-REC.
           MOVE "SUBTOTAL"        TO VREP-ROTULO.
           MOVE WS-CEL-SETOR      TO VREP-SETOR.
           MOVE WS-CEL-DEPTO      TO VREP-DEPTO.
           MOVE WS-CEL-SERVIDOR   TO VREP-SERVIDOR.
           MOVE WS-CEL-VENCIDOS   TO VREP-NOME(1:5).
           MOVE "VENCIDO(S)"      TO VREP-NOME(7:10).
           MOVE WS-CEL-A-VENCER   TO VREP-NOME(19:5).
           MOVE "A VENCER"        TO VREP-NOME(25:8).
           WRITE ASO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00034-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE EMP-MASTER-FILE.
           IF WS-ASOMAST-OK
              CLOSE ASO-MASTER-FILE
           END-IF.
           IF WS-AUSMAST-OK
              CLOSE AUS-MASTER-FILE
           END-IF.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           CLOSE ASO-REPORT-FILE.
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
           MOVE "ASOVENC"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-A-VENCER    TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-VENCIDOS    TO AUDIT-QTDE-REJEIT.
           MOVE ZEROES               TO AUDIT-HASH-TOTAL.
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
      * ALERTA SE HA EXAME VENCIDO, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-VENCIDOS > ZEROES
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
           DISPLAY "EXAMES VENCIDOS......: " WS-TOTAL-VENCIDOS.
           DISPLAY "EXAMES A VENCER......: " WS-TOTAL-A-VENCER.
           DISPLAY "  SEM ASO REGISTRADO.: " WS-TOTAL-SEM-EXAME.
           DISPLAY "  RETORNO AFASTAMENTO: " WS-TOTAL-RETORNO.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA APURACAO DE EXAMES OCUPACIONAIS".
       00050-END.
