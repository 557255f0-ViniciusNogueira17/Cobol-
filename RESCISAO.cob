       IDENTIFICATION      DIVISION.
       PROGRAM-ID. RESCISAO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Calculo das verbas rescisorias e emissao do
      *                termo de rescisao (TRCT): o EMPMNT so marca o
      *                vinculo como DESLIGADO e enfileira o evento "D"
      *                na EVENTQ, e o RH montava a rescisao na mao
      *                juntando cinco lugares. Este passo le a fila de
      *                eventos e, para cada desligamento ainda sem
      *                calculo no RESCMAST, apura: saldo de salario e
      *                extras do mes do desligamento (tarifa vigente do
      *                cargo no SALMAST x minutos do PONTOMES), ferias
      *                vencidas (periodos aquisitivos completos desde a
      *                EMP-DATA-ADMIS menos os dias GOZADOS no
      *                FERIASAG) e proporcionais, com o terco
      *                constitucional, 13o proporcional pela mesma
      *                regra do FECHAANUAL (mes com 15 ou mais dias
      *                apontados) e o saldo do banco de horas (BANCOHRS)
      *                pago como extra. Imprime o TRCT por empregado
      *                (RESCREL), grava o registro de verbas no
      *                RESCMAST e na interface RESCINT para a folha.
      *                Desligamento sem cargo/tarifa ou sem data de
      *                admissao fica pendente (sai apontado e e
      *                recalculado na rodada seguinte) e a rodada
      *                termina em alerta.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  O desligamento da transferencia entre
      *                  empresas do grupo (EVT-MOTIVO "T", EMPCIATR)
      *                  nao gera rescisao: o vinculo segue no grupo,
      *                  com a admissao na empresa de destino. O
      *                  evento so conta como lido.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT EVENTO-FILA-FILE ASSIGN TO "EVENTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTQ-STATUS.

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

           SELECT PONTO-MES-FILE ASSIGN TO "PONTOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT FERIAS-MASTER-FILE ASSIGN TO "FERIASAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.

           SELECT BANCO-MASTER-FILE ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-MATRICULA
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT RESC-MASTER-FILE ASSIGN TO "RESCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSC-MATRICULA
               FILE STATUS IS WS-RESCMAST-STATUS.

           SELECT RESC-INT-FILE ASSIGN TO "RESCINT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RESC-REPORT-FILE ASSIGN TO "RESCREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EVENTO-FILA-FILE.
           COPY EVTREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  FERIAS-MASTER-FILE.
           COPY FERREC.

       FD  BANCO-MASTER-FILE.
           COPY BHRREC.

       FD  RESC-MASTER-FILE.
           COPY RESCREC.

       FD  RESC-INT-FILE.
       01  RESC-INT-REC            PIC X(131).

       FD  RESC-REPORT-FILE.
       01  RESC-REP-REC.
           03 RREP-ROTULO          PIC X(24).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-REFERENCIA      PIC X(20).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-VALOR           PIC 9(08).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-COMPLEMENTO     PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-EVENTQ-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FERIASAG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-BANCOHRS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-RESCMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "RESCISAO".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
      * FERIASAG E BANCOHRS SAO OPCIONAIS: SEM O MESTRE, NAO HA
      * PERIODO GOZADO A ABATER / SALDO DE BANCO A PAGAR
       01 WS-FERIASAG-OK-SW    PIC X(01)   VALUE "N".
          88 WS-FERIASAG-OK                 VALUE "S".
       01 WS-BANCOHRS-OK-SW    PIC X(01)   VALUE "N".
          88 WS-BANCOHRS-OK                 VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * TARIFA VIGENTE DO CARGO NA DATA DO DESLIGAMENTO
       01 WS-TARIFA            PIC 9(05)V99 VALUE ZEROES.
       01 WS-TEM-TARIFA-SW     PIC X(01)   VALUE "N".
          88 WS-TEM-TARIFA                  VALUE "S".
       01 WS-SAL-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
      * DIVISOR MENSAL DA CLT: SALARIO DO MES = TARIFA X 220 HORAS
       01 WS-HORAS-MES         PIC 9(03)   VALUE 220.
      * EXTRA DO MES E BANCO DE HORAS SAO PAGOS A 50 POR CENTO
       01 WS-MULT-EXTRA        PIC 9(01)V99 VALUE 1.50.
      * MES COM ESTE MINIMO DE DIAS APONTADOS CONTA PARA O 13o (A
      * MESMA REGRA DO FECHAANUAL); FRACAO DE MES COM ESTE MINIMO DE
      * DIAS CONTA COMO AVO DE FERIAS
       01 WS-MINIMO-DIAS-13    PIC 9(02)   VALUE 15.
       01 WS-MINIMO-DIAS-AVO   PIC 9(02)   VALUE 15.
      * TEMPO DE SERVICO EM MESES COMERCIAIS (30 DIAS) E A FRACAO DO
      * MES EM CURSO NO DESLIGAMENTO
       01 WS-MESES-SERVICO     PIC S9(05)  VALUE ZEROES.
       01 WS-DIAS-FRACAO       PIC 9(02)   VALUE ZEROES.
       01 WS-PERIODOS          PIC 9(03)   VALUE ZEROES.
       01 WS-AVOS-FERIAS       PIC 9(02)   VALUE ZEROES.
       01 WS-DIAS-DIREITO      PIC 9(05)   VALUE ZEROES.
       01 WS-DIAS-GOZADOS      PIC 9(05)   VALUE ZEROES.
       01 WS-DIAS-VENCIDOS     PIC 9(05)   VALUE ZEROES.
       01 WS-FER-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-FER-EOF                     VALUE "Y".
       01 WS-MES-13            PIC 9(02)   VALUE ZEROES.
       01 WS-MESES-13          PIC 9(02)   VALUE ZEROES.
       01 WS-MIN-NORMAIS       PIC 9(06)   VALUE ZEROES.
       01 WS-MIN-EXTRA         PIC 9(06)   VALUE ZEROES.
       01 WS-MIN-BANCO         PIC 9(07)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A DATEUTIL (DIAS DE CADA PERIODO GOZADO)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * CAMPOS DE EDICAO DAS REFERENCIAS DO TERMO
       01 WS-REF-NUM           PIC 9(07)   VALUE ZEROES.
       01 WS-REF-AVOS          PIC 9(02)   VALUE ZEROES.
       01 WS-REF-TARIFA        PIC 9(05).99.
       01 WS-MOTIVO            PIC X(40)   VALUE SPACES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "RESCREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "RESCISAO".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DESLIG      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CALCULADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-JA-CALC     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PENDENTES   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-IGNORADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-VLR-GERAL         PIC 9(10)V99 VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-EOF
              PERFORM 00040-FECHA-ARQUIVOS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY " ".
           DISPLAY "INICIO DO CALCULO DAS VERBAS RESCISORIAS".

           OPEN INPUT EVENTO-FILA-FILE.
           IF WS-EVENTQ-STATUS = "35"
      * SEM FILA AINDA (NENHUM EVENTO GRAVADO): NADA A CALCULAR
              DISPLAY "FILA EVENTQ VAZIA - NENHUM DESLIGAMENTO"
              MOVE "Y" TO WS-EOF-SW
           ELSE
              IF WS-EVENTQ-STATUS NOT = "00"
                 DISPLAY "*** EVENTQ NAO ABRIU (STATUS "
                         WS-EVENTQ-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "EVENTQ" TO WS-INC-ARQUIVO
                 MOVE WS-EVENTQ-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS
                                               WS-INC-RC
                 END-CALL
              END-IF
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              OPEN INPUT SAL-MASTER-FILE
              OPEN INPUT PONTO-MES-FILE
              IF WS-EMPMAST-STATUS NOT = "00" OR
                 WS-SALMAST-STATUS NOT = "00" OR
                 WS-PONTOMES-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST/SALMAST/PONTOMES NAO ABRIRAM "
                         "(STATUS " WS-EMPMAST-STATUS "/"
                         WS-SALMAST-STATUS "/" WS-PONTOMES-STATUS
                         ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "EMPMAST" TO WS-INC-ARQUIVO
                 MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                 IF WS-EMPMAST-STATUS = "00"
                    MOVE "SALMAST" TO WS-INC-ARQUIVO
                    MOVE WS-SALMAST-STATUS TO WS-INC-STATUS
                    IF WS-SALMAST-STATUS = "00"
                       MOVE "PONTOMES" TO WS-INC-ARQUIVO
                       MOVE WS-PONTOMES-STATUS TO WS-INC-STATUS
                    END-IF
                 END-IF
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS
                                               WS-INC-RC
                 END-CALL
                 IF WS-EVENTQ-STATUS = "00"
                    CLOSE EVENTO-FILA-FILE
                 END-IF
              ELSE
                 PERFORM 00012-ABRE-AUXILIARES
              END-IF
           END-IF.
       00010-END.
      *
       00012-ABRE-AUXILIARES SECTION.
      * MESTRES OPCIONAIS, MESTRE DE VERBAS E SAIDAS DA RODADA
           OPEN INPUT FERIAS-MASTER-FILE.
           IF WS-FERIASAG-STATUS = "00"
              MOVE "S" TO WS-FERIASAG-OK-SW
           ELSE
              DISPLAY "FERIASAG INDISPONIVEL (STATUS "
                      WS-FERIASAG-STATUS ") - SEM PERIODOS GOZADOS "
                      "A ABATER"
           END-IF.
           OPEN INPUT BANCO-MASTER-FILE.
           IF WS-BANCOHRS-STATUS = "00"
              MOVE "S" TO WS-BANCOHRS-OK-SW
           ELSE
              DISPLAY "BANCOHRS INDISPONIVEL (STATUS "
                      WS-BANCOHRS-STATUS ") - SEM SALDO DE BANCO "
                      "A PAGAR"
           END-IF.
           OPEN I-O RESC-MASTER-FILE.
           IF WS-RESCMAST-STATUS = "35"
              OPEN OUTPUT RESC-MASTER-FILE
              CLOSE RESC-MASTER-FILE
              OPEN I-O RESC-MASTER-FILE
           END-IF.
           OPEN OUTPUT RESC-INT-FILE.
           OPEN OUTPUT RESC-REPORT-FILE.
           IF NOT WS-EOF
              PERFORM 00024-LE-EVENTO
           END-IF.
       00012-END.
      *
       00020-PROCESSO      SECTION.
      * SO O EVENTO DE DESLIGAMENTO INTERESSA; ADMISSAO E O
      * DESLIGAMENTO DE TRANSFERENCIA ENTRE EMPRESAS SO PASSAM PELO
      * CONTROLE DE LEITURA
           IF EVT-TIPO = "D" AND NOT EVT-TRANSF-EMPRESA
              PERFORM 00025-AVALIA-DESLIGAMENTO
           END-IF.
           PERFORM 00024-LE-EVENTO.
       00020-END.
      *
       00024-LE-EVENTO     SECTION.
           READ EVENTO-FILA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00025-AVALIA-DESLIGAMENTO SECTION.
      * DESLIGAMENTO JA CALCULADO (MATRICULA NO RESCMAST) NAO SE
      * REPETE; O VINCULO TEM QUE CONTINUAR DESLIGADO NO MESTRE (UMA
      * REINTEGRACAO DEPOIS DO EVENTO DISPENSA A RESCISAO) E TER
      * CARGO COM TARIFA E DATA DE ADMISSAO PARA O CALCULO
           ADD 1 TO WS-TOTAL-DESLIG.
           MOVE EVT-MATRICULA TO RSC-MATRICULA.
           READ RESC-MASTER-FILE
               INVALID KEY
                   MOVE EVT-MATRICULA TO EMP-MATRICULA
                   READ EMP-MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-IGNORADOS
                           MOVE "MATRICULA FORA DO EMPMAST - IGNORADA"
                                TO WS-MOTIVO
                           PERFORM 00038-APONTA-EXCECAO
                       NOT INVALID KEY
                           PERFORM 00026-CONFERE-EMPREGADO
                   END-READ
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-CALC
           END-READ.
       00025-END.
      *
       00026-CONFERE-EMPREGADO SECTION.
           IF NOT EMP-DESLIGADO
              ADD 1 TO WS-TOTAL-IGNORADOS
              MOVE "NAO ESTA MAIS DESLIGADO - IGNORADA" TO WS-MOTIVO
              PERFORM 00038-APONTA-EXCECAO
           ELSE
              IF EMP-DATA-ADMIS = ZEROES
                 ADD 1 TO WS-TOTAL-PENDENTES
                 MOVE "SEM DATA DE ADMISSAO - PENDENTE" TO WS-MOTIVO
                 PERFORM 00038-APONTA-EXCECAO
              ELSE
                 MOVE "N" TO WS-TEM-TARIFA-SW
                 MOVE ZEROES TO WS-TARIFA
                 IF EMP-CARGO NOT = SPACES
                    PERFORM 00027-PROCURA-TARIFA
                 END-IF
                 IF NOT WS-TEM-TARIFA
                    ADD 1 TO WS-TOTAL-PENDENTES
                    MOVE "SEM CARGO/TARIFA - PENDENTE" TO WS-MOTIVO
                    PERFORM 00038-APONTA-EXCECAO
                 ELSE
                    PERFORM 00030-CALCULA-VERBAS
                    PERFORM 00036-IMPRIME-TERMO
                    PERFORM 00037-GRAVA-VERBAS
                 END-IF
              END-IF
           END-IF.
       00026-END.
      *
       00027-PROCURA-TARIFA SECTION.
      * TARIFA VIGENTE = A DE MAIOR DATA DE VIGENCIA QUE NAO PASSA DA
      * DATA DO DESLIGAMENTO (MESMO CURSOR DO FOLHAVAL)
           MOVE "N" TO WS-SAL-EOF-SW.
           MOVE EMP-CARGO TO SAL-CARGO.
           MOVE ZEROES    TO SAL-DATA-VIG.
           START SAL-MASTER-FILE KEY >= SAL-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-SAL-EOF-SW
           END-START.
           PERFORM 00027A-LE-TARIFA.
           PERFORM 00027B-GUARDA-TARIFA
              UNTIL WS-SAL-EOF.
       00027-END.
      *
       00027A-LE-TARIFA    SECTION.
           IF NOT WS-SAL-EOF
              READ SAL-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-READ
           END-IF.
       00027A-END.
      *
       00027B-GUARDA-TARIFA SECTION.
           IF SAL-CARGO NOT = EMP-CARGO OR
              SAL-DATA-VIG > EMP-DATA-DESLIG
              MOVE "Y" TO WS-SAL-EOF-SW
           ELSE
              MOVE SAL-VALOR-HORA TO WS-TARIFA
              MOVE "S" TO WS-TEM-TARIFA-SW
              PERFORM 00027A-LE-TARIFA
           END-IF.
       00027B-END.
      *
       00030-CALCULA-VERBAS SECTION.
      * MONTA O REGISTRO DE VERBAS DA MATRICULA; O SALARIO DO MES
      * (TARIFA X DIVISOR) E A BASE DE FERIAS E 13o
           MOVE SPACES            TO RSC-REC.
           MOVE EMP-MATRICULA     TO RSC-MATRICULA.
           MOVE EMP-DATA-DESLIG   TO RSC-DATA-DESLIG.
           MOVE DATA-HOJE-NUM     TO RSC-DATA-CALCULO.
           MOVE EMP-EMPRESA       TO RSC-EMPRESA.
           MOVE EMP-CARGO         TO RSC-CARGO.
           MOVE WS-TARIFA         TO RSC-TARIFA.
           COMPUTE RSC-SALARIO-MES = WS-TARIFA * WS-HORAS-MES.

           PERFORM 00031-SALDO-SALARIO.
           PERFORM 00032-FERIAS.
           PERFORM 00034-DECIMO-TERCEIRO.
           PERFORM 00035-BANCO-HORAS.

           COMPUTE RSC-VLR-TOTAL = RSC-VLR-SALDO + RSC-VLR-EXTRA
                                 + RSC-VLR-FER-VENC
                                 + RSC-VLR-FER-PROP
                                 + RSC-VLR-FER-TERCO
                                 + RSC-VLR-13 + RSC-VLR-BANCO.
       00030-END.
      *
       00031-SALDO-SALARIO SECTION.
      * MINUTOS DO MES DO DESLIGAMENTO ATE A DATA, NO ACUMULADOR: OS
      * NORMAIS PELA TARIFA, OS EXTRAS A 50 POR CENTO
           MOVE ZEROES TO WS-MIN-NORMAIS WS-MIN-EXTRA.
           MOVE EMP-MATRICULA  TO PTM-MATRICULA.
           MOVE EMP-DESLIG-ANO TO PTM-ANO.
           MOVE EMP-DESLIG-MES TO PTM-MES.
           READ PONTO-MES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PTM-MIN-NORMAIS TO WS-MIN-NORMAIS
                   MOVE PTM-MIN-EXTRA   TO WS-MIN-EXTRA
           END-READ.
           COMPUTE RSC-VLR-SALDO ROUNDED =
                   (WS-MIN-NORMAIS * WS-TARIFA) / 60.
           COMPUTE RSC-VLR-EXTRA ROUNDED =
                   (WS-MIN-EXTRA * WS-TARIFA * WS-MULT-EXTRA) / 60.
       00031-END.
      *
       00032-FERIAS        SECTION.
      * TEMPO DE SERVICO EM MESES DE 30 DIAS: O MES SE COMPLETA NA
      * VESPERA DO DIA DA ADMISSAO; A FRACAO DO MES EM CURSO COM 15
      * OU MAIS DIAS VALE MAIS UM AVO. CADA 12 MESES E UM PERIODO
      * AQUISITIVO DE 30 DIAS; OS DIAS GOZADOS NO FERIASAG ABATEM O
      * DIREITO DOS PERIODOS COMPLETOS, E O QUE SOBRA E FERIAS
      * VENCIDA. OS AVOS DO PERIODO EM CURSO SAO A PROPORCIONAL.
           COMPUTE WS-MESES-SERVICO =
                   ((EMP-DESLIG-ANO - EMP-ADMIS-ANO) * 12)
                   + EMP-DESLIG-MES - EMP-ADMIS-MES.
           IF EMP-DESLIG-DIA + 1 < EMP-ADMIS-DIA
              SUBTRACT 1 FROM WS-MESES-SERVICO
              COMPUTE WS-DIAS-FRACAO =
                      EMP-DESLIG-DIA + 1 + 30 - EMP-ADMIS-DIA
           ELSE
              COMPUTE WS-DIAS-FRACAO =
                      EMP-DESLIG-DIA + 1 - EMP-ADMIS-DIA
           END-IF.
           IF WS-MESES-SERVICO < ZEROES
              MOVE ZEROES TO WS-MESES-SERVICO WS-DIAS-FRACAO
           END-IF.

           DIVIDE WS-MESES-SERVICO BY 12
               GIVING WS-PERIODOS REMAINDER WS-AVOS-FERIAS.
           IF WS-DIAS-FRACAO >= WS-MINIMO-DIAS-AVO
              ADD 1 TO WS-AVOS-FERIAS
           END-IF.
           IF WS-AVOS-FERIAS > 11
              ADD 1 TO WS-PERIODOS
              MOVE ZEROES TO WS-AVOS-FERIAS
           END-IF.

           MOVE ZEROES TO WS-DIAS-GOZADOS.
           IF WS-FERIASAG-OK
              PERFORM 00033-SOMA-GOZADAS
           END-IF.
           COMPUTE WS-DIAS-DIREITO = WS-PERIODOS * 30.
           IF WS-DIAS-GOZADOS < WS-DIAS-DIREITO
              COMPUTE WS-DIAS-VENCIDOS =
                      WS-DIAS-DIREITO - WS-DIAS-GOZADOS
           ELSE
              MOVE ZEROES TO WS-DIAS-VENCIDOS
           END-IF.

           MOVE WS-DIAS-VENCIDOS TO RSC-DIAS-FER-VENC.
           MOVE WS-AVOS-FERIAS   TO RSC-AVOS-FERIAS.
           COMPUTE RSC-VLR-FER-VENC ROUNDED =
                   (RSC-SALARIO-MES * WS-DIAS-VENCIDOS) / 30.
           COMPUTE RSC-VLR-FER-PROP ROUNDED =
                   (RSC-SALARIO-MES * WS-AVOS-FERIAS) / 12.
           COMPUTE RSC-VLR-FER-TERCO ROUNDED =
                   (RSC-VLR-FER-VENC + RSC-VLR-FER-PROP) / 3.
       00032-END.
      *
       00033-SOMA-GOZADAS  SECTION.
      * PERCORRE OS PERIODOS DA MATRICULA NO FERIASAG (CHAVE
      * MATRICULA + DATA DE INICIO) SOMANDO OS DIAS DOS GOZADOS
           MOVE "N" TO WS-FER-EOF-SW.
           MOVE EMP-MATRICULA TO FER-MATRICULA.
           MOVE ZEROES        TO FER-DATA-INI.
           START FERIAS-MASTER-FILE KEY >= FER-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-FER-EOF-SW
           END-START.
           PERFORM 00033A-LE-PERIODO.
           PERFORM 00033B-SOMA-PERIODO UNTIL WS-FER-EOF.
       00033-END.
      *
       00033A-LE-PERIODO   SECTION.
           IF NOT WS-FER-EOF
              READ FERIAS-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-FER-EOF-SW
              END-READ
           END-IF.
       00033A-END.
      *
       00033B-SOMA-PERIODO SECTION.
           IF FER-MATRICULA NOT = EMP-MATRICULA
              MOVE "Y" TO WS-FER-EOF-SW
           ELSE
              IF FER-GOZADA
                 MOVE "D" TO WS-DU-OPERACAO
                 CALL "DATEUTIL" USING WS-DU-OPERACAO FER-DATA-FIM
                                        FER-DATA-INI WS-DU-DIAS
                                        WS-DU-RESULTADO WS-DU-UTIL-SW
                                        WS-DU-STATUS
                 END-CALL
                 IF WS-DU-STATUS = "00" AND WS-DU-DIAS >= ZEROES
                    COMPUTE WS-DIAS-GOZADOS =
                            WS-DIAS-GOZADOS + WS-DU-DIAS + 1
                 END-IF
              END-IF
              PERFORM 00033A-LE-PERIODO
           END-IF.
       00033B-END.
      *
       00034-DECIMO-TERCEIRO SECTION.
      * MESES DO ANO DO DESLIGAMENTO, ATE O PROPRIO MES, COM 15 OU
      * MAIS DIAS APONTADOS NO PONTOMES
           MOVE ZEROES TO WS-MESES-13.
           PERFORM 00034A-CONTA-MES
              VARYING WS-MES-13 FROM 1 BY 1
              UNTIL WS-MES-13 > EMP-DESLIG-MES.
           MOVE WS-MESES-13 TO RSC-MESES-13.
           COMPUTE RSC-VLR-13 ROUNDED =
                   (RSC-SALARIO-MES * WS-MESES-13) / 12.
       00034-END.
      *
       00034A-CONTA-MES    SECTION.
           MOVE EMP-MATRICULA  TO PTM-MATRICULA.
           MOVE EMP-DESLIG-ANO TO PTM-ANO.
           MOVE WS-MES-13      TO PTM-MES.
           READ PONTO-MES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PTM-QTDE-DIAS >= WS-MINIMO-DIAS-13
                      ADD 1 TO WS-MESES-13
                   END-IF
           END-READ.
       00034A-END.
      *
       00035-BANCO-HORAS   SECTION.
      * SALDO REMANESCENTE DO BANCO DE HORAS E PAGO NA RESCISAO COMO
      * HORA EXTRA
           MOVE ZEROES TO WS-MIN-BANCO.
           IF WS-BANCOHRS-OK
              MOVE EMP-MATRICULA TO BHR-MATRICULA
              READ BANCO-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE BHR-SALDO-MIN TO WS-MIN-BANCO
              END-READ
           END-IF.
           MOVE WS-MIN-BANCO TO RSC-MIN-BANCO.
           COMPUTE RSC-VLR-BANCO ROUNDED =
                   (WS-MIN-BANCO * WS-TARIFA * WS-MULT-EXTRA) / 60.
       00035-END.
      *
       00036-IMPRIME-TERMO SECTION.
      * TERMO DE RESCISAO DA MATRICULA: IDENTIFICACAO, UMA LINHA POR
      * VERBA COM A REFERENCIA DO CALCULO E A LINHA DE TOTAL
           MOVE SPACES           TO RESC-REP-REC.
           STRING "TRCT MATRICULA " EMP-MATRICULA
                  DELIMITED BY SIZE INTO RREP-ROTULO.
           STRING "DESLIG " EMP-DATA-DESLIG
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE EMP-NOME         TO RREP-COMPLEMENTO.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "ADMISSAO"       TO RREP-ROTULO.
           STRING "ADMIS " EMP-DATA-ADMIS
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE WS-TARIFA        TO WS-REF-TARIFA.
           STRING "EMPRESA " EMP-EMPRESA " CARGO " EMP-CARGO
                  " TARIFA " WS-REF-TARIFA
                  DELIMITED BY SIZE INTO RREP-COMPLEMENTO.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "SALDO DE SALARIO" TO RREP-ROTULO.
           MOVE WS-MIN-NORMAIS   TO WS-REF-NUM.
           STRING "MINUTOS " WS-REF-NUM
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE RSC-VLR-SALDO    TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "HORAS EXTRAS DO MES" TO RREP-ROTULO.
           MOVE WS-MIN-EXTRA     TO WS-REF-NUM.
           STRING "MINUTOS " WS-REF-NUM
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE RSC-VLR-EXTRA    TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "FERIAS VENCIDAS" TO RREP-ROTULO.
           MOVE RSC-DIAS-FER-VENC TO WS-REF-NUM.
           STRING "DIAS " WS-REF-NUM
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE RSC-VLR-FER-VENC TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "FERIAS PROPORCIONAIS" TO RREP-ROTULO.
           MOVE RSC-AVOS-FERIAS  TO WS-REF-AVOS.
           STRING "AVOS " WS-REF-AVOS "/12"
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE RSC-VLR-FER-PROP TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "1/3 CONSTITUCIONAL" TO RREP-ROTULO.
           MOVE "SOBRE AS FERIAS"  TO RREP-REFERENCIA.
           MOVE RSC-VLR-FER-TERCO TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "13O SALARIO PROPORCIONAL" TO RREP-ROTULO.
           MOVE RSC-MESES-13     TO WS-REF-AVOS.
           STRING "AVOS " WS-REF-AVOS "/12"
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE RSC-VLR-13       TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "SALDO BANCO DE HORAS" TO RREP-ROTULO.
           MOVE RSC-MIN-BANCO    TO WS-REF-NUM.
           STRING "MINUTOS " WS-REF-NUM
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE RSC-VLR-BANCO    TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           MOVE "TOTAL DA RESCISAO" TO RREP-ROTULO.
           MOVE RSC-VLR-TOTAL    TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           MOVE SPACES           TO RESC-REP-REC.
           PERFORM 00039-GRAVA-LINHA.
       00036-END.
      *
       00037-GRAVA-VERBAS  SECTION.
      * REGISTRO DE VERBAS NO MESTRE (CONTROLE DE JA CALCULADO) E NA
      * INTERFACE DA RODADA PARA A FOLHA
           WRITE RSC-REC
               INVALID KEY
                   DISPLAY "*** MATRICULA " RSC-MATRICULA
                           " JA EXISTE NO RESCMAST ***"
           END-WRITE.
           MOVE RSC-REC TO RESC-INT-REC.
           WRITE RESC-INT-REC.
           ADD 1 TO WS-TOTAL-CALCULADOS.
           ADD RSC-MATRICULA TO WS-HASH-MATRICULA.
           ADD RSC-VLR-TOTAL TO WS-VLR-GERAL.
       00037-END.
      *
       00038-APONTA-EXCECAO SECTION.
           MOVE SPACES           TO RESC-REP-REC.
           MOVE "EXCECAO"        TO RREP-ROTULO.
           STRING "MATRICULA " EVT-MATRICULA
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE WS-MOTIVO        TO RREP-COMPLEMENTO.
           PERFORM 00039-GRAVA-LINHA.
       00038-END.
      *
       00039-GRAVA-LINHA   SECTION.
           WRITE RESC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00039-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
      * LINHA DE TOTAL GERAL DA RODADA E FECHAMENTO DOS ARQUIVOS
           MOVE SPACES           TO RESC-REP-REC.
           MOVE "TOTAL GERAL"    TO RREP-ROTULO.
           MOVE WS-TOTAL-CALCULADOS TO WS-REF-NUM.
           STRING "TERMOS " WS-REF-NUM
                  DELIMITED BY SIZE INTO RREP-REFERENCIA.
           MOVE WS-VLR-GERAL     TO RREP-VALOR.
           PERFORM 00039-GRAVA-LINHA.

           IF WS-EVENTQ-STATUS = "00"
              CLOSE EVENTO-FILA-FILE
           END-IF.
           CLOSE EMP-MASTER-FILE.
           CLOSE SAL-MASTER-FILE.
           CLOSE PONTO-MES-FILE.
           IF WS-FERIASAG-OK
              CLOSE FERIAS-MASTER-FILE
           END-IF.
           IF WS-BANCOHRS-OK
              CLOSE BANCO-MASTER-FILE
           END-IF.
           CLOSE RESC-MASTER-FILE.
           CLOSE RESC-INT-FILE.
           CLOSE RESC-REPORT-FILE.
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
           MOVE "RESCISAO"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-CALCULADOS  TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-PENDENTES   TO AUDIT-QTDE-REJEIT.
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
      * NAO ABRIU, ALERTA SE FICOU DESLIGAMENTO PENDENTE (SEM CARGO/
      * TARIFA OU SEM ADMISSAO), NORMAL CASO CONTRARIO
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
           DISPLAY " ".
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "EVENTOS DA FILA LIDOS........: " WS-TOTAL-LIDOS.
           DISPLAY "EVENTOS DE DESLIGAMENTO......: " WS-TOTAL-DESLIG.
           DISPLAY "RESCISOES CALCULADAS.........: "
                   WS-TOTAL-CALCULADOS.
           DISPLAY "JA CALCULADAS ANTES..........: " WS-TOTAL-JA-CALC.
           DISPLAY "PENDENTES (SEM CARGO/ADMIS)..: "
                   WS-TOTAL-PENDENTES.
           DISPLAY "IGNORADAS (NAO DESLIGADAS)...: "
                   WS-TOTAL-IGNORADOS.
           DISPLAY "VALOR TOTAL DAS RESCISOES....: " WS-VLR-GERAL.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO CALCULO DAS VERBAS RESCISORIAS".
       00050-END.
