       IDENTIFICATION      DIVISION.
       PROGRAM-ID. JANELALOTE.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Tendencia do tempo de execucao dos passos do
      *                lote e aviso de estouro da janela: le os eventos
      *                de inicio ("R") e fim ("D"/"F") que o MAINCTL
      *                grava no STEPSTAT e, para as ultimas rodadas
      *                (CTL-JANELA-DIAS, default 14), calcula o tempo
      *                de cada passo em cada dia, a media movel das
      *                ultimas 5 execucoes, a tendencia (inclinacao em
      *                segundos por dia) e a duracao da janela inteira
      *                do lote contra a hora limite de termino
      *                (CTL-LIMITE-HORAS como hora cheia, default
      *                06:00). Marca EM ALTA o passo cujo tempo subiu,
      *                na janela, mais que CTL-PCT-DESVIO (default 10)
      *                por cento da sua media, e termina em alerta
      *                quando o termino da ultima rodada ou o termino
      *                projetado para daqui a 7 dias passa da hora
      *                limite -- o STEPINQ mostra a rodada de agora e o
      *                AUDITVOL o volume, mas ninguem via o passo que
      *                fica dois minutos mais lento por semana ate
      *                invadir a janela do online.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.

           SELECT JAN-REPORT-FILE ASSIGN TO "JANLREL"
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
       FD  STEP-STATUS-FILE.
           COPY STSREC.

       FD  JAN-REPORT-FILE.
       01  JAN-REP-REC.
           03 JREP-ROTULO          PIC X(10).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-PASSO           PIC X(03).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-DATA            PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-TEMPO-1         PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-TEMPO-2         PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-TEMPO-3         PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 JREP-MSG             PIC X(40).

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
       01 WS-STEPSTAT-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "JANELALOTE".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
      * PARAMETROS: RODADAS ANALISADAS, HORA LIMITE DE TERMINO DO
      * LOTE, ALTA TOLERADA NA JANELA (PCT DA MEDIA), EXECUCOES NA
      * MEDIA MOVEL E HORIZONTE DA PROJECAO
       01 WS-LIMITE-DIAS       PIC 9(03)   VALUE 060.
       01 WS-JANELA-DIAS       PIC 9(03)   VALUE 014.
       01 WS-HORA-LIMITE       PIC 9(02)   VALUE 06.
       01 WS-PCT-DESVIO        PIC 9(03)   VALUE 010.
       01 WS-QTDE-MEDIA        PIC 9(02)   VALUE 05.
       01 WS-DIAS-PROJECAO     PIC 9(02)   VALUE 07.
      * RODADAS (DATAS DO STEPSTAT) EM ANALISE, DA MAIS ANTIGA PARA A
      * MAIS RECENTE; OS TEMPOS SAO SEGUNDOS DESDE A ZERO HORA DA DATA
      * DA RODADA (O QUE PASSA DA MEIA-NOITE SOMA 86400)
       01 WS-QTDE-DIAS         PIC 9(03)   VALUE ZEROES.
       01 WS-TAB-DIAS.
          03 WS-DIA-ITEM                    OCCURS 60 TIMES.
             05 WS-DIA-DATA       PIC 9(08).
             05 WS-DIA-TEM-SW     PIC X(01).
             05 WS-DIA-INI-SEG    PIC 9(06).
             05 WS-DIA-FIM-SEG    PIC 9(06).
       01 WS-IDX-DIA           PIC 9(03)   VALUE ZEROES.
       01 WS-IDX-DIA-2         PIC 9(03)   VALUE ZEROES.
       01 WS-IDX-ACHADO        PIC 9(03)   VALUE ZEROES.
      * PASSOS VISTOS NO STEPSTAT E O TEMPO DE CADA UM POR RODADA
       01 WS-LIMITE-PASSOS     PIC 9(02)   VALUE 40.
       01 WS-QTDE-PASSOS       PIC 9(02)   VALUE ZEROES.
       01 WS-TAB-PASSOS.
          03 WS-PAS-ITEM                    OCCURS 40 TIMES.
             05 WS-PAS-ID         PIC X(03).
             05 WS-PAS-DIA                  OCCURS 60 TIMES.
                07 WS-PAS-INI-SEG PIC 9(06).
                07 WS-PAS-DURACAO PIC 9(06).
                07 WS-PAS-RODOU   PIC X(01).
       01 WS-IDX-PASSO         PIC 9(02)   VALUE ZEROES.
       01 WS-PASSO-ACHADO      PIC 9(02)   VALUE ZEROES.
       01 WS-TOTAL-ESTOURO-TAB PIC 9(05)   VALUE ZEROES.
      * EVENTO EM TRATAMENTO
       01 WS-EVT-HORA.
          03 WS-EVT-HH         PIC 9(02).
          03 WS-EVT-MI         PIC 9(02).
          03 WS-EVT-SS         PIC 9(02).
       01 WS-EVT-SEG           PIC 9(06)   VALUE ZEROES.
      * MEDIA MOVEL
       01 WS-MM-SOMA           PIC 9(08)   VALUE ZEROES.
       01 WS-MM-QTDE           PIC 9(02)   VALUE ZEROES.
       01 WS-MM-SEG            PIC 9(06)   VALUE ZEROES.
      * REGRESSAO LINEAR (X = POSICAO DA RODADA, Y = SEGUNDOS)
       01 WS-REG-N             PIC 9(03)   VALUE ZEROES.
       01 WS-REG-SX            PIC S9(07)  VALUE ZEROES.
       01 WS-REG-SY            PIC S9(11)  VALUE ZEROES.
       01 WS-REG-SXY           PIC S9(13)  VALUE ZEROES.
       01 WS-REG-SXX           PIC S9(09)  VALUE ZEROES.
       01 WS-REG-Y             PIC 9(06)   VALUE ZEROES.
       01 WS-REG-DIVISOR       PIC S9(13)  VALUE ZEROES.
       01 WS-INCLINACAO        PIC S9(05)V99 VALUE ZEROES.
       01 WS-MEDIA-SEG         PIC 9(06)   VALUE ZEROES.
       01 WS-ALTA-JANELA       PIC S9(07)V99 VALUE ZEROES.
       01 WS-TOLERANCIA        PIC S9(07)V99 VALUE ZEROES.
       01 WS-INCLINACAO-ABS    PIC 9(05)   VALUE ZEROES.
      * JANELA DO LOTE E PROJECAO DO TERMINO
       01 WS-ULTIMO-DIA        PIC 9(03)   VALUE ZEROES.
       01 WS-LIMITE-SEG        PIC 9(06)   VALUE ZEROES.
       01 WS-PROJECAO-SEG      PIC S9(07)  VALUE ZEROES.
       01 WS-ESTOURO-SW        PIC X(01)   VALUE "N".
          88 WS-ESTOURO-SLA                 VALUE "S".
      * FORMATACAO HH:MM:SS
       01 WS-FMT-SEG           PIC 9(06)   VALUE ZEROES.
       01 WS-FMT-RESTO         PIC 9(06)   VALUE ZEROES.
       01 WS-TEMPO-FMT.
          03 WS-TF-HH          PIC 9(02).
          03 FILLER            PIC X(01)   VALUE ":".
          03 WS-TF-MI          PIC 9(02).
          03 FILLER            PIC X(01)   VALUE ":".
          03 WS-TF-SS          PIC 9(02).
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "JANLREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "JANELALOTE".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-USADOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EM-ALTA     PIC 9(05)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-CARREGA-EVENTOS
              PERFORM 00030-IMPRIME-JANELAS
              PERFORM 00032-IMPRIME-PASSOS
              PERFORM 00036-PROJETA-TERMINO
              PERFORM 00040-FECHA-ARQUIVOS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * PRIMEIRA LEITURA DO STEPSTAT: SO PARA SEPARAR AS ULTIMAS
      * RODADAS (DATAS) A ANALISAR
           PERFORM 00011-LE-CARTAO-CONTROLE.
           COMPUTE WS-LIMITE-SEG = WS-HORA-LIMITE * 3600.

           DISPLAY " ".
           DISPLAY "INICIO DA TENDENCIA DA JANELA DO LOTE - "
                   WS-JANELA-DIAS " RODADA(S), TERMINO ATE "
                   WS-HORA-LIMITE ":00".

           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEPSTAT-STATUS NOT = "00"
              DISPLAY "*** STEPSTAT NAO ABRIU (STATUS "
                      WS-STEPSTAT-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "STEPSTAT" TO WS-INC-ARQUIVO
              MOVE WS-STEPSTAT-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              PERFORM 00012-LE-EVENTO
              PERFORM 00013-GUARDA-DATA UNTIL WS-EOF
              CLOSE STEP-STATUS-FILE
              MOVE "N" TO WS-EOF-SW
              OPEN OUTPUT JAN-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): CTL-JANELA-DIAS
      * (RODADAS, ATE 60), CTL-LIMITE-HORAS (HORA LIMITE DE TERMINO,
      * 01 A 23) E CTL-PCT-DESVIO (ALTA TOLERADA)
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-JANELA-DIAS NUMERIC AND
                         CTL-JANELA-DIAS > 1 AND
                         CTL-JANELA-DIAS NOT > WS-LIMITE-DIAS
                         MOVE CTL-JANELA-DIAS TO WS-JANELA-DIAS
                      END-IF
                      IF CTL-LIMITE-HORAS NUMERIC AND
                         CTL-LIMITE-HORAS > ZEROES AND
                         CTL-LIMITE-HORAS < 24
                         MOVE CTL-LIMITE-HORAS TO WS-HORA-LIMITE
                      END-IF
                      IF CTL-PCT-DESVIO NUMERIC AND
                         CTL-PCT-DESVIO > ZEROES
                         MOVE CTL-PCT-DESVIO TO WS-PCT-DESVIO
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-LE-EVENTO     SECTION.
           READ STEP-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00012-END.
      *
       00013-GUARDA-DATA   SECTION.
      * O STEPSTAT E GRAVADO EM ORDEM CRONOLOGICA: DATA NOVA ENTRA NO
      * FIM DA TABELA; COM A TABELA CHEIA, A MAIS ANTIGA SAI
           IF STS-DATA NUMERIC
              IF WS-QTDE-DIAS = ZEROES
                 PERFORM 00013A-ACRESCENTA-DATA
              ELSE
                 IF STS-DATA > WS-DIA-DATA(WS-QTDE-DIAS)
                    PERFORM 00013A-ACRESCENTA-DATA
                 END-IF
              END-IF
           END-IF.
           PERFORM 00012-LE-EVENTO.
       00013-END.
      *
       00013A-ACRESCENTA-DATA SECTION.
           IF WS-QTDE-DIAS = WS-JANELA-DIAS
              PERFORM 00013B-DESLOCA-DATA
                 VARYING WS-IDX-DIA FROM 2 BY 1
                 UNTIL WS-IDX-DIA > WS-QTDE-DIAS
           ELSE
              ADD 1 TO WS-QTDE-DIAS
           END-IF.
           MOVE STS-DATA TO WS-DIA-DATA(WS-QTDE-DIAS).
           MOVE "N"      TO WS-DIA-TEM-SW(WS-QTDE-DIAS).
           MOVE ZEROES   TO WS-DIA-INI-SEG(WS-QTDE-DIAS)
                            WS-DIA-FIM-SEG(WS-QTDE-DIAS).
       00013A-END.
      *
       00013B-DESLOCA-DATA SECTION.
           COMPUTE WS-IDX-DIA-2 = WS-IDX-DIA - 1.
           MOVE WS-DIA-ITEM(WS-IDX-DIA) TO WS-DIA-ITEM(WS-IDX-DIA-2).
       00013B-END.
      *
       00020-CARREGA-EVENTOS SECTION.
      * SEGUNDA LEITURA: APLICA OS EVENTOS DAS RODADAS SEPARADAS
           INITIALIZE WS-TAB-PASSOS.
           OPEN INPUT STEP-STATUS-FILE.
           PERFORM 00012-LE-EVENTO.
           PERFORM 00021-APLICA-EVENTO UNTIL WS-EOF.
           CLOSE STEP-STATUS-FILE.
       00020-END.
      *
       00021-APLICA-EVENTO SECTION.
           MOVE ZEROES TO WS-IDX-ACHADO.
           PERFORM 00022-PROCURA-DATA
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-QTDE-DIAS.
           IF WS-IDX-ACHADO > ZEROES AND STS-HORA NUMERIC
              ADD 1 TO WS-TOTAL-USADOS
              PERFORM 00023-CALCULA-SEGUNDOS
              PERFORM 00024-PROCURA-PASSO
              IF WS-PASSO-ACHADO > ZEROES
                 PERFORM 00025-REGISTRA-TEMPO
              END-IF
           END-IF.
           PERFORM 00012-LE-EVENTO.
       00021-END.
      *
       00022-PROCURA-DATA  SECTION.
           IF WS-DIA-DATA(WS-IDX-DIA) = STS-DATA
              MOVE WS-IDX-DIA TO WS-IDX-ACHADO
           END-IF.
       00022-END.
      *
       00023-CALCULA-SEGUNDOS SECTION.
      * O PRIMEIRO EVENTO DA RODADA MARCA O INICIO DA JANELA; HORA
      * MENOR QUE O INICIO SO PODE SER DEPOIS DA MEIA-NOITE
           MOVE STS-HORA TO WS-EVT-HORA.
           COMPUTE WS-EVT-SEG = (WS-EVT-HH * 3600) + (WS-EVT-MI * 60)
                              + WS-EVT-SS.
           IF WS-DIA-TEM-SW(WS-IDX-ACHADO) = "N"
              MOVE "S"        TO WS-DIA-TEM-SW(WS-IDX-ACHADO)
              MOVE WS-EVT-SEG TO WS-DIA-INI-SEG(WS-IDX-ACHADO)
           ELSE
              IF WS-EVT-SEG < WS-DIA-INI-SEG(WS-IDX-ACHADO)
                 ADD 86400 TO WS-EVT-SEG
              END-IF
           END-IF.
           IF WS-EVT-SEG > WS-DIA-FIM-SEG(WS-IDX-ACHADO)
              MOVE WS-EVT-SEG TO WS-DIA-FIM-SEG(WS-IDX-ACHADO)
           END-IF.
       00023-END.
      *
       00024-PROCURA-PASSO SECTION.
           MOVE ZEROES TO WS-PASSO-ACHADO.
           PERFORM 00024A-COMPARA-PASSO
              VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTDE-PASSOS.
           IF WS-PASSO-ACHADO = ZEROES
              IF WS-QTDE-PASSOS < WS-LIMITE-PASSOS
                 ADD 1 TO WS-QTDE-PASSOS
                 MOVE WS-QTDE-PASSOS TO WS-PASSO-ACHADO
                 MOVE STS-PASSO TO WS-PAS-ID(WS-PASSO-ACHADO)
              ELSE
                 ADD 1 TO WS-TOTAL-ESTOURO-TAB
              END-IF
           END-IF.
       00024-END.
      *
       00024A-COMPARA-PASSO SECTION.
           IF WS-PAS-ID(WS-IDX-PASSO) = STS-PASSO
              MOVE WS-IDX-PASSO TO WS-PASSO-ACHADO
           END-IF.
       00024A-END.
      *
       00025-REGISTRA-TEMPO SECTION.
      * "R" GUARDA O INICIO; "D"/"F" DEPOIS DE UM "R" FECHA O TEMPO DO
      * PASSO NA RODADA ("D" SEM "R" E PASSO JA COMPLETO NO
      * CHECKPOINT, QUE NAO RODOU). REEXECUCAO NO DIA: VALE A ULTIMA
           EVALUATE STS-SITUACAO
               WHEN "R"
                   MOVE WS-EVT-SEG
                        TO WS-PAS-INI-SEG(WS-PASSO-ACHADO
                                          WS-IDX-ACHADO)
               WHEN "D"
               WHEN "F"
                   IF WS-PAS-INI-SEG(WS-PASSO-ACHADO WS-IDX-ACHADO)
                      > ZEROES
                      COMPUTE WS-PAS-DURACAO(WS-PASSO-ACHADO
                                             WS-IDX-ACHADO) =
                              WS-EVT-SEG -
                              WS-PAS-INI-SEG(WS-PASSO-ACHADO
                                             WS-IDX-ACHADO)
                      MOVE "S" TO WS-PAS-RODOU(WS-PASSO-ACHADO
                                               WS-IDX-ACHADO)
                      MOVE ZEROES
                           TO WS-PAS-INI-SEG(WS-PASSO-ACHADO
                                             WS-IDX-ACHADO)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       00025-END.
      *
       00030-IMPRIME-JANELAS SECTION.
      * UMA LINHA POR RODADA: INICIO, TERMINO E DURACAO DA JANELA
           PERFORM 00031-IMPRIME-JANELA
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-QTDE-DIAS.
       00030-END.
      *
       00031-IMPRIME-JANELA SECTION.
           IF WS-DIA-TEM-SW(WS-IDX-DIA) = "S"
              MOVE SPACES   TO JAN-REP-REC
              MOVE "JANELA" TO JREP-ROTULO
              MOVE WS-DIA-DATA(WS-IDX-DIA) TO JREP-DATA
              MOVE WS-DIA-INI-SEG(WS-IDX-DIA) TO WS-FMT-SEG
              PERFORM 00060-FORMATA-HORA
              MOVE WS-TEMPO-FMT TO JREP-TEMPO-1
              MOVE WS-DIA-FIM-SEG(WS-IDX-DIA) TO WS-FMT-SEG
              PERFORM 00060-FORMATA-HORA
              MOVE WS-TEMPO-FMT TO JREP-TEMPO-2
              COMPUTE WS-FMT-SEG = WS-DIA-FIM-SEG(WS-IDX-DIA)
                                 - WS-DIA-INI-SEG(WS-IDX-DIA)
              PERFORM 00061-FORMATA-DURACAO
              MOVE WS-TEMPO-FMT TO JREP-TEMPO-3
              PERFORM 00037-AJUSTA-LIMITE
              IF WS-DIA-FIM-SEG(WS-IDX-DIA) > WS-LIMITE-SEG
                 MOVE "TERMINOU DEPOIS DA HORA LIMITE" TO JREP-MSG
              END-IF
              WRITE JAN-REP-REC
              ADD 1 TO WS-SPL-LINHAS
              MOVE WS-IDX-DIA TO WS-ULTIMO-DIA
           END-IF.
       00031-END.
      *
       00032-IMPRIME-PASSOS SECTION.
      * POR PASSO: TEMPO E MEDIA MOVEL EM CADA RODADA, DEPOIS A LINHA
      * DE TENDENCIA
           PERFORM 00033-IMPRIME-PASSO
              VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTDE-PASSOS.
       00032-END.
      *
       00033-IMPRIME-PASSO SECTION.
           MOVE ZEROES TO WS-REG-N WS-REG-SX WS-REG-SY WS-REG-SXY
                          WS-REG-SXX.
           PERFORM 00034-IMPRIME-TEMPO-DIA
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-QTDE-DIAS.
           IF WS-REG-N > ZEROES
              PERFORM 00035-IMPRIME-TENDENCIA
           END-IF.
       00033-END.
      *
       00034-IMPRIME-TEMPO-DIA SECTION.
           IF WS-PAS-RODOU(WS-IDX-PASSO WS-IDX-DIA) = "S"
              MOVE WS-PAS-DURACAO(WS-IDX-PASSO WS-IDX-DIA)
                   TO WS-REG-Y
              ADD 1                        TO WS-REG-N
              ADD WS-IDX-DIA               TO WS-REG-SX
              ADD WS-REG-Y                 TO WS-REG-SY
              COMPUTE WS-REG-SXY = WS-REG-SXY + (WS-IDX-DIA * WS-REG-Y)
              COMPUTE WS-REG-SXX = WS-REG-SXX
                                 + (WS-IDX-DIA * WS-IDX-DIA)
              MOVE ZEROES TO WS-MM-SOMA WS-MM-QTDE
              PERFORM 00034A-SOMA-MEDIA-MOVEL
                 VARYING WS-IDX-DIA-2 FROM WS-IDX-DIA BY -1
                 UNTIL WS-IDX-DIA-2 < 1 OR
                       WS-MM-QTDE = WS-QTDE-MEDIA
              COMPUTE WS-MM-SEG ROUNDED = WS-MM-SOMA / WS-MM-QTDE
              MOVE SPACES  TO JAN-REP-REC
              MOVE "PASSO" TO JREP-ROTULO
              MOVE WS-PAS-ID(WS-IDX-PASSO)  TO JREP-PASSO
              MOVE WS-DIA-DATA(WS-IDX-DIA)  TO JREP-DATA
              MOVE WS-REG-Y                 TO WS-FMT-SEG
              PERFORM 00061-FORMATA-DURACAO
              MOVE WS-TEMPO-FMT             TO JREP-TEMPO-1
              MOVE WS-MM-SEG                TO WS-FMT-SEG
              PERFORM 00061-FORMATA-DURACAO
              MOVE WS-TEMPO-FMT             TO JREP-TEMPO-2
              MOVE "TEMPO / MEDIA MOVEL DAS ULTIMAS 5"
                   TO JREP-MSG
              WRITE JAN-REP-REC
              ADD 1 TO WS-SPL-LINHAS
           END-IF.
       00034-END.
      *
       00034A-SOMA-MEDIA-MOVEL SECTION.
           IF WS-PAS-RODOU(WS-IDX-PASSO WS-IDX-DIA-2) = "S"
              ADD WS-PAS-DURACAO(WS-IDX-PASSO WS-IDX-DIA-2)
                  TO WS-MM-SOMA
              ADD 1 TO WS-MM-QTDE
           END-IF.
       00034A-END.
      *
       00035-IMPRIME-TENDENCIA SECTION.
      * INCLINACAO (SEGUNDOS POR RODADA) PELOS MINIMOS QUADRADOS; A
      * ALTA NA JANELA E A INCLINACAO VEZES AS RODADAS ANALISADAS
           COMPUTE WS-MEDIA-SEG ROUNDED = WS-REG-SY / WS-REG-N.
           MOVE ZEROES TO WS-INCLINACAO.
           IF WS-REG-N > 2
              COMPUTE WS-REG-DIVISOR = (WS-REG-N * WS-REG-SXX)
                                     - (WS-REG-SX * WS-REG-SX)
              IF WS-REG-DIVISOR NOT = ZEROES
                 COMPUTE WS-INCLINACAO ROUNDED =
                         ((WS-REG-N * WS-REG-SXY)
                          - (WS-REG-SX * WS-REG-SY))
                         / WS-REG-DIVISOR
              END-IF
           END-IF.
           COMPUTE WS-IDX-DIA-2 = WS-QTDE-DIAS - 1.
           COMPUTE WS-ALTA-JANELA = WS-INCLINACAO * WS-IDX-DIA-2.
           COMPUTE WS-TOLERANCIA = (WS-MEDIA-SEG * WS-PCT-DESVIO)
                                 / 100.
           MOVE SPACES       TO JAN-REP-REC.
           MOVE "TENDENCIA"  TO JREP-ROTULO.
           MOVE WS-PAS-ID(WS-IDX-PASSO) TO JREP-PASSO.
           MOVE WS-MEDIA-SEG TO WS-FMT-SEG.
           PERFORM 00061-FORMATA-DURACAO.
           MOVE WS-TEMPO-FMT TO JREP-TEMPO-1.
           IF WS-INCLINACAO < ZEROES
              COMPUTE WS-INCLINACAO-ABS ROUNDED = ZEROES
                                                - WS-INCLINACAO
           ELSE
              COMPUTE WS-INCLINACAO-ABS ROUNDED = WS-INCLINACAO
           END-IF.
           MOVE WS-INCLINACAO-ABS TO WS-FMT-SEG.
           PERFORM 00061-FORMATA-DURACAO.
           MOVE WS-TEMPO-FMT TO JREP-TEMPO-2.
           EVALUATE TRUE
               WHEN WS-INCLINACAO > ZEROES AND
                    WS-ALTA-JANELA > WS-TOLERANCIA
                   MOVE "EM ALTA - SOBE ESSE TEMPO POR RODADA"
                        TO JREP-MSG
                   ADD 1 TO WS-TOTAL-EM-ALTA
                   DISPLAY "*** PASSO " WS-PAS-ID(WS-IDX-PASSO)
                           " COM TEMPO EM ALTA ***"
               WHEN WS-INCLINACAO > ZEROES
                   MOVE "SUBINDO DENTRO DA TOLERANCIA" TO JREP-MSG
               WHEN WS-INCLINACAO < ZEROES
                   MOVE "CAINDO" TO JREP-MSG
               WHEN OTHER
                   MOVE "ESTAVEL" TO JREP-MSG
           END-EVALUATE.
           WRITE JAN-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00036-PROJETA-TERMINO SECTION.
      * REGRESSAO DO TERMINO DAS RODADAS E PROJECAO PARA DAQUI A
      * WS-DIAS-PROJECAO RODADAS, A PARTIR DO TERMINO DA ULTIMA
           IF WS-ULTIMO-DIA = ZEROES
              DISPLAY "NENHUMA RODADA COM EVENTOS - NADA A PROJETAR"
           ELSE
              MOVE ZEROES TO WS-REG-N WS-REG-SX WS-REG-SY WS-REG-SXY
                             WS-REG-SXX WS-INCLINACAO
              PERFORM 00036A-SOMA-TERMINO
                 VARYING WS-IDX-DIA FROM 1 BY 1
                 UNTIL WS-IDX-DIA > WS-QTDE-DIAS
              IF WS-REG-N > 2
                 COMPUTE WS-REG-DIVISOR = (WS-REG-N * WS-REG-SXX)
                                        - (WS-REG-SX * WS-REG-SX)
                 IF WS-REG-DIVISOR NOT = ZEROES
                    COMPUTE WS-INCLINACAO ROUNDED =
                            ((WS-REG-N * WS-REG-SXY)
                             - (WS-REG-SX * WS-REG-SY))
                            / WS-REG-DIVISOR
                 END-IF
              END-IF
              MOVE WS-ULTIMO-DIA TO WS-IDX-DIA
              PERFORM 00037-AJUSTA-LIMITE
              MOVE WS-DIA-FIM-SEG(WS-ULTIMO-DIA) TO WS-PROJECAO-SEG
              IF WS-INCLINACAO > ZEROES
                 COMPUTE WS-PROJECAO-SEG ROUNDED = WS-PROJECAO-SEG
                         + (WS-INCLINACAO * WS-DIAS-PROJECAO)
              END-IF
              IF WS-DIA-FIM-SEG(WS-ULTIMO-DIA) > WS-LIMITE-SEG OR
                 WS-PROJECAO-SEG > WS-LIMITE-SEG
                 MOVE "S" TO WS-ESTOURO-SW
              END-IF
              MOVE SPACES      TO JAN-REP-REC
              MOVE "PROJECAO"  TO JREP-ROTULO
              MOVE WS-DIA-DATA(WS-ULTIMO-DIA) TO JREP-DATA
              MOVE WS-DIA-FIM-SEG(WS-ULTIMO-DIA) TO WS-FMT-SEG
              PERFORM 00060-FORMATA-HORA
              MOVE WS-TEMPO-FMT TO JREP-TEMPO-1
              IF WS-PROJECAO-SEG > 999999
                 MOVE 999999 TO WS-FMT-SEG
              ELSE
                 MOVE WS-PROJECAO-SEG TO WS-FMT-SEG
              END-IF
              PERFORM 00060-FORMATA-HORA
              MOVE WS-TEMPO-FMT TO JREP-TEMPO-2
              MOVE WS-LIMITE-SEG TO WS-FMT-SEG
              PERFORM 00060-FORMATA-HORA
              MOVE WS-TEMPO-FMT TO JREP-TEMPO-3
              IF WS-ESTOURO-SLA
                 MOVE "TERMINO PROJETADO ESTOURA A HORA LIMITE"
                      TO JREP-MSG
                 DISPLAY "*** TERMINO DO LOTE PROJETADO PARA DEPOIS "
                         "DA HORA LIMITE ***"
              ELSE
                 MOVE "TERMINO PROJETADO DENTRO DA HORA LIMITE"
                      TO JREP-MSG
              END-IF
              WRITE JAN-REP-REC
              ADD 1 TO WS-SPL-LINHAS
           END-IF.
       00036-END.
      *
       00036A-SOMA-TERMINO SECTION.
           IF WS-DIA-TEM-SW(WS-IDX-DIA) = "S"
              MOVE WS-DIA-FIM-SEG(WS-IDX-DIA) TO WS-REG-Y
              ADD 1                        TO WS-REG-N
              ADD WS-IDX-DIA               TO WS-REG-SX
              ADD WS-REG-Y                 TO WS-REG-SY
              COMPUTE WS-REG-SXY = WS-REG-SXY + (WS-IDX-DIA * WS-REG-Y)
              COMPUTE WS-REG-SXX = WS-REG-SXX
                                 + (WS-IDX-DIA * WS-IDX-DIA)
           END-IF.
       00036A-END.
      *
       00037-AJUSTA-LIMITE SECTION.
      * A HORA LIMITE NA ESCALA DA RODADA WS-IDX-DIA: SE FOR ANTES DO
      * INICIO DA RODADA, E A DO DIA SEGUINTE
           COMPUTE WS-LIMITE-SEG = WS-HORA-LIMITE * 3600.
           IF WS-LIMITE-SEG < WS-DIA-INI-SEG(WS-IDX-DIA)
              ADD 86400 TO WS-LIMITE-SEG
           END-IF.
       00037-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE JAN-REPORT-FILE.
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
           MOVE "JANELALOTE"         TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-USADOS      TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-EM-ALTA     TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O STEPSTAT NAO ABRIU,
      * ALERTA SE A ULTIMA RODADA OU A PROJECAO PASSAM DA HORA
      * LIMITE, NORMAL CASO CONTRARIO (PASSO EM ALTA SO E AVISO)
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-ESTOURO-SLA
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
           DISPLAY "EVENTOS LIDOS........: " WS-TOTAL-LIDOS.
           DISPLAY "EVENTOS NAS RODADAS..: " WS-TOTAL-USADOS.
           DISPLAY "RODADAS ANALISADAS...: " WS-QTDE-DIAS.
           DISPLAY "PASSOS ACOMPANHADOS..: " WS-QTDE-PASSOS.
           DISPLAY "PASSOS EM ALTA.......: " WS-TOTAL-EM-ALTA.
           IF WS-TOTAL-ESTOURO-TAB > ZEROES
              DISPLAY "*** TABELA DE PASSOS ESTOUROU ("
                      WS-TOTAL-ESTOURO-TAB " EVENTO(S) IGNORADOS) ***"
           END-IF.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA TENDENCIA DA JANELA DO LOTE".
       00050-END.
      *
       00060-FORMATA-HORA  SECTION.
      * SEGUNDOS DESDE A ZERO HORA DA RODADA PARA HORA DO RELOGIO
      * HH:MM:SS (O QUE PASSA DA MEIA-NOITE VOLTA PARA 00:00:00)
           IF WS-FMT-SEG NOT < 86400
              DIVIDE WS-FMT-SEG BY 86400 GIVING WS-FMT-RESTO
                     REMAINDER WS-FMT-SEG
           END-IF.
           PERFORM 00061-FORMATA-DURACAO.
       00060-END.
      *
       00061-FORMATA-DURACAO SECTION.
           DIVIDE WS-FMT-SEG BY 3600 GIVING WS-TF-HH
                  REMAINDER WS-FMT-RESTO.
           DIVIDE WS-FMT-RESTO BY 60 GIVING WS-TF-MI
                  REMAINDER WS-TF-SS.
       00061-END.
