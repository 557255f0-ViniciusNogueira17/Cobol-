      *                  fechado no arquivo de controle FECHACTL: o
      *                  novo passo de ajustes PONTOAJU recusa ajuste
      *                  em mes que ja consta como fechado.
      * 2026-10-15  RMS  Quando o MAINCTL roda o ciclo mensal (ultimo
      *                  evento do ciclo "M" no controle CICLOCTL em
      *                  "E"), o mes fechado do ciclo prevalece sobre o
      *                  default e o CTL-ANO-MES do cartao -- o mes nao
      *                  depende mais de cartao perfurado na mao.
      * 2026-10-15  RMS  Transferencia entre empresas do grupo no mes
      *                  (parcela PTM-ORIGEM do PONTOMES, gravada pelo
      *                  EMPCIATR): a matricula sai em duas linhas, a
      *                  parcela da empresa de origem e o restante do
      *                  mes na empresa atual, cada uma somada no total
      *                  da sua empresa; o cartao CTL-EMPRESA mostra so
      *                  a parcela da empresa pedida. O teto de extras
      *                  continua conferido sobre o mes inteiro.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
      * CICLO DE FECHAMENTO AGENDADO PELO MAINCTL (CICLOCTL)
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CIC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIC-EOF                     VALUE "Y".
       01 WS-CIC-SITUACAO      PIC X(01)   VALUE SPACES.
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES        PIC 9(02)   VALUE ZEROES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FECHACTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
             05 WS-ETOT-EXTRA    PIC 9(09).
             05 WS-ETOT-DIAS     PIC 9(05).
       01 WS-IDX-EMP           PIC 9(02)   VALUE ZEROES.
      * MES DIVIDIDO POR TRANSFERENCIA ENTRE EMPRESAS (PTM-ORIGEM) E A
      * PARCELA EM IMPRESSAO
       01 WS-DIVIDIDO-SW       PIC X(01)   VALUE "N".
          88 WS-DIVIDIDO                    VALUE "S".
       01 WS-PARC-EMPRESA      PIC 9(02)   VALUE ZEROES.
       01 WS-PARC-MIN-NORMAIS  PIC 9(06)   VALUE ZEROES.
       01 WS-PARC-MIN-EXTRA    PIC 9(06)   VALUE ZEROES.
       01 WS-PARC-MIN-NOTURNO  PIC 9(06)   VALUE ZEROES.
       01 WS-PARC-QTDE-DIAS    PIC 9(03)   VALUE ZEROES.
       01 WS-PARC-QTDE-AUS     PIC 9(03)   VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "FECHAREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "FECHAMENSAL".
           MOVE MES TO WS-FECHA-MES.

           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-FECHAMENTO.
           PERFORM 00012-ZERA-EMPRESA
              VARYING WS-IDX-EMP FROM 1 BY 1 UNTIL WS-IDX-EMP > 99.

              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-FECHAMENTO SECTION.
      * COM O ULTIMO EVENTO DO CICLO MENSAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), O MES FECHADO DO CICLO SOBREPOE O
      * DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              MOVE WS-CIC-ANO TO WS-FECHA-ANO
              MOVE WS-CIC-MES TO WS-FECHA-MES
              DISPLAY "CICLO MENSAL DO MAINCTL - MES FECHADO "
                      WS-CIC-MES "/" WS-CIC-ANO
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
       00012-ZERA-EMPRESA  SECTION.
           MOVE ZEROES TO WS-ETOT-NORMAIS(WS-IDX-EMP)
              ELSE
                 MOVE 01          TO WS-EMP-EFETIVA
              END-IF
              IF PTM-ORIG-EMPRESA NUMERIC AND
                 PTM-ORIG-EMPRESA > ZEROES
                 MOVE "S" TO WS-DIVIDIDO-SW
              ELSE
                 MOVE "N" TO WS-DIVIDIDO-SW
              END-IF
              IF WS-EMPRESA > ZEROES AND
                 WS-EMP-EFETIVA NOT = WS-EMPRESA AND
                 (NOT WS-DIVIDIDO OR
                  PTM-ORIG-EMPRESA NOT = WS-EMPRESA)
                 ADD 1 TO WS-TOTAL-FORA-EMP
              ELSE
                 PERFORM 00025-GRAVA-RELATORIO
       00024-END.
      *
       00025-GRAVA-RELATORIO SECTION.
      * MES SEM TRANSFERENCIA SAI NUMA LINHA SO; MES DIVIDIDO SAI COM
      * A PARCELA DE ORIGEM E O RESTANTE, CADA UM NA SUA EMPRESA
           IF WS-DIVIDIDO
              IF WS-EMPRESA = ZEROES OR
                 WS-EMPRESA = PTM-ORIG-EMPRESA
                 MOVE PTM-ORIG-EMPRESA     TO WS-PARC-EMPRESA
                 MOVE PTM-ORIG-MIN-NORMAIS TO WS-PARC-MIN-NORMAIS
                 MOVE PTM-ORIG-MIN-EXTRA   TO WS-PARC-MIN-EXTRA
                 MOVE PTM-ORIG-MIN-NOTURNO TO WS-PARC-MIN-NOTURNO
                 MOVE PTM-ORIG-QTDE-DIAS   TO WS-PARC-QTDE-DIAS
                 MOVE PTM-ORIG-QTDE-AUS    TO WS-PARC-QTDE-AUS
                 PERFORM 00025A-GRAVA-PARCELA
              END-IF
              IF WS-EMPRESA = ZEROES OR
                 WS-EMPRESA = WS-EMP-EFETIVA
                 PERFORM 00025B-CALCULA-RESTANTE
                 PERFORM 00025A-GRAVA-PARCELA
              END-IF
              IF WS-EMPRESA = ZEROES
                 ADD 1 TO WS-SPL-LINHAS
              END-IF
           ELSE
              MOVE WS-EMP-EFETIVA  TO WS-PARC-EMPRESA
              MOVE PTM-MIN-NORMAIS TO WS-PARC-MIN-NORMAIS
              MOVE PTM-MIN-EXTRA   TO WS-PARC-MIN-EXTRA
              MOVE PTM-MIN-NOTURNO TO WS-PARC-MIN-NOTURNO
              MOVE PTM-QTDE-DIAS   TO WS-PARC-QTDE-DIAS
              MOVE PTM-QTDE-AUS    TO WS-PARC-QTDE-AUS
              PERFORM 00025A-GRAVA-PARCELA
           END-IF.
           IF PTM-MIN-EXTRA > WS-TETO-EXTRA
              ADD 1 TO WS-TOTAL-ACIMA-TETO
           END-IF.
           ADD 1             TO WS-TOTAL-NO-MES.
           ADD PTM-MATRICULA TO WS-HASH-MATRICULA.
       00025-END.
      *
       00025A-GRAVA-PARCELA SECTION.
      * UMA LINHA DO RELATORIO COM A PARCELA POSICIONADA, SOMADA NO
      * TOTAL DA EMPRESA DELA; O ALERTA DE TETO VALE PARA O MES
      * INTEIRO DA MATRICULA
           MOVE SPACES              TO FECHA-REP-REC.
           MOVE PTM-MATRICULA       TO FREP-MATRICULA.
           MOVE PTM-ANO             TO FREP-ANO.
           MOVE "/"                 TO FREP-BARRA.
           MOVE PTM-MES             TO FREP-MES.
           MOVE WS-PARC-MIN-NORMAIS TO FREP-MIN-NORMAIS.
           MOVE WS-PARC-MIN-EXTRA   TO FREP-MIN-EXTRA.
           MOVE WS-PARC-MIN-NOTURNO TO FREP-MIN-NOTURNO.
           MOVE WS-PARC-QTDE-DIAS   TO FREP-QTDE-DIAS.
           MOVE WS-PARC-QTDE-AUS    TO FREP-QTDE-AUS.
           IF PTM-MIN-EXTRA > WS-TETO-EXTRA
              MOVE "*** ACIMA DO TETO ***" TO FREP-ALERTA
           ELSE
              IF WS-DIVIDIDO
                 STRING "PARCELA DA EMPRESA " WS-PARC-EMPRESA
                        DELIMITED BY SIZE INTO FREP-ALERTA
              END-IF
           END-IF.
           WRITE FECHA-REP-REC.
           ADD WS-PARC-MIN-NORMAIS TO WS-ETOT-NORMAIS(WS-PARC-EMPRESA).
           ADD WS-PARC-MIN-EXTRA   TO WS-ETOT-EXTRA(WS-PARC-EMPRESA).
           ADD WS-PARC-QTDE-DIAS   TO WS-ETOT-DIAS(WS-PARC-EMPRESA).
       00025A-END.
      *
       00025B-CALCULA-RESTANTE SECTION.
      * O RESTANTE DO MES NA EMPRESA ATUAL E O TOTAL MENOS A PARCELA
      * DE ORIGEM (AJUSTE NEGATIVO DEPOIS DA TRANSFERENCIA NAO DEIXA
      * O RESTANTE ABAIXO DE ZERO)
           MOVE WS-EMP-EFETIVA TO WS-PARC-EMPRESA.
           MOVE ZEROES TO WS-PARC-MIN-NORMAIS WS-PARC-MIN-EXTRA
                          WS-PARC-MIN-NOTURNO WS-PARC-QTDE-DIAS
                          WS-PARC-QTDE-AUS.
           IF PTM-MIN-NORMAIS > PTM-ORIG-MIN-NORMAIS
              COMPUTE WS-PARC-MIN-NORMAIS =
                      PTM-MIN-NORMAIS - PTM-ORIG-MIN-NORMAIS
           END-IF.
           IF PTM-MIN-EXTRA > PTM-ORIG-MIN-EXTRA
              COMPUTE WS-PARC-MIN-EXTRA =
                      PTM-MIN-EXTRA - PTM-ORIG-MIN-EXTRA
           END-IF.
           IF PTM-MIN-NOTURNO > PTM-ORIG-MIN-NOTURNO
              COMPUTE WS-PARC-MIN-NOTURNO =
                      PTM-MIN-NOTURNO - PTM-ORIG-MIN-NOTURNO
           END-IF.
           IF PTM-QTDE-DIAS > PTM-ORIG-QTDE-DIAS
              COMPUTE WS-PARC-QTDE-DIAS =
                      PTM-QTDE-DIAS - PTM-ORIG-QTDE-DIAS
           END-IF.
           IF PTM-QTDE-AUS > PTM-ORIG-QTDE-AUS
              COMPUTE WS-PARC-QTDE-AUS =
                      PTM-QTDE-AUS - PTM-ORIG-QTDE-AUS
           END-IF.
       00025B-END.
      *
       00027-SUBTOTAIS-EMPRESA SECTION.
      * UMA LINHA DE TOTAL POR EMPRESA COM MOVIMENTO NO MES, QUANDO O
