       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ROTATIVIDADE.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Relatorio de rotatividade (turnover) por empresa
      *                e por celula SETOR/DEPTO/SERVIDOR para o periodo
      *                CTL-DATA-INI/CTL-DATA-FIM do cartao de controle
      *                (default o mes anterior ao corrente): efetivo de
      *                abertura, admissoes, desligamentos,
      *                transferencias de entrada e de saida entre
      *                celulas (historico de lotacao EMPPOSH), efetivo
      *                de fechamento e o percentual de rotatividade --
      *                media de admissoes e desligamentos sobre o
      *                efetivo medio do periodo -- com a contagem a
      *                parte de quem saiu com ate 90 dias de casa. A
      *                celula de cada evento e a vigente na data dele,
      *                resolvida pelo EMPPOSH como no DEPEXTRA; sem
      *                historico vale a celula corrente do EMPREC.
      *                A empresa de cada evento tambem e a vigente na
      *                data dele, resolvida pelo par de eventos de
      *                transferencia entre empresas (motivo "T") que o
      *                EMPCIATR enfileira na EVENTQ; a transferencia
      *                sai como saida na empresa de origem e entrada na
      *                de destino (colunas a parte), nunca como
      *                desligamento e admissao. Abertura + admissoes -
      *                desligamentos + entradas de outra empresa -
      *                saidas para outra empresa tem de bater com o
      *                fechamento no total geral.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Empresa vigente na data do evento pela EVENTQ;
      *                  transferencias entre empresas do grupo.
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

           SELECT POS-HIST-FILE ASSIGN TO "EMPPOSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPOSH-STATUS.

           SELECT EVENTO-FILA-FILE ASSIGN TO "EVENTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTQ-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT ROT-SORT-WORK ASSIGN TO "ROTSORTW".

           SELECT ROT-REPORT-FILE ASSIGN TO "ROTREL"
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

       FD  POS-HIST-FILE.
           COPY EPHREC.

       FD  EVENTO-FILA-FILE.
           COPY EVTREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

      * UM REGISTRO POR EVENTO DO EMPREGADO NO PERIODO, JA COM A
      * EMPRESA E A CELULA DO EVENTO; A SAIDA SOMA POR QUEBRA
       SD  ROT-SORT-WORK.
       01  ROT-SORT-REC.
           03 ROT-SORT-EMPRESA      PIC 9(02).
           03 ROT-SORT-CELULA.
              05 ROT-SORT-SETOR     PIC 9(01).
              05 ROT-SORT-DEPTO     PIC 9(01).
              05 ROT-SORT-SERVIDOR  PIC 9(01).
           03 ROT-SORT-ABERTURA     PIC 9(01).
           03 ROT-SORT-ADMISSAO     PIC 9(01).
           03 ROT-SORT-DESLIG       PIC 9(01).
           03 ROT-SORT-ENTRADA      PIC 9(01).
           03 ROT-SORT-SAIDA        PIC 9(01).
           03 ROT-SORT-FECHAMENTO   PIC 9(01).
           03 ROT-SORT-DESLIG-90    PIC 9(01).
           03 ROT-SORT-ENTRADA-EMP  PIC 9(01).
           03 ROT-SORT-SAIDA-EMP    PIC 9(01).

       FD  ROT-REPORT-FILE.
       01  ROT-REP-REC.
           03 RREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-EMPRESA         PIC 9(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-SETOR           PIC X(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 RREP-DEPTO           PIC X(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 RREP-SERVIDOR        PIC X(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-DESCRICAO       PIC X(30).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-ABERTURA        PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-ADMISSOES       PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-DESLIGAMENTOS   PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-ENTRADAS        PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-SAIDAS          PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-FECHAMENTO      PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-PCT             PIC 9999.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-DESLIG-90       PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-ENTRADAS-EMP    PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-SAIDAS-EMP      PIC 9(05).

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
       01 WS-EMPPOSH-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EVENTQ-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "ROTATIVIDADE".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * EMPRESA DA RODADA (CTL-EMPRESA): ZERO = TODAS
       01 WS-EMPRESA           PIC 9(02)   VALUE ZEROES.
       01 WS-EMP-EFETIVA       PIC 9(02)   VALUE ZEROES.
      * PERIODO DO RELATORIO; A VESPERA DO INICIO E O CORTE DA
      * ABERTURA (AAAAMM00 SERVE: SO E USADO EM COMPARACAO)
       01 WS-DATA-INI.
          03 WS-DI-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-DI-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-DI-DIA         PIC 9(02)   VALUE ZEROES.
       01 WS-DATA-INI-NUM REDEFINES WS-DATA-INI PIC 9(08).
       01 WS-DATA-FIM          PIC 9(08)   VALUE ZEROES.
       01 WS-VESPERA-INI       PIC 9(08)   VALUE ZEROES.
      * DESLIGAMENTO COM ATE WS-LIMITE-CASA DIAS DA ADMISSAO
       01 WS-LIMITE-CASA       PIC 9(03)   VALUE 090.
      * HISTORICO DE LOTACAO CARREGADO EM TABELA NA PARTIDA, MESMO
      * MOLDE DO DEPEXTRA; SEM O ARQUIVO, VALE A CELULA CORRENTE
       01 WS-LIMITE-HIST       PIC 9(05)   VALUE 2000.
       01 WS-QTDE-HIST         PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-ESTOURO-TAB PIC 9(05)   VALUE ZEROES.
       01 WS-TAB-HIST.
          03 WS-HIST-ITEM                   OCCURS 2000 TIMES.
             05 WS-HIST-MATRICULA PIC 9(06).
             05 WS-HIST-DATA      PIC 9(08).
             05 WS-HIST-SETOR     PIC 9(01).
             05 WS-HIST-DEPTO     PIC 9(01).
             05 WS-HIST-SERVIDOR  PIC 9(01).
       01 WS-IDX-HIST          PIC 9(05)   VALUE ZEROES.
       01 WS-IDX-TRANSF        PIC 9(05)   VALUE ZEROES.
      * TRANSFERENCIAS ENTRE EMPRESAS DO GRUPO (EVENTOS "T" DA EVENTQ):
      * "A" = NA EMPRESA DE DESTINO A PARTIR DA DATA, "D" = NA DE
      * ORIGEM ATE A DATA (VESPERA DA DATA EFETIVA). O EVENTO REJEITADO
      * E REENFILEIRADO PELO EVTRET, POR ISSO A CARGA DESPREZA REPETIDOS
       01 WS-LIMITE-CIA        PIC 9(05)   VALUE 1000.
       01 WS-QTDE-CIA          PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-ESTOURO-CIA PIC 9(05)   VALUE ZEROES.
       01 WS-TAB-CIA.
          03 WS-CIA-ITEM                    OCCURS 1000 TIMES.
             05 WS-CIA-MATRICULA  PIC 9(06).
             05 WS-CIA-DATA       PIC 9(08).
             05 WS-CIA-TIPO       PIC X(01).
             05 WS-CIA-EMPRESA    PIC 9(02).
       01 WS-IDX-CIA           PIC 9(05)   VALUE ZEROES.
       01 WS-IDX-TRCIA         PIC 9(05)   VALUE ZEROES.
       01 WS-REPETIDO-SW       PIC X(01)   VALUE "N".
          88 WS-REPETIDO                    VALUE "S".
      * RESOLUCAO DA CELULA VIGENTE NA DATA DE CORTE
       01 WS-DATA-CORTE        PIC 9(08)   VALUE ZEROES.
       01 WS-MELHOR-DATA       PIC 9(08)   VALUE ZEROES.
       01 WS-RES-CELULA.
          03 WS-RES-SETOR      PIC 9(01)   VALUE ZEROES.
          03 WS-RES-DEPTO      PIC 9(01)   VALUE ZEROES.
          03 WS-RES-SERVIDOR   PIC 9(01)   VALUE ZEROES.
       01 WS-ORIGEM-CELULA     PIC X(03)   VALUE SPACES.
      * RESOLUCAO DA EMPRESA VIGENTE NA DATA DE CORTE: A ULTIMA
      * ENTRADA ATE O CORTE OU, SEM ELA, A PRIMEIRA SAIDA A PARTIR DELE
       01 WS-EMP-ORIGEM        PIC 9(02)   VALUE ZEROES.
       01 WS-CIA-MELHOR-ANT    PIC 9(08)   VALUE ZEROES.
       01 WS-CIA-EMPRESA-ANT   PIC 9(02)   VALUE ZEROES.
       01 WS-CIA-MELHOR-POS    PIC 9(08)   VALUE ZEROES.
       01 WS-CIA-EMPRESA-POS   PIC 9(02)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * QUEBRAS DA SAIDA DO SORT
       01 WS-PRIMEIRO-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRO                    VALUE "S".
       01 WS-CHAVE-ANTERIOR.
          03 WS-ANT-EMPRESA    PIC 9(02)   VALUE ZEROES.
          03 WS-ANT-CELULA     PIC X(03)   VALUE SPACES.
      * ACUMULADORES: 1 = CELULA, 2 = EMPRESA, 3 = TOTAL GERAL
       01 WS-ACUMULADORES.
          03 WS-ACU-NIVEL                   OCCURS 3 TIMES.
             05 WS-ACU-ABERTURA   PIC 9(05).
             05 WS-ACU-ADMISSAO   PIC 9(05).
             05 WS-ACU-DESLIG     PIC 9(05).
             05 WS-ACU-ENTRADA    PIC 9(05).
             05 WS-ACU-SAIDA      PIC 9(05).
             05 WS-ACU-FECHAMENTO PIC 9(05).
             05 WS-ACU-DESLIG-90  PIC 9(05).
             05 WS-ACU-ENTRADA-EMP PIC 9(05).
             05 WS-ACU-SAIDA-EMP  PIC 9(05).
       01 WS-IDX-NIVEL         PIC 9(01)   VALUE ZEROES.
       01 WS-PCT               PIC 9(04)V99 VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "ROTREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "ROTATIVIDADE".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EVENTOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-OUTRA-EMP   PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
       01 WS-CONFERE-FECHAM    PIC S9(07)  VALUE ZEROES.
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
      * PERIODO DEFAULT: O MES ANTERIOR AO CORRENTE, INTEIRO
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           IF MES = 01
              COMPUTE WS-DI-ANO = ANO - 1
              MOVE 12 TO WS-DI-MES
           ELSE
              MOVE ANO TO WS-DI-ANO
              COMPUTE WS-DI-MES = MES - 1
           END-IF.
           MOVE 01 TO WS-DI-DIA.
           MOVE "D"             TO WS-DU-OPERACAO.
           MOVE DATA-HOJE(1:6)  TO WS-DU-DATA-1(1:6).
           MOVE "01"            TO WS-DU-DATA-1(7:2).
           MOVE WS-DATA-INI-NUM TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           COMPUTE WS-DATA-FIM = WS-DATA-INI-NUM + WS-DU-DIAS - 1.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           COMPUTE WS-VESPERA-INI = WS-DATA-INI-NUM - 1.

           DISPLAY " ".
           DISPLAY "INICIO DO RELATORIO DE ROTATIVIDADE - PERIODO "
                   WS-DATA-INI-NUM " A " WS-DATA-FIM.

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
              PERFORM 00012-CARREGA-HISTORICO
              PERFORM 00013-CARREGA-TRANSF-EMPRESA
              OPEN INPUT ORGMAST-FILE
              IF WS-ORGMAST-STATUS = "00"
                 MOVE "S" TO WS-ORGMAST-OK-SW
              END-IF
              OPEN OUTPUT ROT-REPORT-FILE
              INITIALIZE WS-ACUMULADORES
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): CTL-DATA-INI/FIM
      * VALIDAS E EM ORDEM SOBREPOEM O PERIODO; CTL-EMPRESA RESTRINGE
      * A UMA EMPRESA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      PERFORM 00011A-CONFERE-PERIODO
                      IF CTL-EMPRESA NUMERIC AND
                         CTL-EMPRESA > ZEROES
                         MOVE CTL-EMPRESA TO WS-EMPRESA
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-CONFERE-PERIODO SECTION.
           IF CTL-DATA-INI NUMERIC AND CTL-DATA-FIM NUMERIC AND
              CTL-DATA-INI > ZEROES AND
              CTL-DATA-FIM NOT < CTL-DATA-INI
              MOVE "D"          TO WS-DU-OPERACAO
              MOVE CTL-DATA-FIM TO WS-DU-DATA-1
              MOVE CTL-DATA-INI TO WS-DU-DATA-2
              PERFORM 00014-CHAMA-DATEUTIL
              IF WS-DU-STATUS = "00"
                 MOVE CTL-DATA-INI TO WS-DATA-INI-NUM
                 MOVE CTL-DATA-FIM TO WS-DATA-FIM
              ELSE
                 DISPLAY "PERIODO DO CARTAO INVALIDO - MANTIDO O "
                         "MES ANTERIOR"
              END-IF
           END-IF.
       00011A-END.
      *
       00012-CARREGA-HISTORICO SECTION.
      * CARREGA O HISTORICO DE LOTACAO EM TABELA; SEM O ARQUIVO NAO HA
      * TRANSFERENCIA A CONTAR E VALE A CELULA CORRENTE
           OPEN INPUT POS-HIST-FILE.
           IF WS-EMPPOSH-STATUS = "00"
              PERFORM 00012A-LE-HISTORICO
              PERFORM 00012B-GUARDA-HISTORICO UNTIL WS-EOF
              CLOSE POS-HIST-FILE
           ELSE
              DISPLAY "EMPPOSH INDISPONIVEL (STATUS "
                      WS-EMPPOSH-STATUS ") - SEM TRANSFERENCIAS"
           END-IF.
           MOVE "N" TO WS-EOF-SW.
       00012-END.
      *
       00012A-LE-HISTORICO SECTION.
           READ POS-HIST-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.
       00012A-END.
      *
       00012B-GUARDA-HISTORICO SECTION.
           IF WS-QTDE-HIST < WS-LIMITE-HIST
              ADD 1 TO WS-QTDE-HIST
              MOVE EPH-MATRICULA    TO WS-HIST-MATRICULA(WS-QTDE-HIST)
              MOVE EPH-DATA-EFETIVA TO WS-HIST-DATA(WS-QTDE-HIST)
              MOVE EPH-SETOR        TO WS-HIST-SETOR(WS-QTDE-HIST)
              MOVE EPH-DEPTO        TO WS-HIST-DEPTO(WS-QTDE-HIST)
              MOVE EPH-SERVIDOR-IDX
                   TO WS-HIST-SERVIDOR(WS-QTDE-HIST)
           ELSE
              ADD 1 TO WS-TOTAL-ESTOURO-TAB
           END-IF.
           PERFORM 00012A-LE-HISTORICO.
       00012B-END.
      *
       00013-CARREGA-TRANSF-EMPRESA SECTION.
      * CARREGA EM TABELA OS EVENTOS DE TRANSFERENCIA ENTRE EMPRESAS
      * DA EVENTQ, EM QUALQUER SITUACAO; SEM O ARQUIVO VALE A EMPRESA
      * CORRENTE DO EMPREC E NAO HA TRANSFERENCIA ENTRE EMPRESAS
           OPEN INPUT EVENTO-FILA-FILE.
           IF WS-EVENTQ-STATUS = "00"
              PERFORM 00013A-LE-EVENTO
              PERFORM 00013B-GUARDA-EVENTO UNTIL WS-EOF
              CLOSE EVENTO-FILA-FILE
           ELSE
              DISPLAY "EVENTQ INDISPONIVEL (STATUS "
                      WS-EVENTQ-STATUS ") - SEM TRANSFERENCIAS ENTRE "
                      "EMPRESAS"
           END-IF.
           MOVE "N" TO WS-EOF-SW.
       00013-END.
      *
       00013A-LE-EVENTO    SECTION.
           READ EVENTO-FILA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   CONTINUE
           END-READ.
       00013A-END.
      *
       00013B-GUARDA-EVENTO SECTION.
           IF EVT-TRANSF-EMPRESA AND
              (EVT-TIPO = "A" OR EVT-TIPO = "D") AND
              EVT-EMPRESA NUMERIC AND EVT-EMPRESA > ZEROES
              MOVE "N" TO WS-REPETIDO-SW
              PERFORM 00013C-CONFERE-REPETIDO
                 VARYING WS-IDX-CIA FROM 1 BY 1
                 UNTIL WS-IDX-CIA > WS-QTDE-CIA OR WS-REPETIDO
              IF NOT WS-REPETIDO
                 IF WS-QTDE-CIA < WS-LIMITE-CIA
                    ADD 1 TO WS-QTDE-CIA
                    MOVE EVT-MATRICULA
                         TO WS-CIA-MATRICULA(WS-QTDE-CIA)
                    MOVE EVT-DATA-EVENTO TO WS-CIA-DATA(WS-QTDE-CIA)
                    MOVE EVT-TIPO        TO WS-CIA-TIPO(WS-QTDE-CIA)
                    MOVE EVT-EMPRESA     TO WS-CIA-EMPRESA(WS-QTDE-CIA)
                 ELSE
                    ADD 1 TO WS-TOTAL-ESTOURO-CIA
                 END-IF
              END-IF
           END-IF.
           PERFORM 00013A-LE-EVENTO.
       00013B-END.
      *
       00013C-CONFERE-REPETIDO SECTION.
           IF WS-CIA-MATRICULA(WS-IDX-CIA) = EVT-MATRICULA AND
              WS-CIA-DATA(WS-IDX-CIA) = EVT-DATA-EVENTO AND
              WS-CIA-TIPO(WS-IDX-CIA) = EVT-TIPO
              MOVE "S" TO WS-REPETIDO-SW
           END-IF.
       00013C-END.
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
           SORT ROT-SORT-WORK
               ON ASCENDING KEY ROT-SORT-EMPRESA
                                ROT-SORT-SETOR
                                ROT-SORT-DEPTO
                                ROT-SORT-SERVIDOR
               INPUT PROCEDURE 00021-APURA-EMPREGADOS
               OUTPUT PROCEDURE 00030-IMPRIME-RELATORIO.
       00020-END.
      *
       00021-APURA-EMPREGADOS SECTION.
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
      * ABERTURA: ADMITIDO ANTES DO INICIO E NAO DESLIGADO ANTES
      * DELE. FECHAMENTO: ADMITIDO ATE O FIM E NAO DESLIGADO ATE ELE.
      * ADMISSAO/DESLIGAMENTO: DATA DENTRO DO PERIODO
      * A EMPRESA DE CADA EVENTO E A VIGENTE NA DATA DELE; O FILTRO
      * DE EMPRESA DO CARTAO E APLICADO EVENTO A EVENTO NA LIBERACAO
           IF EMP-DATA-ADMIS < WS-DATA-INI-NUM AND
              NOT (EMP-DESLIGADO AND
                   EMP-DATA-DESLIG < WS-DATA-INI-NUM)
              MOVE WS-VESPERA-INI TO WS-DATA-CORTE
              PERFORM 00024-RESOLVE-CELULA
              PERFORM 00029A-LIMPA-EVENTO
              MOVE 1 TO ROT-SORT-ABERTURA
              PERFORM 00029-LIBERA-EVENTO
           END-IF.
           IF EMP-DATA-ADMIS NOT < WS-DATA-INI-NUM AND
              EMP-DATA-ADMIS NOT > WS-DATA-FIM
              MOVE EMP-DATA-ADMIS TO WS-DATA-CORTE
              PERFORM 00024-RESOLVE-CELULA
              PERFORM 00029A-LIMPA-EVENTO
              MOVE 1 TO ROT-SORT-ADMISSAO
              PERFORM 00029-LIBERA-EVENTO
           END-IF.
           IF EMP-DESLIGADO AND
              EMP-DATA-DESLIG NOT < WS-DATA-INI-NUM AND
              EMP-DATA-DESLIG NOT > WS-DATA-FIM
              PERFORM 00026-APURA-DESLIGAMENTO
           END-IF.
           IF EMP-DATA-ADMIS NOT > WS-DATA-FIM AND
              NOT (EMP-DESLIGADO AND
                   EMP-DATA-DESLIG NOT > WS-DATA-FIM)
              MOVE WS-DATA-FIM TO WS-DATA-CORTE
              PERFORM 00024-RESOLVE-CELULA
              PERFORM 00029A-LIMPA-EVENTO
              MOVE 1 TO ROT-SORT-FECHAMENTO
              PERFORM 00029-LIBERA-EVENTO
           END-IF.
           PERFORM 00027-APURA-TRANSFERENCIAS
              VARYING WS-IDX-TRANSF FROM 1 BY 1
              UNTIL WS-IDX-TRANSF > WS-QTDE-HIST.
           PERFORM 00028-APURA-TRANSF-EMPRESA
              VARYING WS-IDX-TRCIA FROM 1 BY 1
              UNTIL WS-IDX-TRCIA > WS-QTDE-CIA.
           PERFORM 00022-LE-EMPREGADO.
       00023-END.
      *
       00024-RESOLVE-CELULA SECTION.
      * PARTE DA CELULA CORRENTE DO EMPREC E PROCURA NO HISTORICO DE
      * LOTACAO A VIGENCIA MAIS RECENTE QUE NAO PASSA DA DATA DE CORTE;
      * RESOLVE TAMBEM A EMPRESA VIGENTE NA MESMA DATA
           MOVE EMP-SETOR        TO WS-RES-SETOR.
           MOVE EMP-DEPTO        TO WS-RES-DEPTO.
           MOVE EMP-SERVIDOR-IDX TO WS-RES-SERVIDOR.
           MOVE ZEROES           TO WS-MELHOR-DATA.
           PERFORM 00025-COMPARA-HISTORICO
              VARYING WS-IDX-HIST FROM 1 BY 1
              UNTIL WS-IDX-HIST > WS-QTDE-HIST.
           PERFORM 00024A-RESOLVE-EMPRESA.
       00024-END.
      *
       00024A-RESOLVE-EMPRESA SECTION.
      * EMPRESA VIGENTE NA DATA DE CORTE: A DE DESTINO DA ULTIMA
      * TRANSFERENCIA EFETIVA ATE O CORTE; SEM ELA, A DE ORIGEM DA
      * PRIMEIRA TRANSFERENCIA POSTERIOR; SEM NENHUMA, A DO EMPREC
           MOVE ZEROES   TO WS-CIA-MELHOR-ANT.
           MOVE 99999999 TO WS-CIA-MELHOR-POS.
           PERFORM 00025A-COMPARA-TRANSF-EMPRESA
              VARYING WS-IDX-CIA FROM 1 BY 1
              UNTIL WS-IDX-CIA > WS-QTDE-CIA.
           IF WS-CIA-MELHOR-ANT > ZEROES
              MOVE WS-CIA-EMPRESA-ANT TO WS-EMP-EFETIVA
           ELSE
              IF WS-CIA-MELHOR-POS < 99999999
                 MOVE WS-CIA-EMPRESA-POS TO WS-EMP-EFETIVA
              ELSE
                 MOVE EMP-EMPRESA TO WS-EMP-EFETIVA
              END-IF
           END-IF.
           IF WS-EMP-EFETIVA = ZEROES
              MOVE 01 TO WS-EMP-EFETIVA
           END-IF.
       00024A-END.
      *
       00025-COMPARA-HISTORICO SECTION.
           IF WS-HIST-MATRICULA(WS-IDX-HIST) = EMP-MATRICULA AND
              WS-HIST-DATA(WS-IDX-HIST) NOT > WS-DATA-CORTE AND
              WS-HIST-DATA(WS-IDX-HIST) > WS-MELHOR-DATA
              MOVE WS-HIST-DATA(WS-IDX-HIST)     TO WS-MELHOR-DATA
              MOVE WS-HIST-SETOR(WS-IDX-HIST)    TO WS-RES-SETOR
              MOVE WS-HIST-DEPTO(WS-IDX-HIST)    TO WS-RES-DEPTO
              MOVE WS-HIST-SERVIDOR(WS-IDX-HIST) TO WS-RES-SERVIDOR
           END-IF.
       00025-END.
      *
       00025A-COMPARA-TRANSF-EMPRESA SECTION.
           IF WS-CIA-MATRICULA(WS-IDX-CIA) = EMP-MATRICULA
              IF WS-CIA-TIPO(WS-IDX-CIA) = "A" AND
                 WS-CIA-DATA(WS-IDX-CIA) NOT > WS-DATA-CORTE AND
                 WS-CIA-DATA(WS-IDX-CIA) > WS-CIA-MELHOR-ANT
                 MOVE WS-CIA-DATA(WS-IDX-CIA)    TO WS-CIA-MELHOR-ANT
                 MOVE WS-CIA-EMPRESA(WS-IDX-CIA) TO WS-CIA-EMPRESA-ANT
              END-IF
              IF WS-CIA-TIPO(WS-IDX-CIA) = "D" AND
                 WS-CIA-DATA(WS-IDX-CIA) NOT < WS-DATA-CORTE AND
                 WS-CIA-DATA(WS-IDX-CIA) < WS-CIA-MELHOR-POS
                 MOVE WS-CIA-DATA(WS-IDX-CIA)    TO WS-CIA-MELHOR-POS
                 MOVE WS-CIA-EMPRESA(WS-IDX-CIA) TO WS-CIA-EMPRESA-POS
              END-IF
           END-IF.
       00025A-END.
      *
       00026-APURA-DESLIGAMENTO SECTION.
      * DESLIGAMENTO CAI NA CELULA VIGENTE NA DATA; COM ATE 90 DIAS
      * DE CASA ENTRA TAMBEM NA CONTAGEM A PARTE
           MOVE EMP-DATA-DESLIG TO WS-DATA-CORTE.
           PERFORM 00024-RESOLVE-CELULA.
           PERFORM 00029A-LIMPA-EVENTO.
           MOVE 1 TO ROT-SORT-DESLIG.
           MOVE "D"             TO WS-DU-OPERACAO.
           MOVE EMP-DATA-DESLIG TO WS-DU-DATA-1.
           MOVE EMP-DATA-ADMIS  TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           IF WS-DU-STATUS = "00" AND WS-DU-DIAS NOT > WS-LIMITE-CASA
              MOVE 1 TO ROT-SORT-DESLIG-90
           END-IF.
           PERFORM 00029-LIBERA-EVENTO.
       00026-END.
      *
       00027-APURA-TRANSFERENCIAS SECTION.
      * REGISTRO DE LOTACAO DENTRO DO PERIODO E POSTERIOR A ADMISSAO
      * (O DA ADMISSAO E O NASCIMENTO DA LOTACAO, NAO TRANSFERENCIA):
      * SAIDA DA CELULA VIGENTE NA VESPERA, ENTRADA NA NOVA. SE A
      * EMPRESA TAMBEM MUDA NA DATA, QUEM CONTA E A 00028
           IF WS-HIST-MATRICULA(WS-IDX-TRANSF) = EMP-MATRICULA AND
              WS-HIST-DATA(WS-IDX-TRANSF) NOT < WS-DATA-INI-NUM AND
              WS-HIST-DATA(WS-IDX-TRANSF) NOT > WS-DATA-FIM AND
              WS-HIST-DATA(WS-IDX-TRANSF) > EMP-DATA-ADMIS
              COMPUTE WS-DATA-CORTE = WS-HIST-DATA(WS-IDX-TRANSF) - 1
              PERFORM 00024-RESOLVE-CELULA
              MOVE WS-RES-CELULA TO WS-ORIGEM-CELULA
              MOVE WS-EMP-EFETIVA TO WS-EMP-ORIGEM
              MOVE WS-HIST-DATA(WS-IDX-TRANSF)     TO WS-DATA-CORTE
              PERFORM 00024A-RESOLVE-EMPRESA
              MOVE WS-HIST-SETOR(WS-IDX-TRANSF)    TO WS-RES-SETOR
              MOVE WS-HIST-DEPTO(WS-IDX-TRANSF)    TO WS-RES-DEPTO
              MOVE WS-HIST-SERVIDOR(WS-IDX-TRANSF) TO WS-RES-SERVIDOR
              IF WS-RES-CELULA NOT = WS-ORIGEM-CELULA AND
                 WS-EMP-EFETIVA = WS-EMP-ORIGEM
                 PERFORM 00029A-LIMPA-EVENTO
                 MOVE 1 TO ROT-SORT-ENTRADA
                 PERFORM 00029-LIBERA-EVENTO
                 MOVE WS-ORIGEM-CELULA TO WS-RES-CELULA
                 PERFORM 00029A-LIMPA-EVENTO
                 MOVE 1 TO ROT-SORT-SAIDA
                 PERFORM 00029-LIBERA-EVENTO
              END-IF
           END-IF.
       00027-END.
      *
       00028-APURA-TRANSF-EMPRESA SECTION.
      * TRANSFERENCIA ENTRE EMPRESAS DO GRUPO COM DATA EFETIVA DENTRO
      * DO PERIODO E POSTERIOR A ADMISSAO: SAIDA NA EMPRESA E CELULA
      * VIGENTES NA VESPERA, ENTRADA NAS VIGENTES NA DATA EFETIVA.
      * CONTA NAS COLUNAS DE TRANSFERENCIA E NAS DE EMPRESA, NUNCA
      * COMO DESLIGAMENTO/ADMISSAO (NAO HA RESCISAO, O VINCULO SEGUE)
           IF WS-CIA-MATRICULA(WS-IDX-TRCIA) = EMP-MATRICULA AND
              WS-CIA-TIPO(WS-IDX-TRCIA) = "A" AND
              WS-CIA-DATA(WS-IDX-TRCIA) NOT < WS-DATA-INI-NUM AND
              WS-CIA-DATA(WS-IDX-TRCIA) NOT > WS-DATA-FIM AND
              WS-CIA-DATA(WS-IDX-TRCIA) > EMP-DATA-ADMIS
              COMPUTE WS-DATA-CORTE = WS-CIA-DATA(WS-IDX-TRCIA) - 1
              PERFORM 00024-RESOLVE-CELULA
              MOVE WS-RES-CELULA  TO WS-ORIGEM-CELULA
              MOVE WS-EMP-EFETIVA TO WS-EMP-ORIGEM
              MOVE WS-CIA-DATA(WS-IDX-TRCIA) TO WS-DATA-CORTE
              PERFORM 00024-RESOLVE-CELULA
              IF WS-EMP-EFETIVA NOT = WS-EMP-ORIGEM
                 PERFORM 00029A-LIMPA-EVENTO
                 MOVE 1 TO ROT-SORT-ENTRADA
                 MOVE 1 TO ROT-SORT-ENTRADA-EMP
                 PERFORM 00029-LIBERA-EVENTO
                 MOVE WS-ORIGEM-CELULA TO WS-RES-CELULA
                 MOVE WS-EMP-ORIGEM    TO WS-EMP-EFETIVA
                 PERFORM 00029A-LIMPA-EVENTO
                 MOVE 1 TO ROT-SORT-SAIDA
                 MOVE 1 TO ROT-SORT-SAIDA-EMP
                 PERFORM 00029-LIBERA-EVENTO
              END-IF
           END-IF.
       00028-END.
      *
       00029-LIBERA-EVENTO SECTION.
      * EVENTO DE OUTRA EMPRESA QUE NAO A DO CARTAO NAO ENTRA NO SORT
           IF WS-EMPRESA > ZEROES AND ROT-SORT-EMPRESA NOT = WS-EMPRESA
              ADD 1 TO WS-TOTAL-OUTRA-EMP
           ELSE
              RELEASE ROT-SORT-REC
              ADD 1 TO WS-TOTAL-EVENTOS
           END-IF.
       00029-END.
      *
       00029A-LIMPA-EVENTO SECTION.
           MOVE ZEROES           TO ROT-SORT-REC.
           MOVE WS-EMP-EFETIVA   TO ROT-SORT-EMPRESA.
           MOVE WS-RES-CELULA    TO ROT-SORT-CELULA.
       00029A-END.
      *
       00030-IMPRIME-RELATORIO SECTION.
      * SOMA OS EVENTOS POR CELULA, COM QUEBRA POR EMPRESA E TOTAL
           MOVE SPACES            TO ROT-REP-REC.
           MOVE "PERIODO"         TO RREP-ROTULO.
           MOVE WS-DATA-INI-NUM   TO RREP-DESCRICAO(1:8).
           MOVE "A"               TO RREP-DESCRICAO(10:1).
           MOVE WS-DATA-FIM       TO RREP-DESCRICAO(12:8).
           WRITE ROT-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-SOMA-EVENTO UNTIL WS-SORT-EOF.
           IF NOT WS-PRIMEIRO
              PERFORM 00033-IMPRIME-CELULA
              PERFORM 00034-IMPRIME-EMPRESA
           END-IF.
           MOVE SPACES        TO ROT-REP-REC.
           MOVE "TOTAL"       TO RREP-ROTULO.
           MOVE 3             TO WS-IDX-NIVEL.
           PERFORM 00035-MOVE-TOTAIS.
           WRITE ROT-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN ROT-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-SOMA-EVENTO   SECTION.
           IF NOT WS-PRIMEIRO
              IF ROT-SORT-EMPRESA NOT = WS-ANT-EMPRESA
                 PERFORM 00033-IMPRIME-CELULA
                 PERFORM 00034-IMPRIME-EMPRESA
              ELSE
                 IF ROT-SORT-CELULA NOT = WS-ANT-CELULA
                    PERFORM 00033-IMPRIME-CELULA
                 END-IF
              END-IF
           END-IF.
           MOVE "N"              TO WS-PRIMEIRO-SW.
           MOVE ROT-SORT-EMPRESA TO WS-ANT-EMPRESA.
           MOVE ROT-SORT-CELULA  TO WS-ANT-CELULA.
           PERFORM 00032A-SOMA-NIVEL
              VARYING WS-IDX-NIVEL FROM 1 BY 1
              UNTIL WS-IDX-NIVEL > 3.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00032A-SOMA-NIVEL   SECTION.
           ADD ROT-SORT-ABERTURA   TO WS-ACU-ABERTURA(WS-IDX-NIVEL).
           ADD ROT-SORT-ADMISSAO   TO WS-ACU-ADMISSAO(WS-IDX-NIVEL).
           ADD ROT-SORT-DESLIG     TO WS-ACU-DESLIG(WS-IDX-NIVEL).
           ADD ROT-SORT-ENTRADA    TO WS-ACU-ENTRADA(WS-IDX-NIVEL).
           ADD ROT-SORT-SAIDA      TO WS-ACU-SAIDA(WS-IDX-NIVEL).
           ADD ROT-SORT-FECHAMENTO TO WS-ACU-FECHAMENTO(WS-IDX-NIVEL).
           ADD ROT-SORT-DESLIG-90  TO WS-ACU-DESLIG-90(WS-IDX-NIVEL).
           ADD ROT-SORT-ENTRADA-EMP
               TO WS-ACU-ENTRADA-EMP(WS-IDX-NIVEL).
           ADD ROT-SORT-SAIDA-EMP  TO WS-ACU-SAIDA-EMP(WS-IDX-NIVEL).
       00032A-END.
      *
       00033-IMPRIME-CELULA SECTION.
           MOVE SPACES             TO ROT-REP-REC.
           MOVE "CELULA"           TO RREP-ROTULO.
           MOVE WS-ANT-EMPRESA     TO RREP-EMPRESA.
           MOVE WS-ANT-CELULA(1:1) TO RREP-SETOR.
           MOVE WS-ANT-CELULA(2:1) TO RREP-DEPTO.
           MOVE WS-ANT-CELULA(3:1) TO RREP-SERVIDOR.
           IF WS-ORGMAST-OK
              MOVE WS-ANT-CELULA TO ORGM-CHAVE
              READ ORGMAST-FILE
                  INVALID KEY
                      MOVE "(CELULA NAO CONSTA NO ORGMAST)"
                           TO RREP-DESCRICAO
                  NOT INVALID KEY
                      MOVE ORGM-DESCRICAO TO RREP-DESCRICAO
              END-READ
           END-IF.
           MOVE 1                  TO WS-IDX-NIVEL.
           PERFORM 00035-MOVE-TOTAIS.
           WRITE ROT-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           INITIALIZE WS-ACU-NIVEL(1).
       00033-END.
      *
       00034-IMPRIME-EMPRESA SECTION.
           MOVE SPACES             TO ROT-REP-REC.
           MOVE "EMPRESA"          TO RREP-ROTULO.
           MOVE WS-ANT-EMPRESA     TO RREP-EMPRESA.
           MOVE 2                  TO WS-IDX-NIVEL.
           PERFORM 00035-MOVE-TOTAIS.
           WRITE ROT-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           INITIALIZE WS-ACU-NIVEL(2).
       00034-END.
      *
       00035-MOVE-TOTAIS   SECTION.
      * ROTATIVIDADE = ((ADMISSOES + DESLIGAMENTOS) / 2) SOBRE O
      * EFETIVO MEDIO ((ABERTURA + FECHAMENTO) / 2), EM PERCENTUAL
           MOVE WS-ACU-ABERTURA(WS-IDX-NIVEL)   TO RREP-ABERTURA.
           MOVE WS-ACU-ADMISSAO(WS-IDX-NIVEL)   TO RREP-ADMISSOES.
           MOVE WS-ACU-DESLIG(WS-IDX-NIVEL)     TO RREP-DESLIGAMENTOS.
           MOVE WS-ACU-ENTRADA(WS-IDX-NIVEL)    TO RREP-ENTRADAS.
           MOVE WS-ACU-SAIDA(WS-IDX-NIVEL)      TO RREP-SAIDAS.
           MOVE WS-ACU-FECHAMENTO(WS-IDX-NIVEL) TO RREP-FECHAMENTO.
           MOVE WS-ACU-DESLIG-90(WS-IDX-NIVEL)  TO RREP-DESLIG-90.
           MOVE WS-ACU-ENTRADA-EMP(WS-IDX-NIVEL) TO RREP-ENTRADAS-EMP.
           MOVE WS-ACU-SAIDA-EMP(WS-IDX-NIVEL)  TO RREP-SAIDAS-EMP.
           IF WS-ACU-ABERTURA(WS-IDX-NIVEL) +
              WS-ACU-FECHAMENTO(WS-IDX-NIVEL) > ZEROES
              COMPUTE WS-PCT ROUNDED =
                  ((WS-ACU-ADMISSAO(WS-IDX-NIVEL) +
                    WS-ACU-DESLIG(WS-IDX-NIVEL)) * 100)
                  / (WS-ACU-ABERTURA(WS-IDX-NIVEL) +
                     WS-ACU-FECHAMENTO(WS-IDX-NIVEL))
                  ON SIZE ERROR
                      MOVE 9999.99 TO WS-PCT
              END-COMPUTE
           ELSE
              MOVE ZEROES TO WS-PCT
           END-IF.
           MOVE WS-PCT TO RREP-PCT.
       00035-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE EMP-MASTER-FILE.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           CLOSE ROT-REPORT-FILE.
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
           MOVE "ROTATIVIDADE"       TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-EVENTOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-OUTRA-EMP   TO AUDIT-QTDE-REJEIT.
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
      * ALERTA SE O HISTORICO OU AS TRANSFERENCIAS ENTRE EMPRESAS
      * ESTOURARAM A TABELA OU SE O TOTAL GERAL NAO FECHA, NORMAL
      * CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-ESTOURO-TAB > ZEROES OR
                 WS-TOTAL-ESTOURO-CIA > ZEROES OR
                 WS-CONFERE-FECHAM NOT = ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      * ABERTURA + ADMISSOES - DESLIGAMENTOS + ENTRADAS DE OUTRA
      * EMPRESA - SAIDAS PARA OUTRA EMPRESA TEM DE DAR O FECHAMENTO
      * (ENTRE CELULAS AS TRANSFERENCIAS SE ANULAM; ENTRE EMPRESAS SO
      * SE ANULAM QUANDO O CARTAO NAO RESTRINGE A UMA EMPRESA)
           COMPUTE WS-CONFERE-FECHAM = WS-ACU-ABERTURA(3)
                                     + WS-ACU-ADMISSAO(3)
                                     - WS-ACU-DESLIG(3)
                                     + WS-ACU-ENTRADA-EMP(3)
                                     - WS-ACU-SAIDA-EMP(3)
                                     - WS-ACU-FECHAMENTO(3).
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "EMPREGADOS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "EVENTOS OUTRA EMPRESA: " WS-TOTAL-OUTRA-EMP.
           DISPLAY "EVENTOS APURADOS.....: " WS-TOTAL-EVENTOS.
           DISPLAY "EFETIVO DE ABERTURA..: " WS-ACU-ABERTURA(3).
           DISPLAY "ADMISSOES............: " WS-ACU-ADMISSAO(3).
           DISPLAY "DESLIGAMENTOS........: " WS-ACU-DESLIG(3).
           DISPLAY "ENTRADAS OUTRA EMPR..: " WS-ACU-ENTRADA-EMP(3).
           DISPLAY "SAIDAS OUTRA EMPRESA.: " WS-ACU-SAIDA-EMP(3).
           DISPLAY "EFETIVO DE FECHAMENTO: " WS-ACU-FECHAMENTO(3).
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           IF WS-CONFERE-FECHAM NOT = ZEROES
              DISPLAY "*** ABERTURA + ADMISSOES - DESLIGAMENTOS +- "
                      "TRANSFERENCIAS ENTRE EMPRESAS NAO BATE COM O "
                      "FECHAMENTO ***"
           END-IF.
           IF WS-TOTAL-ESTOURO-TAB > ZEROES
              DISPLAY "*** HISTORICO DE LOTACAO ESTOUROU A TABELA ("
                      WS-TOTAL-ESTOURO-TAB " REGISTRO(S) IGNORADOS) "
                      "***"
           END-IF.
           IF WS-TOTAL-ESTOURO-CIA > ZEROES
              DISPLAY "*** TRANSFERENCIAS ENTRE EMPRESAS ESTOURARAM A "
                      "TABELA (" WS-TOTAL-ESTOURO-CIA " EVENTO(S) "
                      "IGNORADOS) ***"
           END-IF.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO RELATORIO DE ROTATIVIDADE".
       00050-END.
