       IDENTIFICATION      DIVISION.
       PROGRAM-ID. PONTOQRY.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Transacao online (pseudo-conversacional) do
      *                quiosque de autoatendimento, no molde do EMPINQ:
      *                o proprio empregado se identifica com a
      *                MATRICULA e o PIN pessoal do PINMAST (emitido
      *                pelo PINMNT) e ve na hora os minutos apurados
      *                dos ultimos 30 dias no historico legal PONTOHIS,
      *                o saldo do banco de horas BANCOHRS aberto por
      *                competencia com o credito que expira primeiro e
      *                os periodos de ferias aprovados no FERIASAG --
      *                as perguntas que hoje chegam ao RH por telefone.
      *                Tres falhas seguidas de PIN bloqueiam a
      *                credencial, e toda consulta, aceita ou negada,
      *                e registrada no log ACESSLOG via GRAVA-ACESSO.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Chamada a GRAVA-ACESSO passa o numero do
      *                  pedido LGPD (WS-ACS-PEDIDO, sempre em branco
      *                  nesta consulta).
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

           SELECT PIN-MASTER-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-MATRICULA
               FILE STATUS IS WS-PINMAST-STATUS.

           SELECT PONTO-HIST-FILE ASSIGN TO "PONTOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WS-PONTOHIS-STATUS.

           SELECT BANCO-MASTER-FILE ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-MATRICULA
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT FERIAS-FILE ASSIGN TO "FERIASAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  PIN-MASTER-FILE.
           COPY PINREC.

       FD  PONTO-HIST-FILE.
           COPY PHIREC.

       FD  BANCO-MASTER-FILE.
           COPY BHRREC.

       FD  FERIAS-FILE.
           COPY FERREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PINMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOHIS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-BANCOHRS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FERIASAG-STATUS   PIC X(02)   VALUE SPACES.
      * HISTORICO, BANCO E FERIAS SAO OPCIONAIS: SEM UM DELES A PARTE
      * CORRESPONDENTE DA TELA SAI COMO INDISPONIVEL
       01 WS-PONTOHIS-OK-SW    PIC X(01)   VALUE "N".
          88 WS-PONTOHIS-OK                 VALUE "S".
       01 WS-BANCOHRS-OK-SW    PIC X(01)   VALUE "N".
          88 WS-BANCOHRS-OK                 VALUE "S".
       01 WS-FERIASAG-OK-SW    PIC X(01)   VALUE "N".
          88 WS-FERIASAG-OK                 VALUE "S".
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-FIM-SW            PIC X(01)   VALUE "N".
          88 WS-FIM-CONSULTA                VALUE "S".
       01 WS-ENTRADA           PIC X(06)   VALUE SPACES.
       01 WS-PIN-DIGITADO      PIC X(06)   VALUE SPACES.
       01 WS-ACHOU-SW          PIC X(01)   VALUE "N".
          88 WS-ACHOU                       VALUE "S".
       01 WS-FIM-LEITURA-SW    PIC X(01)   VALUE "N".
          88 WS-FIM-LEITURA                 VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * JANELA DOS ULTIMOS 30 DIAS (HOJE INCLUSIVE): O INICIO E O
      * PRIMEIRO DIA DE DOIS MESES ATRAS MAIS O EXCESSO SOBRE 29
      * DIAS, PELA DATEUTIL (A SOMA NAO ACEITA DIAS NEGATIVOS)
       01 WS-DATA-INI          PIC 9(08)   VALUE ZEROES.
       01 WS-BASE.
          03 WS-BASE-ANO       PIC 9(04)   VALUE ZEROES.
          03 WS-BASE-MES       PIC 9(02)   VALUE ZEROES.
          03 WS-BASE-DIA       PIC 9(02)   VALUE 01.
       01 WS-BASE-NUM REDEFINES WS-BASE PIC 9(08).
       01 WS-MINUTOS-ED        PIC +9(04)  VALUE ZEROES.
       01 WS-TOT-MINUTOS       PIC S9(06)  VALUE ZEROES.
       01 WS-TOT-MINUTOS-ED    PIC +9(06)  VALUE ZEROES.
       01 WS-QTDE-DIAS         PIC 9(02)   VALUE ZEROES.
       01 WS-QTDE-FERIAS       PIC 9(02)   VALUE ZEROES.
      * FAIXAS DO BANCO EM ORDEM DE COMPETENCIA (MESES CORRIDOS
      * ANO*12+MES, COMO NO BANCOHORAS): A PRIMEIRA FAIXA COM SALDO E
      * A QUE EXPIRA PRIMEIRO, NO FECHAMENTO DA COMPETENCIA + 6 MESES
       01 WS-IDX-FX            PIC 9(01)   VALUE ZEROES.
       01 WS-IDX-PROX          PIC 9(01)   VALUE ZEROES.
       01 WS-FX-ANO            PIC 9(04)   VALUE ZEROES.
       01 WS-FX-MES            PIC 9(02)   VALUE ZEROES.
       01 WS-FX-MESES          PIC 9(06)   VALUE ZEROES.
       01 WS-ULT-MESES         PIC 9(06)   VALUE ZEROES.
       01 WS-PROX-MESES        PIC 9(06)   VALUE ZEROES.
       01 WS-QTDE-FAIXAS       PIC 9(01)   VALUE ZEROES.
       01 WS-EXP-MESES         PIC 9(06)   VALUE ZEROES.
       01 WS-EXP-ANO           PIC 9(04)   VALUE ZEROES.
       01 WS-EXP-MES           PIC 9(02)   VALUE ZEROES.
       01 WS-VENCE-PRIMEIRO    PIC X(20)   VALUE SPACES.
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * CAMPOS DA CHAMADA A GRAVA-ACESSO (LOG LGPD DE CONSULTAS); NO
      * QUIOSQUE NAO HA OPERADOR: O PROPRIO EMPREGADO CONSULTA
       01 WS-ACS-PROGRAMA      PIC X(10)   VALUE "PONTOQRY".
       01 WS-OPERADOR          PIC X(08)   VALUE "QUIOSQUE".
       01 WS-ACS-CHAVE         PIC X(11)   VALUE SPACES.
       01 WS-ACS-TIPO          PIC X(01)   VALUE "M".
       01 WS-ACS-RESULTADO     PIC X(01)   VALUE SPACES.
       01 WS-ACS-PEDIDO        PIC X(10)   VALUE SPACES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-FIM-CONSULTA
           END-IF.
           PERFORM 00030-FIM.
           STOP RUN.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00011-CALCULA-JANELA.
           DISPLAY " ".
           DISPLAY "QUIOSQUE DE AUTOATENDIMENTO - PONTO, BANCO DE "
                   "HORAS E FERIAS".
           DISPLAY "DIGITE A MATRICULA (6 DIGITOS) E O PIN, OU 'FIM' "
                   "PARA ENCERRAR.".

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - QUIOSQUE INDISPONIVEL ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN I-O PIN-MASTER-FILE
              IF WS-PINMAST-STATUS NOT = "00"
                 DISPLAY "*** PINMAST NAO ABRIU (STATUS "
                         WS-PINMAST-STATUS ") - QUIOSQUE "
                         "INDISPONIVEL ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE EMP-MASTER-FILE
              END-IF
           END-IF.
           IF NOT WS-ABORT
              OPEN INPUT PONTO-HIST-FILE
              IF WS-PONTOHIS-STATUS = "00"
                 MOVE "S" TO WS-PONTOHIS-OK-SW
              END-IF
              OPEN INPUT BANCO-MASTER-FILE
              IF WS-BANCOHRS-STATUS = "00"
                 MOVE "S" TO WS-BANCOHRS-OK-SW
              END-IF
              OPEN INPUT FERIAS-FILE
              IF WS-FERIASAG-STATUS = "00"
                 MOVE "S" TO WS-FERIASAG-OK-SW
              END-IF
           END-IF.
       00010-END.
      *
       00011-CALCULA-JANELA SECTION.
      * INICIO DA JANELA = HOJE - 29 DIAS: BASE NO DIA 1 DE DOIS
      * MESES ATRAS (SEMPRE 59 DIAS OU MAIS ANTES DE HOJE) E SOMA DA
      * DIFERENCA MENOS 29
           IF MES > 2
              MOVE ANO TO WS-BASE-ANO
              COMPUTE WS-BASE-MES = MES - 2
           ELSE
              COMPUTE WS-BASE-ANO = ANO - 1
              COMPUTE WS-BASE-MES = MES + 10
           END-IF.
           MOVE "D"           TO WS-DU-OPERACAO.
           MOVE DATA-HOJE-NUM TO WS-DU-DATA-1.
           MOVE WS-BASE-NUM   TO WS-DU-DATA-2.
           PERFORM 00012-CHAMA-DATEUTIL.
           SUBTRACT 29 FROM WS-DU-DIAS.
           MOVE "A"           TO WS-DU-OPERACAO.
           MOVE WS-BASE-NUM   TO WS-DU-DATA-1.
           PERFORM 00012-CHAMA-DATEUTIL.
           MOVE WS-DU-RESULTADO TO WS-DATA-INI.
       00011-END.
      *
       00012-CHAMA-DATEUTIL SECTION.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-DU-DATA-1
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
       00012-END.
      *
       00020-PROCESSO      SECTION.
      * UM "PSEUDO-CONVERSE": PEDE MATRICULA E PIN, CONFERE A
      * CREDENCIAL E MOSTRA A TELA NA HORA, DEVOLVENDO O CONTROLE
      * PARA O PROXIMO EMPREGADO
           DISPLAY " ".
           DISPLAY "MATRICULA: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA FROM CONSOLE.

           IF WS-ENTRADA = "FIM" OR WS-ENTRADA = SPACES
              MOVE "S" TO WS-FIM-SW
           ELSE
              DISPLAY "PIN......: " WITH NO ADVANCING
              MOVE SPACES TO WS-PIN-DIGITADO
              ACCEPT WS-PIN-DIGITADO FROM CONSOLE
              PERFORM 00021-CONFERE-CREDENCIAL
              PERFORM 00026-GRAVA-ACESSO
              IF WS-ACHOU
                 PERFORM 00022-MOSTRA-CABECALHO
                 PERFORM 00023-MOSTRA-PONTO
                 PERFORM 00024-MOSTRA-BANCO
                 PERFORM 00025-MOSTRA-FERIAS
              END-IF
           END-IF.
       00020-END.
      *
       00021-CONFERE-CREDENCIAL SECTION.
      * MATRICULA ATIVA NO EMPMAST E PIN CONFERIDO NO PINMAST; A
      * MENSAGEM DE RECUSA E A MESMA PARA MATRICULA E PIN, PARA O
      * QUIOSQUE NAO REVELAR QUAIS MATRICULAS EXISTEM. A 3A FALHA
      * SEGUIDA DE PIN BLOQUEIA A CREDENCIAL NO PROPRIO MESTRE
           MOVE "N" TO WS-ACHOU-SW.
           IF WS-ENTRADA IS NUMERIC
              MOVE WS-ENTRADA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF NOT EMP-DESLIGADO
                         MOVE "S" TO WS-ACHOU-SW
                      END-IF
              END-READ
           END-IF.
           IF WS-ACHOU
              MOVE "N" TO WS-ACHOU-SW
              MOVE WS-ENTRADA TO PIN-MATRICULA
              READ PIN-MASTER-FILE
                  INVALID KEY
                      DISPLAY "*** MATRICULA OU PIN NAO CONFEREM ***"
                  NOT INVALID KEY
                      PERFORM 00021A-CONFERE-PIN
              END-READ
           ELSE
              DISPLAY "*** MATRICULA OU PIN NAO CONFEREM ***"
           END-IF.
       00021-END.
      *
       00021A-CONFERE-PIN  SECTION.
           EVALUATE TRUE
               WHEN PIN-ESTA-BLOQUEADO
                   DISPLAY "*** CREDENCIAL BLOQUEADA - PROCURAR O "
                           "RH PARA UM PIN NOVO ***"
               WHEN PIN-SENHA NOT = WS-PIN-DIGITADO
                   DISPLAY "*** MATRICULA OU PIN NAO CONFEREM ***"
                   ADD 1 TO PIN-FALHAS
                   IF PIN-FALHAS >= 3
                      MOVE "S" TO PIN-BLOQUEADO
                      DISPLAY "*** 3 FALHAS SEGUIDAS - CREDENCIAL "
                              "BLOQUEADA ***"
                   END-IF
                   REWRITE PIN-REC
               WHEN OTHER
                   MOVE ZEROES        TO PIN-FALHAS
                   MOVE DATA-HOJE-NUM TO PIN-DATA-ULT-USO
                   REWRITE PIN-REC
                   MOVE "S" TO WS-ACHOU-SW
           END-EVALUATE.
       00021A-END.
      *
       00022-MOSTRA-CABECALHO SECTION.
           DISPLAY " ".
           DISPLAY "MATRICULA: " EMP-MATRICULA "  " EMP-NOME.
       00022-END.
      *
       00023-MOSTRA-PONTO  SECTION.
      * MINUTOS APURADOS POR DIA NA JANELA DOS ULTIMOS 30 DIAS, DO
      * HISTORICO LEGAL (DIA NEGATIVO = BATIDA SEM SAIDA)
           DISPLAY " ".
           DISPLAY "PONTO DE " WS-DATA-INI " A " DATA-HOJE-NUM
                   " (MINUTOS POR DIA)".
           IF NOT WS-PONTOHIS-OK
              DISPLAY "   HISTORICO DE PONTO INDISPONIVEL NO MOMENTO"
           ELSE
              MOVE ZEROES TO WS-TOT-MINUTOS
              MOVE ZEROES TO WS-QTDE-DIAS
              MOVE "N"    TO WS-FIM-LEITURA-SW
              MOVE EMP-MATRICULA TO PHI-MATRICULA
              MOVE WS-DATA-INI   TO PHI-DATA
              START PONTO-HIST-FILE KEY >= PHI-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-LEITURA-SW
              END-START
              PERFORM 00023A-LE-DIA UNTIL WS-FIM-LEITURA
              IF WS-QTDE-DIAS = ZEROES
                 DISPLAY "   NENHUM DIA APURADO NO PERIODO"
              ELSE
                 MOVE WS-TOT-MINUTOS TO WS-TOT-MINUTOS-ED
                 DISPLAY "   TOTAL DE " WS-QTDE-DIAS " DIAS: "
                         WS-TOT-MINUTOS-ED " MINUTOS"
              END-IF
           END-IF.
       00023-END.
      *
       00023A-LE-DIA       SECTION.
           READ PONTO-HIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LEITURA-SW
           END-READ.
           IF NOT WS-FIM-LEITURA
              IF PHI-MATRICULA NOT = EMP-MATRICULA OR
                 PHI-DATA > DATA-HOJE-NUM
                 MOVE "S" TO WS-FIM-LEITURA-SW
              ELSE
                 MOVE PHI-MINUTOS TO WS-MINUTOS-ED
                 DISPLAY "   DIA " PHI-DATA "  MINUTOS "
                         WS-MINUTOS-ED
                 ADD PHI-MINUTOS TO WS-TOT-MINUTOS
                 ADD 1 TO WS-QTDE-DIAS
              END-IF
           END-IF.
       00023A-END.
      *
       00024-MOSTRA-BANCO  SECTION.
      * SALDO DO BANCO DE HORAS ABERTO POR COMPETENCIA, DA MAIS
      * ANTIGA PARA A MAIS NOVA, COM O MES EM QUE CADA CREDITO EXPIRA
           DISPLAY " ".
           DISPLAY "BANCO DE HORAS (SALDO EM MINUTOS POR COMPETENCIA)".
           IF NOT WS-BANCOHRS-OK
              DISPLAY "   BANCO DE HORAS INDISPONIVEL NO MOMENTO"
           ELSE
              MOVE EMP-MATRICULA TO BHR-MATRICULA
              READ BANCO-MASTER-FILE
                  INVALID KEY
                      DISPLAY "   SEM SALDO NO BANCO DE HORAS"
                  NOT INVALID KEY
                      DISPLAY "   SALDO TOTAL: " BHR-SALDO-MIN
                              " MINUTOS"
                      MOVE ZEROES TO WS-ULT-MESES
                      MOVE ZEROES TO WS-QTDE-FAIXAS
                      MOVE SPACES TO WS-VENCE-PRIMEIRO
                      PERFORM 00024A-MOSTRA-PROXIMA-FAIXA 6 TIMES
                      IF WS-QTDE-FAIXAS > ZEROES
                         DISPLAY "   CREDITO QUE EXPIRA PRIMEIRO: "
                                 WS-VENCE-PRIMEIRO
                      END-IF
              END-READ
           END-IF.
       00024-END.
      *
       00024A-MOSTRA-PROXIMA-FAIXA SECTION.
      * A PROXIMA FAIXA COM SALDO, EM ORDEM DE COMPETENCIA, DEPOIS DA
      * ULTIMA MOSTRADA
           MOVE ZEROES TO WS-IDX-PROX.
           MOVE 999999 TO WS-PROX-MESES.
           PERFORM 00024B-PROCURA-FAIXA
              VARYING WS-IDX-FX FROM 1 BY 1 UNTIL WS-IDX-FX > 6.
           IF WS-IDX-PROX > ZEROES
              MOVE WS-PROX-MESES TO WS-ULT-MESES
              ADD 1 TO WS-QTDE-FAIXAS
              COMPUTE WS-EXP-MESES = WS-PROX-MESES + 6
              DIVIDE WS-EXP-MESES BY 12
                  GIVING WS-EXP-ANO REMAINDER WS-EXP-MES
              IF WS-EXP-MES = ZEROES
                 MOVE 12 TO WS-EXP-MES
                 SUBTRACT 1 FROM WS-EXP-ANO
              END-IF
              DIVIDE BHR-FX-ANO-MES(WS-IDX-PROX) BY 100
                  GIVING WS-FX-ANO REMAINDER WS-FX-MES
              DISPLAY "   COMPETENCIA " WS-FX-MES "/" WS-FX-ANO
                      "  SALDO " BHR-FX-SALDO(WS-IDX-PROX)
                      "  EXPIRA NO FECHAMENTO DE " WS-EXP-MES "/"
                      WS-EXP-ANO
              IF WS-QTDE-FAIXAS = 1
                 STRING BHR-FX-SALDO(WS-IDX-PROX) " EM "
                        WS-EXP-MES "/" WS-EXP-ANO
                        DELIMITED BY SIZE INTO WS-VENCE-PRIMEIRO
                 END-STRING
              END-IF
           END-IF.
       00024A-END.
      *
       00024B-PROCURA-FAIXA SECTION.
           IF BHR-FX-SALDO(WS-IDX-FX) > ZEROES
              DIVIDE BHR-FX-ANO-MES(WS-IDX-FX) BY 100
                  GIVING WS-FX-ANO REMAINDER WS-FX-MES
              COMPUTE WS-FX-MESES = (WS-FX-ANO * 12) + WS-FX-MES
              IF WS-FX-MESES > WS-ULT-MESES AND
                 WS-FX-MESES < WS-PROX-MESES
                 MOVE WS-FX-MESES TO WS-PROX-MESES
                 MOVE WS-IDX-FX   TO WS-IDX-PROX
              END-IF
           END-IF.
       00024B-END.
      *
       00025-MOSTRA-FERIAS SECTION.
      * PERIODOS DE FERIAS APROVADOS DA MATRICULA NO FERIASAG
           DISPLAY " ".
           DISPLAY "FERIAS APROVADAS".
           IF NOT WS-FERIASAG-OK
              DISPLAY "   PROGRAMACAO DE FERIAS INDISPONIVEL NO "
                      "MOMENTO"
           ELSE
              MOVE ZEROES TO WS-QTDE-FERIAS
              MOVE "N"    TO WS-FIM-LEITURA-SW
              MOVE EMP-MATRICULA TO FER-MATRICULA
              MOVE ZEROES        TO FER-DATA-INI
              START FERIAS-FILE KEY >= FER-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-LEITURA-SW
              END-START
              PERFORM 00025A-LE-FERIAS UNTIL WS-FIM-LEITURA
              IF WS-QTDE-FERIAS = ZEROES
                 DISPLAY "   NENHUM PERIODO APROVADO"
              END-IF
           END-IF.
       00025-END.
      *
       00025A-LE-FERIAS    SECTION.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LEITURA-SW
           END-READ.
           IF NOT WS-FIM-LEITURA
              IF FER-MATRICULA NOT = EMP-MATRICULA
                 MOVE "S" TO WS-FIM-LEITURA-SW
              ELSE
                 IF FER-APROVADA
                    DISPLAY "   DE " FER-DATA-INI " A " FER-DATA-FIM
                    ADD 1 TO WS-QTDE-FERIAS
                 END-IF
              END-IF
           END-IF.
       00025A-END.
      *
       00026-GRAVA-ACESSO  SECTION.
      * GRAVA A CONSULTA (ACEITA OU NEGADA) NO LOG DE ACESSO LGPD
           MOVE WS-ENTRADA TO WS-ACS-CHAVE.
           IF WS-ACHOU
              MOVE "E" TO WS-ACS-RESULTADO
           ELSE
              MOVE "N" TO WS-ACS-RESULTADO
           END-IF.
           CALL "GRAVA-ACESSO" USING WS-ACS-PROGRAMA WS-OPERADOR
                                      WS-ACS-CHAVE WS-ACS-TIPO
                                      WS-ACS-RESULTADO WS-ACS-PEDIDO
           END-CALL.
       00026-END.
      *
       00030-FIM           SECTION.
      *
           IF NOT WS-ABORT
              CLOSE EMP-MASTER-FILE
              CLOSE PIN-MASTER-FILE
              IF WS-PONTOHIS-OK
                 CLOSE PONTO-HIST-FILE
              END-IF
              IF WS-BANCOHRS-OK
                 CLOSE BANCO-MASTER-FILE
              END-IF
              IF WS-FERIASAG-OK
                 CLOSE FERIAS-FILE
              END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DO QUIOSQUE DE AUTOATENDIMENTO".
       00030-END.
