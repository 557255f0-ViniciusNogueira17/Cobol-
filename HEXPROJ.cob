       IDENTIFICATION      DIVISION.
       PROGRAM-ID. HEXPROJ.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Projecao diaria da hora extra do mes: le o
      *                acumulador PONTOMES do mes corrente (o mes da
      *                data de referencia, default hoje) e, para cada
      *                matricula ativa, projeta os minutos extras do
      *                fim do mes pelo ritmo diario ate agora (minutos
      *                extras / dias apontados) vezes os dias uteis que
      *                ainda faltam no mes (DATEUTIL, fim de semana e
      *                feriado do CALMAST). Lista, por celula SETOR/
      *                DEPTO/SERVIDOR com o nome por extenso (ORGMAST)
      *                e o nome do gestor responsavel (GERMAST), os
      *                empregados projetados para passar o teto mensal
      *                do FECHAMENSAL ou o limite do saldo do banco de
      *                horas (BANCOHRS + extra projetada), com o atual,
      *                o projetado e o teto, enquanto o gestor ainda
      *                pode redistribuir o servico. Havendo empregado
      *                projetado acima, a rodada termina em alerta.
      *                Celula, nome e situacao vem da foto diaria
      *                EMPSNAP (conferida pela CONFERE-FOTO), casada em
      *                ordem de matricula com o PONTOMES; o EMPMAST so
      *                e lido para o nome do gestor da celula.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Celula e situacao da foto EMPSNAP em vez de
      *                  leitura aleatoria do EMPMAST por matricula.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PONTO-MES-FILE ASSIGN TO "PONTOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT GESTOR-FILE ASSIGN TO "GERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS WS-GERMAST-STATUS.

           SELECT BANCO-MASTER-FILE ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-MATRICULA
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT HEXP-SORT-WORK ASSIGN TO "HEXPSRTW".

           SELECT HEXP-REPORT-FILE ASSIGN TO "HEXPREL"
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
       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  SNAP-FILE.
           COPY SNPREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  GESTOR-FILE.
           COPY GERREC.

       FD  BANCO-MASTER-FILE.
           COPY BHRREC.

       SD  HEXP-SORT-WORK.
       01  HEXP-SORT-REC.
           03 HEXP-SORT-SETOR       PIC 9(01).
           03 HEXP-SORT-DEPTO       PIC 9(01).
           03 HEXP-SORT-SERVIDOR    PIC 9(01).
           03 HEXP-SORT-MATRICULA   PIC 9(06).
           03 HEXP-SORT-NOME        PIC X(40).
           03 HEXP-SORT-MIN-ATUAL   PIC 9(06).
           03 HEXP-SORT-MIN-PROJ    PIC 9(06).
           03 HEXP-SORT-BANCO-PROJ  PIC 9(07).
           03 HEXP-SORT-MARCA       PIC X(05).

       FD  HEXP-REPORT-FILE.
       01  HEXP-REP-REC.
           03 PREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-SETOR           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 PREP-DEPTO           PIC 9(01).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 PREP-SERVIDOR        PIC 9(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-MIN-ATUAL       PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-MIN-PROJ        PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-TETO            PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-BANCO-PROJ      PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-LIMITE-BANCO    PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-MARCA           PIC X(05).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
      * FOTO DIARIA CASADA EM ORDEM DE MATRICULA COM O PONTOMES
       01 WS-SNP-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SNP-EOF                     VALUE "Y".
       01 WS-SNP-ACHOU-SW      PIC X(01)   VALUE "N".
          88 WS-SNP-ACHOU                   VALUE "S".
       01 WS-SNP-CHAVE         PIC 9(06)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-FOTO
       01 WS-CF-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CF-DATA-FOTO      PIC 9(08)   VALUE ZEROES.
       01 WS-CF-QTDE           PIC 9(09)   VALUE ZEROES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-GERMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-BANCOHRS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "HEXPROJ".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-PTM-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-PTM-EOF                     VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
      * PONTOMES E EMPSNAP SAO OBRIGATORIOS (SEM A FOTO NAO HA
      * CELULA NEM SITUACAO). EMPMAST, ORGMAST, GERMAST E BANCOHRS SAO
      * OPCIONAIS: SEM ELES O GESTOR SAI SEM NOME, A CELULA SEM NOME
      * OU SEM GESTOR, E O LIMITE DO BANCO DE HORAS NAO E CONFERIDO
       01 WS-EMPMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-EMPMAST-OK                  VALUE "S".
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01 WS-GERMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-GERMAST-OK                  VALUE "S".
       01 WS-BANCOHRS-OK-SW    PIC X(01)   VALUE "N".
          88 WS-BANCOHRS-OK                 VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * DATA DE REFERENCIA DA PROJECAO: HOJE, OU A CTL-DATA-INI DO
      * SYSIN PARA REFAZER A PROJECAO DE UM DIA ANTERIOR. O MES
      * PROJETADO E O MES DESSA DATA
       01 WS-DATA-REF.
          03 WS-REF-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-REF-MES        PIC 9(02)   VALUE ZEROES.
          03 WS-REF-DIA        PIC 9(02)   VALUE ZEROES.
       01 WS-DATA-REF-NUM REDEFINES WS-DATA-REF PIC 9(08).
       01 WS-MES-INICIO.
          03 WS-MI-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MI-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MI-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-INICIO-NUM REDEFINES WS-MES-INICIO PIC 9(08).
       01 WS-MES-SEGUINTE.
          03 WS-MS-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MS-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MS-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-SEGUINTE-NUM REDEFINES WS-MES-SEGUINTE PIC 9(08).
       01 WS-DIAS-NO-MES       PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-DIA           PIC 9(02)   VALUE ZEROES.
      * DIAS UTEIS DO MES ATE A DATA DE REFERENCIA (INCLUSIVE) E
      * DEPOIS DELA, PELA DATEUTIL
       01 WS-UTEIS-DECORRIDOS  PIC 9(02)   VALUE ZEROES.
       01 WS-UTEIS-RESTANTES   PIC 9(02)   VALUE ZEROES.
      * TETO LEGAL DE MINUTOS EXTRAS NO MES (O MESMO DO FECHAMENSAL:
      * 2H/DIA EM ATE 22 DIAS UTEIS = 2640 MINUTOS), SOBREPONIVEL PELO
      * SYSIN (CTL-TETO-EXTRA-MES)
       01 WS-TETO-EXTRA        PIC 9(04)   VALUE 2640.
      * LIMITE DO SALDO DO BANCO DE HORAS PELO ACORDO COLETIVO (120
      * HORAS = 7200 MINUTOS): SALDO ATUAL DO BANCOHRS MAIS A EXTRA
      * PROJETADA DO MES ACIMA DELE E SINALIZADO
       01 WS-LIMITE-BANCO      PIC 9(07)   VALUE 7200.
       01 WS-EMPRESA           PIC 9(02)   VALUE ZEROES.
       01 WS-MIN-PROJETADO     PIC 9(06)   VALUE ZEROES.
       01 WS-BANCO-PROJETADO   PIC 9(07)   VALUE ZEROES.
       01 WS-ACIMA-TETO-SW     PIC X(01)   VALUE "N".
          88 WS-ACIMA-TETO                  VALUE "S".
       01 WS-ACIMA-BANCO-SW    PIC X(01)   VALUE "N".
          88 WS-ACIMA-BANCO                 VALUE "S".
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
       01 WS-CEL-QTDE          PIC 9(05)   VALUE ZEROES.
       01 WS-CEL-MINUTOS       PIC 9(07)   VALUE ZEROES.
       01 WS-GESTOR-RESP       PIC 9(06)   VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "HEXPREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "HEXPROJ".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-NO-MES      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PROJETADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-FOTO    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SINALIZADOS PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ACIMA-TETO  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ACIMA-BANCO PIC 9(07)   VALUE ZEROES.
       01 WS-MIN-SINALIZADOS   PIC 9(09)   VALUE ZEROES.
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
      * PONTOMES QUE NAO ABRE OU FOTO QUE NAO CONFERE ABORTA O PASSO;
      * OS MESTRES SAO OPCIONAIS
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-NUM TO WS-DATA-REF-NUM.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           DISPLAY " ".
           DISPLAY "INICIO DA PROJECAO DE HORA EXTRA DO MES - "
                   WS-DATA-REF-NUM.
           PERFORM 00012-CONTA-DIAS-UTEIS.
           DISPLAY "DIAS UTEIS DECORRIDOS: " WS-UTEIS-DECORRIDOS
                   " RESTANTES: " WS-UTEIS-RESTANTES
                   " TETO DO MES: " WS-TETO-EXTRA.

           OPEN INPUT PONTO-MES-FILE.
           IF WS-PONTOMES-STATUS NOT = "00"
              DISPLAY "*** PONTOMES NAO ABRIU (STATUS "
                      WS-PONTOMES-STATUS ") - PASSO ABORTADO ***"
              MOVE "PONTOMES" TO WS-INC-ARQUIVO
              MOVE WS-PONTOMES-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              PERFORM 00016-ABRE-FOTO
              IF WS-ABORT
                 CLOSE PONTO-MES-FILE
              END-IF
           END-IF.
           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS = "00"
                 MOVE "S" TO WS-EMPMAST-OK-SW
              END-IF
              OPEN INPUT ORGMAST-FILE
              IF WS-ORGMAST-STATUS = "00"
                 MOVE "S" TO WS-ORGMAST-OK-SW
              END-IF
              OPEN INPUT GESTOR-FILE
              IF WS-GERMAST-STATUS = "00"
                 MOVE "S" TO WS-GERMAST-OK-SW
              END-IF
              OPEN INPUT BANCO-MASTER-FILE
              IF WS-BANCOHRS-STATUS = "00"
                 MOVE "S" TO WS-BANCOHRS-OK-SW
              ELSE
                 DISPLAY "BANCOHRS NAO ABRIU (STATUS "
                         WS-BANCOHRS-STATUS
                         ") - LIMITE DO BANCO NAO CONFERIDO"
              END-IF
              OPEN OUTPUT HEXP-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O TETO
      * DE MINUTOS EXTRAS, A DATA DE REFERENCIA E/OU A EMPRESA; SEM
      * SYSIN, OU COM O CAMPO ZERADO, VALEM O TETO DEFAULT, HOJE E
      * TODAS AS EMPRESAS
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-TETO-EXTRA-MES NUMERIC AND
                         CTL-TETO-EXTRA-MES > ZEROES
                         MOVE CTL-TETO-EXTRA-MES TO WS-TETO-EXTRA
                      END-IF
                      IF CTL-DATA-INI NUMERIC AND
                         CTL-DATA-INI > ZEROES
                         MOVE CTL-DATA-INI TO WS-DATA-REF-NUM
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
       00012-CONTA-DIAS-UTEIS SECTION.
      * QUANTIDADE DE DIAS DO MES PELA DIFERENCA ENTRE O PRIMEIRO DIA
      * DO MES SEGUINTE E O PRIMEIRO DO MES DE REFERENCIA; DEPOIS
      * CLASSIFICA CADA DIA UTIL COMO DECORRIDO OU RESTANTE
           MOVE WS-REF-ANO TO WS-MI-ANO WS-MS-ANO.
           MOVE WS-REF-MES TO WS-MI-MES.
           IF WS-REF-MES = 12
              ADD 1 TO WS-MS-ANO
              MOVE 01 TO WS-MS-MES
           ELSE
              COMPUTE WS-MS-MES = WS-REF-MES + 1
           END-IF.
           MOVE "D"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-SEGUINTE-NUM TO WS-DU-DATA-1.
           MOVE WS-MES-INICIO-NUM   TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE WS-DU-DIAS          TO WS-DIAS-NO-MES.
           MOVE ZEROES TO WS-UTEIS-DECORRIDOS WS-UTEIS-RESTANTES.
           PERFORM 00013-CLASSIFICA-DIA
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-DIAS-NO-MES.
       00012-END.
      *
       00013-CLASSIFICA-DIA SECTION.
           MOVE "U"             TO WS-DU-OPERACAO.
           COMPUTE WS-DU-DATA-1 = WS-MES-INICIO-NUM + WS-IDX-DIA - 1.
           PERFORM 00014-CHAMA-DATEUTIL.
           IF WS-DU-STATUS = "00" AND WS-DU-UTIL-SW = "S"
              IF WS-IDX-DIA > WS-REF-DIA
                 ADD 1 TO WS-UTEIS-RESTANTES
              ELSE
                 ADD 1 TO WS-UTEIS-DECORRIDOS
              END-IF
           END-IF.
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
       00015-ABORTA        SECTION.
      * REGISTRA O INCIDENTE DO ARQUIVO QUE NAO ABRIU E MARCA O PASSO
      * PARA TERMINAR SEM PROCESSAR
           MOVE "S" TO WS-ABORT-SW.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS
                                         WS-INC-RC
           END-CALL.
       00015-END.
      *
       00016-ABRE-FOTO     SECTION.
      * CONFERE A FOTO DIARIA DOS EMPREGADOS PELA CONFERE-FOTO, ABRE E
      * POSICIONA NO PRIMEIRO EMPREGADO (DEPOIS DO CABECALHO)
           CALL "CONFERE-FOTO" USING WS-CF-STATUS WS-CF-DATA-FOTO
                                      WS-CF-QTDE
           END-CALL.
           IF WS-CF-STATUS = "00"
              OPEN INPUT SNAP-FILE
              MOVE WS-EMPSNAP-STATUS TO WS-CF-STATUS
           END-IF.
           IF WS-CF-STATUS NOT = "00"
              DISPLAY "*** EMPSNAP NAO CONFERE (STATUS "
                      WS-CF-STATUS ") - PASSO RECUSADO ***"
              MOVE "EMPSNAP" TO WS-INC-ARQUIVO
              MOVE WS-CF-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              PERFORM 00023B-LE-FOTO
              PERFORM 00023B-LE-FOTO
           END-IF.
       00016-END.
      *
       00020-PROCESSO      SECTION.
      * PROJETA CADA MATRICULA DO MES E IMPRIME OS SINALIZADOS
      * ORDENADOS POR CELULA E MATRICULA
           SORT HEXP-SORT-WORK
               ON ASCENDING KEY HEXP-SORT-SETOR
                                HEXP-SORT-DEPTO
                                HEXP-SORT-SERVIDOR
                                HEXP-SORT-MATRICULA
               INPUT PROCEDURE 00021-PROJETA-MES
               OUTPUT PROCEDURE 00030-IMPRIME-CELULAS.
           IF NOT WS-PRIMEIRA-CELULA
              PERFORM 00034-SUBTOTAL-CELULA
           END-IF.
           PERFORM 00035-TOTAL-GERAL.
       00020-END.
      *
       00021-PROJETA-MES   SECTION.
           MOVE "N" TO WS-PTM-EOF-SW.
           PERFORM 00022-LE-ACUMULADO.
           PERFORM 00023-PROJETA-UM UNTIL WS-PTM-EOF.
       00021-END.
      *
       00022-LE-ACUMULADO  SECTION.
           READ PONTO-MES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-PROJETA-UM    SECTION.
      * SO O ACUMULADO DO MES DE REFERENCIA (E DA EMPRESA DO CARTAO,
      * SE HOUVER) DE EMPREGADO ATIVO NA FOTO ENTRA NA PROJECAO;
      * MATRICULA FORA DA FOTO CONTA COMO NAO ATIVA
           IF PTM-ANO = WS-REF-ANO AND PTM-MES = WS-REF-MES AND
              (WS-EMPRESA = ZEROES OR PTM-EMPRESA = WS-EMPRESA)
              ADD 1 TO WS-TOTAL-NO-MES
              MOVE PTM-MATRICULA TO WS-SNP-CHAVE
              PERFORM 00023A-POSICIONA-FOTO
              IF NOT WS-SNP-ACHOU
                 ADD 1 TO WS-TOTAL-SEM-FOTO
              ELSE
                 IF SNP-ATIVO
                    PERFORM 00024-CALCULA-PROJECAO
                 END-IF
              END-IF
           END-IF.
           PERFORM 00022-LE-ACUMULADO.
       00023-END.
      *
       00023A-POSICIONA-FOTO SECTION.
      * AVANCA A FOTO ATE A MATRICULA PEDIDA; O PONTOMES VEM EM ORDEM
      * DE MATRICULA, ENTAO A FOTO NUNCA PRECISA VOLTAR
           PERFORM 00023B-LE-FOTO
              UNTIL WS-SNP-EOF OR SNP-MATRICULA NOT < WS-SNP-CHAVE.
           IF NOT WS-SNP-EOF AND SNP-MATRICULA = WS-SNP-CHAVE
              MOVE "S" TO WS-SNP-ACHOU-SW
           ELSE
              MOVE "N" TO WS-SNP-ACHOU-SW
           END-IF.
       00023A-END.
      *
       00023B-LE-FOTO      SECTION.
      * LE O PROXIMO REGISTRO DA FOTO; O TRAILER ENCERRA
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-SNP-EOF-SW
               NOT AT END
                   IF SNP-TRAILER
                      MOVE "Y" TO WS-SNP-EOF-SW
                   END-IF
           END-READ.
       00023B-END.
      *
       00024-CALCULA-PROJECAO SECTION.
      * RITMO DIARIO = MINUTOS EXTRAS / DIAS APONTADOS NO MES; O
      * PROJETADO SOMA AO ATUAL O RITMO VEZES OS DIAS UTEIS QUE FALTAM
           ADD 1 TO WS-TOTAL-PROJETADOS.
           MOVE PTM-MIN-EXTRA TO WS-MIN-PROJETADO.
           IF PTM-QTDE-DIAS > ZEROES
              COMPUTE WS-MIN-PROJETADO ROUNDED =
                      PTM-MIN-EXTRA + PTM-MIN-EXTRA *
                      WS-UTEIS-RESTANTES / PTM-QTDE-DIAS
                  ON SIZE ERROR
                      MOVE 999999 TO WS-MIN-PROJETADO
              END-COMPUTE
           END-IF.
           MOVE "N" TO WS-ACIMA-TETO-SW WS-ACIMA-BANCO-SW.
           MOVE ZEROES TO WS-BANCO-PROJETADO.
           IF WS-MIN-PROJETADO > WS-TETO-EXTRA
              MOVE "S" TO WS-ACIMA-TETO-SW
              ADD 1 TO WS-TOTAL-ACIMA-TETO
           END-IF.
           IF WS-BANCOHRS-OK
              MOVE PTM-MATRICULA TO BHR-MATRICULA
              READ BANCO-MASTER-FILE
                  INVALID KEY
                      MOVE ZEROES TO BHR-SALDO-MIN
              END-READ
              COMPUTE WS-BANCO-PROJETADO =
                      BHR-SALDO-MIN + WS-MIN-PROJETADO
                  ON SIZE ERROR
                      MOVE 9999999 TO WS-BANCO-PROJETADO
              END-COMPUTE
              IF WS-BANCO-PROJETADO > WS-LIMITE-BANCO
                 MOVE "S" TO WS-ACIMA-BANCO-SW
                 ADD 1 TO WS-TOTAL-ACIMA-BANCO
              END-IF
           END-IF.
           IF WS-ACIMA-TETO OR WS-ACIMA-BANCO
              PERFORM 00025-LIBERA-SINALIZADO
           END-IF.
       00024-END.
      *
       00025-LIBERA-SINALIZADO SECTION.
           MOVE SNP-SETOR          TO HEXP-SORT-SETOR.
           MOVE SNP-DEPTO          TO HEXP-SORT-DEPTO.
           MOVE SNP-SERVIDOR-IDX   TO HEXP-SORT-SERVIDOR.
           MOVE PTM-MATRICULA      TO HEXP-SORT-MATRICULA.
           MOVE SNP-NOME           TO HEXP-SORT-NOME.
           MOVE PTM-MIN-EXTRA      TO HEXP-SORT-MIN-ATUAL.
           MOVE WS-MIN-PROJETADO   TO HEXP-SORT-MIN-PROJ.
           MOVE WS-BANCO-PROJETADO TO HEXP-SORT-BANCO-PROJ.
           IF WS-ACIMA-TETO AND WS-ACIMA-BANCO
              MOVE "AMBOS"         TO HEXP-SORT-MARCA
           ELSE
              IF WS-ACIMA-TETO
                 MOVE "TETO"       TO HEXP-SORT-MARCA
              ELSE
                 MOVE "BANCO"      TO HEXP-SORT-MARCA
              END-IF
           END-IF.
           ADD 1 TO WS-TOTAL-SINALIZADOS.
           ADD WS-MIN-PROJETADO TO WS-MIN-SINALIZADOS.
           ADD PTM-MATRICULA    TO WS-HASH-MATRICULA.
           RELEASE HEXP-SORT-REC.
       00025-END.
      *
       00030-IMPRIME-CELULAS SECTION.
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-IMPRIME-SINALIZADO UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN HEXP-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-IMPRIME-SINALIZADO SECTION.
      * NA QUEBRA DE CELULA FECHA A ANTERIOR E ABRE A NOVA COM O NOME
      * POR EXTENSO E O GESTOR RESPONSAVEL
           MOVE HEXP-SORT-SETOR    TO WS-CAT-SETOR.
           MOVE HEXP-SORT-DEPTO    TO WS-CAT-DEPTO.
           MOVE HEXP-SORT-SERVIDOR TO WS-CAT-SERVIDOR.
           IF WS-PRIMEIRA-CELULA OR
              WS-CELULA-ATUAL NOT = WS-CELULA-ANTERIOR
              IF NOT WS-PRIMEIRA-CELULA
                 PERFORM 00034-SUBTOTAL-CELULA
              END-IF
              PERFORM 00033-CABECALHO-CELULA
           END-IF.
           MOVE SPACES               TO HEXP-REP-REC.
           MOVE "PROJECAO"           TO PREP-ROTULO.
           MOVE HEXP-SORT-SETOR      TO PREP-SETOR.
           MOVE HEXP-SORT-DEPTO      TO PREP-DEPTO.
           MOVE HEXP-SORT-SERVIDOR   TO PREP-SERVIDOR.
           MOVE HEXP-SORT-MATRICULA  TO PREP-MATRICULA.
           MOVE HEXP-SORT-NOME       TO PREP-NOME.
           MOVE HEXP-SORT-MIN-ATUAL  TO PREP-MIN-ATUAL.
           MOVE HEXP-SORT-MIN-PROJ   TO PREP-MIN-PROJ.
           MOVE WS-TETO-EXTRA        TO PREP-TETO.
           IF WS-BANCOHRS-OK
              MOVE HEXP-SORT-BANCO-PROJ TO PREP-BANCO-PROJ
              MOVE WS-LIMITE-BANCO      TO PREP-LIMITE-BANCO
           END-IF.
           MOVE HEXP-SORT-MARCA      TO PREP-MARCA.
           WRITE HEXP-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           ADD 1 TO WS-CEL-QTDE.
           ADD HEXP-SORT-MIN-PROJ TO WS-CEL-MINUTOS.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00033-CABECALHO-CELULA SECTION.
      * LINHA DA CELULA COM O NOME DO ORGMAST E LINHA DO GESTOR COM O
      * NOME DO EMPMAST -- O SUBSTITUTO, SE A DATA DE REFERENCIA CAIR
      * NA DELEGACAO DO GERMAST
           MOVE "N"             TO WS-PRIMEIRA-SW.
           MOVE WS-CELULA-ATUAL TO WS-CELULA-ANTERIOR.
           MOVE ZEROES          TO WS-CEL-QTDE WS-CEL-MINUTOS.
           MOVE SPACES          TO HEXP-REP-REC.
           MOVE "CELULA"        TO PREP-ROTULO.
           MOVE WS-CAT-SETOR    TO PREP-SETOR.
           MOVE WS-CAT-DEPTO    TO PREP-DEPTO.
           MOVE WS-CAT-SERVIDOR TO PREP-SERVIDOR.
           IF WS-ORGMAST-OK
              MOVE WS-CAT-SETOR    TO ORGM-SETOR
              MOVE WS-CAT-DEPTO    TO ORGM-DEPTO
              MOVE WS-CAT-SERVIDOR TO ORGM-SERVIDOR-IDX
              READ ORGMAST-FILE
                  INVALID KEY
                      MOVE "(CELULA NAO CONSTA NO ORGMAST)"
                           TO PREP-NOME
                  NOT INVALID KEY
                      MOVE ORGM-DESCRICAO TO PREP-NOME
              END-READ
           END-IF.
           WRITE HEXP-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           MOVE ZEROES          TO WS-GESTOR-RESP.
           IF WS-GERMAST-OK
              MOVE WS-CAT-SETOR    TO GER-SETOR
              MOVE WS-CAT-DEPTO    TO GER-DEPTO
              MOVE WS-CAT-SERVIDOR TO GER-SERVIDOR-IDX
              READ GESTOR-FILE
                  NOT INVALID KEY
                      MOVE GER-MATRICULA TO WS-GESTOR-RESP
                      IF GER-SUBSTITUTO > ZEROES AND
                         WS-DATA-REF-NUM NOT < GER-DELEG-INI AND
                         WS-DATA-REF-NUM NOT > GER-DELEG-FIM
                         MOVE GER-SUBSTITUTO TO WS-GESTOR-RESP
                      END-IF
              END-READ
           END-IF.
           MOVE SPACES          TO HEXP-REP-REC.
           MOVE "GESTOR"        TO PREP-ROTULO.
           MOVE WS-CAT-SETOR    TO PREP-SETOR.
           MOVE WS-CAT-DEPTO    TO PREP-DEPTO.
           MOVE WS-CAT-SERVIDOR TO PREP-SERVIDOR.
           IF WS-GESTOR-RESP = ZEROES
              MOVE "(CELULA SEM GESTOR NO GERMAST)" TO PREP-NOME
           ELSE
              MOVE WS-GESTOR-RESP TO PREP-MATRICULA
              IF WS-EMPMAST-OK
                 MOVE WS-GESTOR-RESP TO EMP-MATRICULA
                 READ EMP-MASTER-FILE
                     INVALID KEY
                         MOVE "(MATRICULA NAO CONSTA NO EMPMAST)"
                              TO PREP-NOME
                     NOT INVALID KEY
                         MOVE EMP-NOME TO PREP-NOME
                 END-READ
              END-IF
           END-IF.
           WRITE HEXP-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00033-END.
      *
       00034-SUBTOTAL-CELULA SECTION.
           MOVE SPACES            TO HEXP-REP-REC.
           MOVE "SUBTOTAL"        TO PREP-ROTULO.
           MOVE WS-CEL-SETOR      TO PREP-SETOR.
           MOVE WS-CEL-DEPTO      TO PREP-DEPTO.
           MOVE WS-CEL-SERVIDOR   TO PREP-SERVIDOR.
           MOVE WS-CEL-QTDE       TO PREP-NOME(1:5).
           MOVE "EMPREGADO(S) ACIMA" TO PREP-NOME(7:18).
           MOVE WS-CEL-MINUTOS    TO PREP-MIN-PROJ.
           WRITE HEXP-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00034-END.
      *
       00035-TOTAL-GERAL   SECTION.
           MOVE SPACES               TO HEXP-REP-REC.
           MOVE "TOTAL"              TO PREP-ROTULO.
           MOVE WS-TOTAL-SINALIZADOS TO PREP-NOME(1:7).
           MOVE "ACIMA"              TO PREP-NOME(9:5).
           MOVE WS-TOTAL-ACIMA-TETO  TO PREP-NOME(15:7).
           MOVE "TETO"               TO PREP-NOME(23:4).
           MOVE WS-TOTAL-ACIMA-BANCO TO PREP-NOME(28:7).
           MOVE "BANCO"              TO PREP-NOME(36:5).
           MOVE WS-MIN-SINALIZADOS(3:7) TO PREP-MIN-PROJ.
           MOVE WS-TETO-EXTRA        TO PREP-TETO.
           IF WS-BANCOHRS-OK
              MOVE WS-LIMITE-BANCO   TO PREP-LIMITE-BANCO
           END-IF.
           WRITE HEXP-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE PONTO-MES-FILE.
           CLOSE SNAP-FILE.
           IF WS-EMPMAST-OK
              CLOSE EMP-MASTER-FILE
           END-IF.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           IF WS-GERMAST-OK
              CLOSE GESTOR-FILE
           END-IF.
           IF WS-BANCOHRS-OK
              CLOSE BANCO-MASTER-FILE
           END-IF.
           CLOSE HEXP-REPORT-FILE.
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
           MOVE "HEXPROJ"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-PROJETADOS  TO AUDIT-QTDE-ACEITOS.
           MOVE ZEROES               TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O PONTOMES NAO ABRIU OU
      * A FOTO NAO CONFERE, ALERTA SE HA EMPREGADO PROJETADO ACIMA DO
      * TETO OU DO LIMITE DO BANCO, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SINALIZADOS > ZEROES
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
           DISPLAY "ACUMULADOS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "DO MES DE REFERENCIA.: " WS-TOTAL-NO-MES.
           DISPLAY "FORA DA FOTO.........: " WS-TOTAL-SEM-FOTO.
           DISPLAY "ATIVOS PROJETADOS....: " WS-TOTAL-PROJETADOS.
           DISPLAY "SINALIZADOS..........: " WS-TOTAL-SINALIZADOS.
           DISPLAY "  ACIMA DO TETO......: " WS-TOTAL-ACIMA-TETO.
           DISPLAY "  ACIMA DO BANCO.....: " WS-TOTAL-ACIMA-BANCO.
           DISPLAY "MINUTOS PROJETADOS...: " WS-MIN-SINALIZADOS.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA PROJECAO DE HORA EXTRA DO MES".
       00050-END.
