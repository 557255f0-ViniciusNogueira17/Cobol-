       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ORCVAR.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Relatorio de variacao do custo de mao de obra,
      *                orcado contra realizado, por centro de custo:
      *                casa o mestre de orcamento ORCMAST (ORCLOAD/
      *                ORCMNT) com o historico de realizado GLREAL
      *                gravado pela distribuicao contabil GLDIST, os
      *                dois na mesma ordem de empresa + centro de custo
      *                + ano/mes, e imprime para cada centro a linha do
      *                mes e a do acumulado do ano ate o mes (horas
      *                normais, horas extras e valor, orcado e
      *                realizado), com a variacao do valor em reais e
      *                em percentual. O centro cujo realizado passa do
      *                orcado mais que a tolerancia CTL-PCT-DESVIO
      *                (default 10 por cento) sai marcado ESTOURO, e o
      *                realizado sem orcado sai marcado SEM ORC. Ha
      *                subtotal por empresa e total geral. O mes e o
      *                do CTL-ANO-MES (default o corrente) e, no ciclo
      *                mensal do MAINCTL, o mes fechado do ciclo;
      *                CTL-EMPRESA filtra uma so empresa.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ORC-MASTER-FILE ASSIGN TO "ORCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCMAST-STATUS.

           SELECT GL-REAL-FILE ASSIGN TO "GLREAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLR-CHAVE
               FILE STATUS IS WS-GLREAL-STATUS.

           SELECT VAR-REPORT-FILE ASSIGN TO "ORCVREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  ORC-MASTER-FILE.
           COPY ORCREC.

       FD  GL-REAL-FILE.
           COPY GLRREC.

       FD  VAR-REPORT-FILE.
       01  VAR-REP-REC.
           03 VREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-EMPRESA         PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-CENTRO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-PERIODO         PIC X(04).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-HORAS-ORC       PIC ZZZZZZZZ9.
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-HORAS-REAL      PIC ZZZZZZZZ9.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-EXTRA-ORC       PIC ZZZZZZZZ9.
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-EXTRA-REAL      PIC ZZZZZZZZ9.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-VALOR-ORC       PIC ZZZZZZZZZZ9.99.
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-VALOR-REAL      PIC ZZZZZZZZZZ9.99.
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-VARIACAO        PIC -ZZZZZZZZZZ9.99.
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 VREP-PCT             PIC -ZZZ9.9.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 VREP-MARCA           PIC X(08).
       01  VAR-REP-TITULO          PIC X(132).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-ORCMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-GLREAL-STATUS     PIC X(02)   VALUE SPACES.
      * CICLO DE FECHAMENTO AGENDADO PELO MAINCTL (CICLOCTL)
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CIC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIC-EOF                     VALUE "Y".
       01 WS-CIC-SITUACAO      PIC X(01)   VALUE SPACES.
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES        PIC 9(02)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "ORCVAR".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
      * ORCMAST OU GLREAL AINDA NAO CRIADO (NENHUMA CARGA/NENHUM
      * FECHAMENTO) NAO E ABORTO: O LADO QUE FALTA FICA VAZIO
       01 WS-ORC-ABERTO-SW     PIC X(01)   VALUE "N".
          88 WS-ORC-ABERTO                  VALUE "S".
       01 WS-GLR-ABERTO-SW     PIC X(01)   VALUE "N".
          88 WS-GLR-ABERTO                  VALUE "S".
       01 WS-ORC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-ORC-EOF                     VALUE "Y".
       01 WS-GLR-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-GLR-EOF                     VALUE "Y".
       01 WS-DADOS-ACHOU-SW    PIC X(01)   VALUE "N".
          88 WS-DADOS-ACHOU                 VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * MES DO RELATORIO E TOLERANCIA DE ESTOURO (SYSIN)
       01 WS-REL-ANO           PIC 9(04)   VALUE ZEROES.
       01 WS-REL-MES           PIC 9(02)   VALUE ZEROES.
       01 WS-PCT-DESVIO        PIC 9(03)   VALUE 010.
       01 WS-EMPRESA-FILTRO    PIC 9(02)   VALUE ZEROES.
      * CHAVES DO CASAMENTO (EMPRESA + CENTRO DE CUSTO); HIGH-VALUES
      * NO FIM DO ARQUIVO
       01 WS-CHAVE-ORC.
          03 WS-CHO-EMPRESA    PIC 9(02).
          03 WS-CHO-CENTRO     PIC X(08).
       01 WS-CHAVE-GLR.
          03 WS-CHG-EMPRESA    PIC 9(02).
          03 WS-CHG-CENTRO     PIC X(08).
       01 WS-CHAVE-ATUAL.
          03 WS-CHA-EMPRESA    PIC 9(02).
          03 WS-CHA-CENTRO     PIC X(08).
       01 WS-EMPRESA-ANTERIOR  PIC 9(02)   VALUE ZEROES.
       01 WS-PRIMEIRA-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRA-EMPRESA            VALUE "S".
      * ACUMULADORES: NIVEL 1 = CENTRO DE CUSTO, 2 = EMPRESA,
      * 3 = GERAL; PERIODO 1 = MES, 2 = ACUMULADO DO ANO. O REALIZADO
      * E GUARDADO EM MINUTOS E SO VIRA HORA NA IMPRESSAO
       01 WS-ACUMULADORES.
          03 WS-ACM-NIVEL                   OCCURS 3 TIMES.
             05 WS-ACM-PERIODO              OCCURS 2 TIMES.
                07 WS-ACM-HORAS-ORC  PIC 9(09).
                07 WS-ACM-EXTRA-ORC  PIC 9(09).
                07 WS-ACM-VALOR-ORC  PIC 9(13)V99.
                07 WS-ACM-MIN-REAL   PIC 9(11).
                07 WS-ACM-MIN-EXTRA  PIC 9(11).
                07 WS-ACM-VALOR-REAL PIC 9(13)V99.
       01 WS-NIV               PIC 9(01)   VALUE ZEROES.
       01 WS-PER               PIC 9(01)   VALUE ZEROES.
       01 WS-PER-INI           PIC 9(01)   VALUE ZEROES.
      * CALCULO DA LINHA IMPRESSA
       01 WS-VARIACAO          PIC S9(13)V99 VALUE ZEROES.
       01 WS-PCT-VARIACAO      PIC S9(05)V9 VALUE ZEROES.
       01 WS-ESTOURO-SW        PIC X(01)   VALUE "N".
          88 WS-ESTOUROU                    VALUE "S".
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "ORCVREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "ORCVAR".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ORC-LIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-GLR-LIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CENTROS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ESTOUROS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-ORC     PIC 9(07)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO
                 UNTIL WS-ORC-EOF AND WS-GLR-EOF
              PERFORM 00040-FECHA-ARQUIVOS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-REL-ANO.
           MOVE MES TO WS-REL-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-FECHAMENTO.
           INITIALIZE WS-ACUMULADORES.

           DISPLAY " ".
           DISPLAY "INICIO DA VARIACAO DO ORCAMENTO DE MAO DE OBRA - "
                   WS-REL-MES "/" WS-REL-ANO.
           DISPLAY "TOLERANCIA DE ESTOURO (PCT): " WS-PCT-DESVIO.

           OPEN INPUT ORC-MASTER-FILE.
           EVALUATE WS-ORCMAST-STATUS
               WHEN "00"
                   MOVE "S" TO WS-ORC-ABERTO-SW
               WHEN "35"
                   DISPLAY "*** ORCMAST AINDA NAO CRIADO - NENHUM "
                           "ORCAMENTO CARREGADO ***"
                   MOVE "Y" TO WS-ORC-EOF-SW
               WHEN OTHER
                   MOVE "S" TO WS-ABORT-SW
                   MOVE "ORCMAST" TO WS-INC-ARQUIVO
                   MOVE WS-ORCMAST-STATUS TO WS-INC-STATUS
           END-EVALUATE.
           OPEN INPUT GL-REAL-FILE.
           EVALUATE WS-GLREAL-STATUS
               WHEN "00"
                   MOVE "S" TO WS-GLR-ABERTO-SW
               WHEN "35"
                   DISPLAY "*** GLREAL AINDA NAO CRIADO - NENHUM "
                           "REALIZADO DISTRIBUIDO ***"
                   MOVE "Y" TO WS-GLR-EOF-SW
               WHEN OTHER
                   MOVE "S" TO WS-ABORT-SW
                   MOVE "GLREAL" TO WS-INC-ARQUIVO
                   MOVE WS-GLREAL-STATUS TO WS-INC-STATUS
           END-EVALUATE.
           IF WS-ABORT
              DISPLAY "*** ORCMAST/GLREAL NAO ABRIRAM (STATUS "
                      WS-ORCMAST-STATUS "/" WS-GLREAL-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
              IF WS-ORC-ABERTO
                 CLOSE ORC-MASTER-FILE
              END-IF
              IF WS-GLR-ABERTO
                 CLOSE GL-REAL-FILE
              END-IF
           ELSE
              OPEN OUTPUT VAR-REPORT-FILE
              PERFORM 00012-CABECALHO
              PERFORM 00022-LE-ORCADO
              PERFORM 00023-LE-REALIZADO
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): ANO/MES DO
      * RELATORIO, TOLERANCIA DE ESTOURO E FILTRO DE EMPRESA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES AND
                         CTL-MES < 13
                         MOVE CTL-ANO TO WS-REL-ANO
                         MOVE CTL-MES TO WS-REL-MES
                      END-IF
                      IF CTL-PCT-DESVIO NUMERIC AND
                         CTL-PCT-DESVIO > ZEROES
                         MOVE CTL-PCT-DESVIO TO WS-PCT-DESVIO
                      END-IF
                      IF CTL-EMPRESA NUMERIC AND
                         CTL-EMPRESA > ZEROES
                         MOVE CTL-EMPRESA TO WS-EMPRESA-FILTRO
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-FECHAMENTO SECTION.
      * COM O ULTIMO EVENTO DO CICLO MENSAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), O MES FECHADO DO CICLO SOBREPOE O
      * DEFAULT E O CARTAO, COMO NO GLDIST
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              MOVE WS-CIC-ANO TO WS-REL-ANO
              MOVE WS-CIC-MES TO WS-REL-MES
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
       00012-CABECALHO     SECTION.
           MOVE SPACES TO VAR-REP-TITULO.
           STRING "VARIACAO DO ORCAMENTO DE MAO DE OBRA - MES "
                  WS-REL-MES "/" WS-REL-ANO
                  " - ESTOURO ACIMA DE " WS-PCT-DESVIO
                  " POR CENTO DO ORCADO"
                  DELIMITED BY SIZE INTO VAR-REP-TITULO.
           WRITE VAR-REP-TITULO.
           MOVE SPACES TO VAR-REP-TITULO.
           STRING "ROTULO    EM  CENTRO    PER   HORAS ORC HORAS "
                  "REAL  EXTRA ORC EXTRA REAL      VALOR ORC     "
                  "VALOR REAL       VARIACAO     PCT  MARCA"
                  DELIMITED BY SIZE INTO VAR-REP-TITULO.
           WRITE VAR-REP-TITULO.
           ADD 2 TO WS-SPL-LINHAS.
       00012-END.
      *
       00020-PROCESSO      SECTION.
      * CASAMENTO DOS DOIS ARQUIVOS PELA MENOR CHAVE EMPRESA+CENTRO:
      * SOMA O ORCADO E O REALIZADO DO CENTRO NO ANO ATE O MES E
      * IMPRIME O CENTRO, COM QUEBRA POR EMPRESA
           IF WS-CHAVE-ORC < WS-CHAVE-GLR
              MOVE WS-CHAVE-ORC TO WS-CHAVE-ATUAL
           ELSE
              MOVE WS-CHAVE-GLR TO WS-CHAVE-ATUAL
           END-IF.
           INITIALIZE WS-ACM-NIVEL(1).
           PERFORM 00024-SOMA-ORCADO
              UNTIL WS-ORC-EOF OR WS-CHAVE-ORC NOT = WS-CHAVE-ATUAL.
           PERFORM 00025-SOMA-REALIZADO
              UNTIL WS-GLR-EOF OR WS-CHAVE-GLR NOT = WS-CHAVE-ATUAL.
           IF WS-ACM-VALOR-ORC(1, 2) > ZEROES OR
              WS-ACM-VALOR-REAL(1, 2) > ZEROES OR
              WS-ACM-HORAS-ORC(1, 2) > ZEROES OR
              WS-ACM-MIN-REAL(1, 2) > ZEROES
              PERFORM 00026-IMPRIME-CENTRO
           END-IF.
       00020-END.
      *
       00022-LE-ORCADO     SECTION.
      * PROXIMO ORCADO DO ANO DO RELATORIO (E DA EMPRESA FILTRADA)
           MOVE "N" TO WS-DADOS-ACHOU-SW.
           PERFORM 00022A-LE-UM-ORCADO
              UNTIL WS-ORC-EOF OR WS-DADOS-ACHOU.
           IF WS-ORC-EOF
              MOVE HIGH-VALUES TO WS-CHAVE-ORC
           ELSE
              MOVE ORC-EMPRESA      TO WS-CHO-EMPRESA
              MOVE ORC-CENTRO-CUSTO TO WS-CHO-CENTRO
           END-IF.
       00022-END.
      *
       00022A-LE-UM-ORCADO SECTION.
           READ ORC-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-ORC-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-ORC-LIDOS
                   IF ORC-ANO = WS-REL-ANO AND
                      ORC-MES NOT > WS-REL-MES AND
                      (WS-EMPRESA-FILTRO = ZEROES OR
                       ORC-EMPRESA = WS-EMPRESA-FILTRO)
                      MOVE "S" TO WS-DADOS-ACHOU-SW
                   END-IF
           END-READ.
       00022A-END.
      *
       00023-LE-REALIZADO  SECTION.
      * PROXIMO REALIZADO DO ANO DO RELATORIO (E DA EMPRESA FILTRADA)
           MOVE "N" TO WS-DADOS-ACHOU-SW.
           PERFORM 00023A-LE-UM-REALIZADO
              UNTIL WS-GLR-EOF OR WS-DADOS-ACHOU.
           IF WS-GLR-EOF
              MOVE HIGH-VALUES TO WS-CHAVE-GLR
           ELSE
              MOVE GLR-EMPRESA      TO WS-CHG-EMPRESA
              MOVE GLR-CENTRO-CUSTO TO WS-CHG-CENTRO
           END-IF.
       00023-END.
      *
       00023A-LE-UM-REALIZADO SECTION.
           READ GL-REAL-FILE
               AT END
                   MOVE "Y" TO WS-GLR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-GLR-LIDOS
                   IF GLR-ANO = WS-REL-ANO AND
                      GLR-MES NOT > WS-REL-MES AND
                      (WS-EMPRESA-FILTRO = ZEROES OR
                       GLR-EMPRESA = WS-EMPRESA-FILTRO)
                      MOVE "S" TO WS-DADOS-ACHOU-SW
                   END-IF
           END-READ.
       00023A-END.
      *
       00024-SOMA-ORCADO   SECTION.
      * O MES DO RELATORIO ENTRA NO MES E NO ACUMULADO; OS MESES
      * ANTERIORES SO NO ACUMULADO
           IF ORC-MES = WS-REL-MES
              MOVE 1 TO WS-PER-INI
           ELSE
              MOVE 2 TO WS-PER-INI
           END-IF.
           PERFORM 00024A-SOMA-PERIODO-ORC
              VARYING WS-PER FROM WS-PER-INI BY 1 UNTIL WS-PER > 2.
           PERFORM 00022-LE-ORCADO.
       00024-END.
      *
       00024A-SOMA-PERIODO-ORC SECTION.
           ADD ORC-HORAS       TO WS-ACM-HORAS-ORC(1, WS-PER).
           ADD ORC-HORAS-EXTRA TO WS-ACM-EXTRA-ORC(1, WS-PER).
           ADD ORC-VALOR       TO WS-ACM-VALOR-ORC(1, WS-PER).
       00024A-END.
      *
       00025-SOMA-REALIZADO SECTION.
           IF GLR-MES = WS-REL-MES
              MOVE 1 TO WS-PER-INI
           ELSE
              MOVE 2 TO WS-PER-INI
           END-IF.
           PERFORM 00025A-SOMA-PERIODO-REAL
              VARYING WS-PER FROM WS-PER-INI BY 1 UNTIL WS-PER > 2.
           PERFORM 00023-LE-REALIZADO.
       00025-END.
      *
       00025A-SOMA-PERIODO-REAL SECTION.
           ADD GLR-MIN-NORMAIS TO WS-ACM-MIN-REAL(1, WS-PER).
           ADD GLR-MIN-EXTRA   TO WS-ACM-MIN-EXTRA(1, WS-PER).
           ADD GLR-VALOR       TO WS-ACM-VALOR-REAL(1, WS-PER).
       00025A-END.
      *
       00026-IMPRIME-CENTRO SECTION.
      * NA QUEBRA DE EMPRESA FECHA O SUBTOTAL DA ANTERIOR; IMPRIME AS
      * DUAS LINHAS DO CENTRO E SOMA O CENTRO NA EMPRESA E NO GERAL
           IF NOT WS-PRIMEIRA-EMPRESA AND
              WS-CHA-EMPRESA NOT = WS-EMPRESA-ANTERIOR
              PERFORM 00028-SUBTOTAL-EMPRESA
           END-IF.
           MOVE "N"            TO WS-PRIMEIRA-SW.
           MOVE WS-CHA-EMPRESA TO WS-EMPRESA-ANTERIOR.
           ADD 1 TO WS-TOTAL-CENTROS.
           MOVE 1 TO WS-NIV.
           PERFORM 00030-LINHA-VARIACAO
              VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2.
           PERFORM 00027-ACUMULA-NIVEIS
              VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2.
       00026-END.
      *
       00027-ACUMULA-NIVEIS SECTION.
           ADD WS-ACM-HORAS-ORC(1, WS-PER)
               TO WS-ACM-HORAS-ORC(2, WS-PER)
                  WS-ACM-HORAS-ORC(3, WS-PER).
           ADD WS-ACM-EXTRA-ORC(1, WS-PER)
               TO WS-ACM-EXTRA-ORC(2, WS-PER)
                  WS-ACM-EXTRA-ORC(3, WS-PER).
           ADD WS-ACM-VALOR-ORC(1, WS-PER)
               TO WS-ACM-VALOR-ORC(2, WS-PER)
                  WS-ACM-VALOR-ORC(3, WS-PER).
           ADD WS-ACM-MIN-REAL(1, WS-PER)
               TO WS-ACM-MIN-REAL(2, WS-PER)
                  WS-ACM-MIN-REAL(3, WS-PER).
           ADD WS-ACM-MIN-EXTRA(1, WS-PER)
               TO WS-ACM-MIN-EXTRA(2, WS-PER)
                  WS-ACM-MIN-EXTRA(3, WS-PER).
           ADD WS-ACM-VALOR-REAL(1, WS-PER)
               TO WS-ACM-VALOR-REAL(2, WS-PER)
                  WS-ACM-VALOR-REAL(3, WS-PER).
       00027-END.
      *
       00028-SUBTOTAL-EMPRESA SECTION.
           MOVE 2 TO WS-NIV.
           PERFORM 00030-LINHA-VARIACAO
              VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2.
           INITIALIZE WS-ACM-NIVEL(2).
       00028-END.
      *
       00029-TOTAL-GERAL   SECTION.
           MOVE 3 TO WS-NIV.
           PERFORM 00030-LINHA-VARIACAO
              VARYING WS-PER FROM 1 BY 1 UNTIL WS-PER > 2.
       00029-END.
      *
       00030-LINHA-VARIACAO SECTION.
      * UMA LINHA DO NIVEL/PERIODO CORRENTE: VARIACAO = REALIZADO -
      * ORCADO (POSITIVA = GASTO ACIMA DO ORCADO) E O PERCENTUAL
      * SOBRE O ORCADO; ESTOURO QUANDO O PERCENTUAL PASSA DA
      * TOLERANCIA. SO A LINHA DO CENTRO CONTA ESTOURO/SEM ORCADO
           MOVE SPACES TO VAR-REP-REC.
           EVALUATE WS-NIV
               WHEN 1
                   MOVE "CENTRO"       TO VREP-ROTULO
                   MOVE WS-CHA-EMPRESA TO VREP-EMPRESA
                   MOVE WS-CHA-CENTRO  TO VREP-CENTRO
               WHEN 2
                   MOVE "SUBTOTAL"          TO VREP-ROTULO
                   MOVE WS-EMPRESA-ANTERIOR TO VREP-EMPRESA
               WHEN OTHER
                   MOVE "TOTAL"        TO VREP-ROTULO
           END-EVALUATE.
           IF WS-PER = 1
              MOVE "MES"  TO VREP-PERIODO
           ELSE
              MOVE "ACUM" TO VREP-PERIODO
           END-IF.
           MOVE WS-ACM-HORAS-ORC(WS-NIV, WS-PER)  TO VREP-HORAS-ORC.
           COMPUTE VREP-HORAS-REAL ROUNDED =
                   WS-ACM-MIN-REAL(WS-NIV, WS-PER) / 60.
           MOVE WS-ACM-EXTRA-ORC(WS-NIV, WS-PER)  TO VREP-EXTRA-ORC.
           COMPUTE VREP-EXTRA-REAL ROUNDED =
                   WS-ACM-MIN-EXTRA(WS-NIV, WS-PER) / 60.
           MOVE WS-ACM-VALOR-ORC(WS-NIV, WS-PER)  TO VREP-VALOR-ORC.
           MOVE WS-ACM-VALOR-REAL(WS-NIV, WS-PER) TO VREP-VALOR-REAL.
           COMPUTE WS-VARIACAO = WS-ACM-VALOR-REAL(WS-NIV, WS-PER)
                               - WS-ACM-VALOR-ORC(WS-NIV, WS-PER).
           MOVE WS-VARIACAO TO VREP-VARIACAO.
           MOVE "N" TO WS-ESTOURO-SW.
           IF WS-ACM-VALOR-ORC(WS-NIV, WS-PER) > ZEROES
              COMPUTE WS-PCT-VARIACAO ROUNDED =
                      (WS-VARIACAO * 100)
                      / WS-ACM-VALOR-ORC(WS-NIV, WS-PER)
                  ON SIZE ERROR
                      MOVE 9999.9 TO WS-PCT-VARIACAO
              END-COMPUTE
              MOVE WS-PCT-VARIACAO TO VREP-PCT
              IF WS-PCT-VARIACAO > WS-PCT-DESVIO
                 MOVE "S"       TO WS-ESTOURO-SW
                 MOVE "ESTOURO" TO VREP-MARCA
              END-IF
           ELSE
              IF WS-ACM-VALOR-REAL(WS-NIV, WS-PER) > ZEROES
                 MOVE "SEM ORC" TO VREP-MARCA
                 IF WS-NIV = 1
                    ADD 1 TO WS-TOTAL-SEM-ORC
                 END-IF
              END-IF
           END-IF.
           IF WS-ESTOUROU AND WS-NIV = 1
              ADD 1 TO WS-TOTAL-ESTOUROS
           END-IF.
           WRITE VAR-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00030-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           IF NOT WS-PRIMEIRA-EMPRESA
              PERFORM 00028-SUBTOTAL-EMPRESA
           END-IF.
           PERFORM 00029-TOTAL-GERAL.
           IF WS-ORC-ABERTO
              CLOSE ORC-MASTER-FILE
           END-IF.
           IF WS-GLR-ABERTO
              CLOSE GL-REAL-FILE
           END-IF.
           CLOSE VAR-REPORT-FILE.
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
           MOVE "ORCVAR"             TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           COMPUTE AUDIT-QTDE-LIDOS = WS-TOTAL-ORC-LIDOS
                                    + WS-TOTAL-GLR-LIDOS.
           MOVE WS-TOTAL-CENTROS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-ESTOUROS    TO AUDIT-QTDE-REJEIT.
           MOVE WS-TOTAL-CENTROS     TO AUDIT-HASH-TOTAL.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE ORCMAST/GLREAL EXISTEM
      * MAS NAO ABRIRAM, ALERTA SE ALGUM CENTRO ESTOUROU O ORCADO
      * ALEM DA TOLERANCIA OU TEVE REALIZADO SEM ORCADO, NORMAL CASO
      * CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-ESTOUROS > ZEROES OR
                 WS-TOTAL-SEM-ORC > ZEROES
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
           DISPLAY "ORCADOS LIDOS........: " WS-TOTAL-ORC-LIDOS.
           DISPLAY "REALIZADOS LIDOS.....: " WS-TOTAL-GLR-LIDOS.
           DISPLAY "CENTROS NO RELATORIO.: " WS-TOTAL-CENTROS.
           DISPLAY "LINHAS EM ESTOURO....: " WS-TOTAL-ESTOUROS.
           DISPLAY "LINHAS SEM ORCADO....: " WS-TOTAL-SEM-ORC.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA VARIACAO DO ORCAMENTO DE MAO DE OBRA".
       00050-END.
