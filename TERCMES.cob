       IDENTIFICATION      DIVISION.
       PROGRAM-ID. TERCMES.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Fechamento mensal das horas de terceirizados por
      *                contratada, para conferir a fatura do prestador:
      *                o TERCREL diario so traz o total do dia por
      *                CNPJ, e o financeiro precisava do mes inteiro
      *                aberto por pessoa. Para o ano/mes do cartao de
      *                controle (default o mes corrente), ordena o
      *                TERMAST por CNPJ da contratada + matricula e,
      *                para cada terceirizado, soma no historico legal
      *                de ponto (PONTOHIS) os dias e minutos do mes,
      *                separando os dias fora da validade do contrato
      *                (TER-DATA-INI/FIM). Imprime no TERCMREL o
      *                cabecalho da contratada (razao social do
      *                FORMAST), uma linha por pessoa com dias e horas
      *                e o subtotal da contratada, e grava o extrato
      *                TERCEXT no mesmo nivel de pessoa. Horas fora da
      *                validade e horas lancadas sob CNPJ hoje bloqueado
      *                (ou ausente) no CNPJMAST saem apontadas, e o
      *                passo termina em alerta.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT TER-MASTER-FILE ASSIGN TO "TERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-MATRICULA
               FILE STATUS IS WS-TERMAST-STATUS.

           SELECT PONTO-HIST-FILE ASSIGN TO "PONTOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WS-PONTOHIS-STATUS.

           SELECT CNPJ-MASTER-FILE ASSIGN TO "CNPJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.

           SELECT FOR-MASTER-FILE ASSIGN TO "FORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WS-FORMAST-STATUS.

           SELECT TERC-SORT-WORK ASSIGN TO "TCMSORTW".

           SELECT TERC-REPORT-FILE ASSIGN TO "TERCMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERC-EXTRATO-FILE ASSIGN TO "TERCEXT"
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
       FD  TER-MASTER-FILE.
           COPY TERREC.

       FD  PONTO-HIST-FILE.
           COPY PHIREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.

       FD  FOR-MASTER-FILE.
           COPY FORREC.

       SD  TERC-SORT-WORK.
       01  TSR-SORT-REC.
           03 TSR-CNPJ             PIC X(14).
           03 TSR-MATRICULA        PIC 9(06).
           03 TSR-NOME             PIC X(40).
           03 TSR-DATA-INI         PIC 9(08).
           03 TSR-DATA-FIM         PIC 9(08).

       FD  TERC-REPORT-FILE.
       01  TERC-REP-REC.
           03 TREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-DIAS            PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-HORAS           PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-HORAS-FORA      PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 TREP-OBS             PIC X(50).

       FD  TERC-EXTRATO-FILE.
           COPY TCXREC.

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
       01 WS-TERMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOHIS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "TERCMES".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-FIM-PONTO-SW      PIC X(01)   VALUE "N".
          88 WS-FIM-PONTO                   VALUE "Y".
      * SEM FORMAST O CABECALHO DA CONTRATADA SAI SO COM O CNPJ
       01 WS-FORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-FORMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * COMPETENCIA DO FECHAMENTO: POR DEFAULT O MES CORRENTE; O
      * SYSIN (CTL-ANO-MES) PERMITE FECHAR O MES ANTERIOR, CASO NORMAL
      * QUANDO A FATURA CHEGA NO INICIO DO MES SEGUINTE
       01 WS-COMPETENCIA.
          03 WS-COMP-ANO       PIC 9(04)   VALUE ZEROES.
          03 WS-COMP-MES       PIC 9(02)   VALUE ZEROES.
       01 WS-CHAVE-INICIO.
          03 WS-CHI-MATRICULA  PIC 9(06).
          03 WS-CHI-COMPET     PIC 9(06).
          03 WS-CHI-DIA        PIC 9(02).
      * ACUMULADOS DO TERCEIRIZADO CORRENTE (DIAS NEGATIVOS, BATIDA
      * SEM SAIDA, NAO ENTRAM: JA FORAM EXCECAO NA CONVERSAO)
       01 WS-DIAS-VALIDOS      PIC 9(02)   VALUE ZEROES.
       01 WS-MIN-VALIDOS       PIC 9(06)   VALUE ZEROES.
       01 WS-DIAS-FORA         PIC 9(02)   VALUE ZEROES.
       01 WS-MIN-FORA          PIC 9(06)   VALUE ZEROES.
      * CONTRATADA CORRENTE (QUEBRA POR CNPJ) E SITUACAO NO CNPJMAST
       01 WS-CNPJ-ANTERIOR     PIC X(14)   VALUE SPACES.
       01 WS-PRIMEIRA-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRA-CONTRATADA         VALUE "S".
       01 WS-SITUACAO-CNPJ     PIC X(01)   VALUE SPACES.
          88 WS-CNPJ-LIBERADO               VALUE SPACES.
          88 WS-CNPJ-BLOQUEADO              VALUE "B".
          88 WS-CNPJ-NAO-VALIDADO           VALUE "N".
       01 WS-MOTIVO-BLOQUEIO   PIC X(30)   VALUE SPACES.
       01 WS-SUB-PESSOAS       PIC 9(05)   VALUE ZEROES.
       01 WS-SUB-DIAS          PIC 9(05)   VALUE ZEROES.
       01 WS-SUB-MIN-VALIDOS   PIC 9(08)   VALUE ZEROES.
       01 WS-SUB-MIN-FORA      PIC 9(08)   VALUE ZEROES.
      * CONVERSAO DE MINUTOS PARA HHHHH:MM NO RELATORIO
       01 WS-MINUTOS-CONV      PIC 9(08)   VALUE ZEROES.
       01 WS-HORAS-ED.
          03 WS-HED-HORAS      PIC 9(05).
          03 WS-HED-SEP        PIC X(01)   VALUE ":".
          03 WS-HED-MINUTOS    PIC 9(02).
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "TERCMREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "TERCMES".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-COM-PONTO   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CONTRATADAS PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-FORA-VALID  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CNPJ-BLOQ   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-MIN-VALIDOS PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-MIN-FORA    PIC 9(09)   VALUE ZEROES.
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
      * TERMAST, PONTOHIS E CNPJMAST SAO OBRIGATORIOS; O FORMAST E
      * OPCIONAL (SO DA O NOME DA CONTRATADA)
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-COMP-ANO.
           MOVE MES TO WS-COMP-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.

           DISPLAY " ".
           DISPLAY "INICIO DAS HORAS MENSAIS DE TERCEIRIZADOS - "
                   WS-COMP-MES "/" WS-COMP-ANO.

           OPEN INPUT TER-MASTER-FILE.
           IF WS-TERMAST-STATUS NOT = "00"
              MOVE "TERMAST" TO WS-INC-ARQUIVO
              MOVE WS-TERMAST-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              OPEN INPUT PONTO-HIST-FILE
              IF WS-PONTOHIS-STATUS NOT = "00"
                 MOVE "PONTOHIS" TO WS-INC-ARQUIVO
                 MOVE WS-PONTOHIS-STATUS TO WS-INC-STATUS
                 PERFORM 00015-ABORTA
                 CLOSE TER-MASTER-FILE
              ELSE
                 OPEN INPUT CNPJ-MASTER-FILE
                 IF WS-CNPJMAST-STATUS NOT = "00"
                    MOVE "CNPJMAST" TO WS-INC-ARQUIVO
                    MOVE WS-CNPJMAST-STATUS TO WS-INC-STATUS
                    PERFORM 00015-ABORTA
                    CLOSE TER-MASTER-FILE
                    CLOSE PONTO-HIST-FILE
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-ABORT
              OPEN INPUT FOR-MASTER-FILE
              IF WS-FORMAST-STATUS = "00"
                 MOVE "S" TO WS-FORMAST-OK-SW
              END-IF
              OPEN OUTPUT TERC-REPORT-FILE
              OPEN OUTPUT TERC-EXTRATO-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
      * ANO/MES DA COMPETENCIA; SEM SYSIN, OU COM O CAMPO ZERADO, VALE
      * O MES CORRENTE
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES
                         MOVE CTL-ANO TO WS-COMP-ANO
                         MOVE CTL-MES TO WS-COMP-MES
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
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
      * ORDENA OS TERCEIRIZADOS POR CONTRATADA E IMPRIME COM QUEBRA
      * POR CNPJ
           SORT TERC-SORT-WORK
               ON ASCENDING KEY TSR-CNPJ
                                TSR-MATRICULA
               INPUT PROCEDURE 00021-CARREGA-TERCEIROS
               OUTPUT PROCEDURE 00023-IMPRIME-CONTRATADAS.
           IF NOT WS-PRIMEIRA-CONTRATADA
              PERFORM 00032-SUBTOTAL-CONTRATADA
           END-IF.
       00020-END.
      *
       00021-CARREGA-TERCEIROS SECTION.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 00022-LE-TERCEIRO.
           PERFORM 00022A-RELEASE-TERCEIRO UNTIL WS-EOF.
       00021-END.
      *
       00022-LE-TERCEIRO   SECTION.
           READ TER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00022A-RELEASE-TERCEIRO SECTION.
           MOVE TER-CNPJ      TO TSR-CNPJ.
           MOVE TER-MATRICULA TO TSR-MATRICULA.
           MOVE TER-NOME      TO TSR-NOME.
           MOVE TER-DATA-INI  TO TSR-DATA-INI.
           MOVE TER-DATA-FIM  TO TSR-DATA-FIM.
           RELEASE TSR-SORT-REC.
           PERFORM 00022-LE-TERCEIRO.
       00022A-END.
      *
       00023-IMPRIME-CONTRATADAS SECTION.
           PERFORM 00024-LE-ORDENADO.
           PERFORM 00025-TRATA-TERCEIRO UNTIL WS-SORT-EOF.
       00023-END.
      *
       00024-LE-ORDENADO   SECTION.
           RETURN TERC-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00024-END.
      *
       00025-TRATA-TERCEIRO SECTION.
      * SOMA O MES DO TERCEIRIZADO NO PONTOHIS; QUEM NAO BATEU PONTO
      * NO MES NAO SAI NO RELATORIO. NA QUEBRA DE CNPJ FECHA A
      * CONTRATADA ANTERIOR E ABRE A NOVA
           PERFORM 00026-SOMA-MES.
           IF WS-DIAS-VALIDOS > ZEROES OR WS-DIAS-FORA > ZEROES
              IF WS-PRIMEIRA-CONTRATADA OR
                 TSR-CNPJ NOT = WS-CNPJ-ANTERIOR
                 IF NOT WS-PRIMEIRA-CONTRATADA
                    PERFORM 00032-SUBTOTAL-CONTRATADA
                 END-IF
                 PERFORM 00028-ABRE-CONTRATADA
              END-IF
              PERFORM 00030-GRAVA-TERCEIRO
           END-IF.
           PERFORM 00024-LE-ORDENADO.
       00025-END.
      *
       00026-SOMA-MES      SECTION.
      * POSICIONA NO PRIMEIRO DIA DA COMPETENCIA E LE ENQUANTO FOR A
      * MESMA MATRICULA NO MESMO ANO/MES
           MOVE ZEROES TO WS-DIAS-VALIDOS WS-MIN-VALIDOS
                          WS-DIAS-FORA    WS-MIN-FORA.
           MOVE "N"            TO WS-FIM-PONTO-SW.
           MOVE TSR-MATRICULA  TO WS-CHI-MATRICULA.
           MOVE WS-COMPETENCIA TO WS-CHI-COMPET.
           MOVE 01             TO WS-CHI-DIA.
           MOVE WS-CHAVE-INICIO TO PHI-CHAVE.
           START PONTO-HIST-FILE KEY >= PHI-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-FIM-PONTO-SW
           END-START.
           PERFORM 00027-LE-PONTO UNTIL WS-FIM-PONTO.
       00026-END.
      *
       00027-LE-PONTO      SECTION.
           READ PONTO-HIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FIM-PONTO-SW
               NOT AT END
                   IF PHI-MATRICULA NOT = TSR-MATRICULA OR
                      PHI-DATA(1:6) NOT = WS-COMPETENCIA
                      MOVE "Y" TO WS-FIM-PONTO-SW
                   ELSE
                      IF PHI-MINUTOS > ZEROES
                         IF PHI-DATA >= TSR-DATA-INI AND
                            PHI-DATA <= TSR-DATA-FIM
                            ADD 1           TO WS-DIAS-VALIDOS
                            ADD PHI-MINUTOS TO WS-MIN-VALIDOS
                         ELSE
                            ADD 1           TO WS-DIAS-FORA
                            ADD PHI-MINUTOS TO WS-MIN-FORA
                         END-IF
                      END-IF
                   END-IF
           END-READ.
       00027-END.
      *
       00028-ABRE-CONTRATADA SECTION.
      * CABECALHO DA CONTRATADA: RAZAO SOCIAL DO FORMAST E SITUACAO
      * ATUAL NO CNPJMAST (BLOQUEIO DE COMPLIANCE OU CNPJ AUSENTE)
           MOVE "N"      TO WS-PRIMEIRA-SW.
           MOVE TSR-CNPJ TO WS-CNPJ-ANTERIOR.
           MOVE ZEROES   TO WS-SUB-PESSOAS WS-SUB-DIAS
                            WS-SUB-MIN-VALIDOS WS-SUB-MIN-FORA.
           ADD 1 TO WS-TOTAL-CONTRATADAS.
           MOVE SPACES TO WS-SITUACAO-CNPJ WS-MOTIVO-BLOQUEIO.
           MOVE TSR-CNPJ TO CNPJ-MST-CHAVE.
           READ CNPJ-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-SITUACAO-CNPJ
               NOT INVALID KEY
                   IF CNPJ-MST-BLOQUEADO
                      MOVE "B" TO WS-SITUACAO-CNPJ
                      MOVE CNPJ-MST-BLOQ-MOTIVO TO WS-MOTIVO-BLOQUEIO
                   END-IF
           END-READ.
           MOVE SPACES       TO TERC-REP-REC.
           MOVE "EMPRESA"    TO TREP-ROTULO.
           MOVE TSR-CNPJ     TO TREP-CNPJ.
           PERFORM 00029-BUSCA-RAZAO.
           EVALUATE TRUE
               WHEN WS-CNPJ-BLOQUEADO
                   STRING "CONTRATADA BLOQUEADA: "
                          DELIMITED BY SIZE
                          WS-MOTIVO-BLOQUEIO
                          DELIMITED BY SIZE
                     INTO TREP-OBS
                   END-STRING
               WHEN WS-CNPJ-NAO-VALIDADO
                   MOVE "CNPJ NAO VALIDADO (AUSENTE DO CNPJMAST)"
                        TO TREP-OBS
           END-EVALUATE.
           MOVE ZEROES TO TREP-DIAS.
           WRITE TERC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00028-END.
      *
       00029-BUSCA-RAZAO   SECTION.
           IF WS-FORMAST-OK
              MOVE TSR-CNPJ TO FOR-CNPJ
              READ FOR-MASTER-FILE
                  INVALID KEY
                      MOVE "(SEM CADASTRO NO FORMAST)" TO TREP-NOME
                  NOT INVALID KEY
                      MOVE FOR-RAZAO-SOCIAL TO TREP-NOME
              END-READ
           END-IF.
       00029-END.
      *
       00030-GRAVA-TERCEIRO SECTION.
      * LINHA DO TERCEIRIZADO NO RELATORIO E REGISTRO NO EXTRATO
           ADD 1 TO WS-TOTAL-COM-PONTO.
           ADD 1 TO WS-SUB-PESSOAS.
           ADD WS-DIAS-VALIDOS TO WS-SUB-DIAS.
           ADD WS-DIAS-FORA    TO WS-SUB-DIAS.
           ADD WS-MIN-VALIDOS  TO WS-SUB-MIN-VALIDOS
                                  WS-TOTAL-MIN-VALIDOS.
           ADD WS-MIN-FORA     TO WS-SUB-MIN-FORA
                                  WS-TOTAL-MIN-FORA.
           MOVE SPACES          TO TERC-REP-REC.
           MOVE "TERCEIRO"      TO TREP-ROTULO.
           MOVE TSR-CNPJ        TO TREP-CNPJ.
           MOVE TSR-MATRICULA   TO TREP-MATRICULA.
           MOVE TSR-NOME        TO TREP-NOME.
           COMPUTE TREP-DIAS = WS-DIAS-VALIDOS + WS-DIAS-FORA.
           MOVE WS-MIN-VALIDOS  TO WS-MINUTOS-CONV.
           PERFORM 00031-CONVERTE-HORAS.
           MOVE WS-HORAS-ED     TO TREP-HORAS.
           MOVE WS-MIN-FORA     TO WS-MINUTOS-CONV.
           PERFORM 00031-CONVERTE-HORAS.
           MOVE WS-HORAS-ED     TO TREP-HORAS-FORA.
           IF WS-DIAS-FORA > ZEROES
              ADD 1 TO WS-TOTAL-FORA-VALID
              MOVE "HORAS FORA DA VALIDADE DO CONTRATO" TO TREP-OBS
           END-IF.
           IF NOT WS-CNPJ-LIBERADO
              ADD 1 TO WS-TOTAL-CNPJ-BLOQ
              IF WS-DIAS-FORA > ZEROES
                 MOVE "FORA DA VALIDADE E CONTRATADA BLOQUEADA"
                      TO TREP-OBS
              ELSE
                 MOVE "HORAS SOB CONTRATADA BLOQUEADA/NAO VALIDADA"
                      TO TREP-OBS
              END-IF
           END-IF.
           WRITE TERC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           MOVE SPACES          TO TCX-REC.
           MOVE WS-COMPETENCIA  TO TCX-ANO-MES.
           MOVE TSR-CNPJ        TO TCX-CNPJ.
           MOVE TSR-MATRICULA   TO TCX-MATRICULA.
           MOVE WS-DIAS-VALIDOS TO TCX-DIAS.
           MOVE WS-MIN-VALIDOS  TO TCX-MIN-VALIDOS.
           MOVE WS-DIAS-FORA    TO TCX-DIAS-FORA.
           MOVE WS-MIN-FORA     TO TCX-MIN-FORA.
           MOVE WS-SITUACAO-CNPJ TO TCX-BLOQUEIO.
           WRITE TCX-REC.
       00030-END.
      *
       00031-CONVERTE-HORAS SECTION.
           DIVIDE WS-MINUTOS-CONV BY 60 GIVING WS-HED-HORAS
               REMAINDER WS-HED-MINUTOS.
           MOVE ":" TO WS-HED-SEP.
       00031-END.
      *
       00032-SUBTOTAL-CONTRATADA SECTION.
      * SUBTOTAL DA CONTRATADA: PESSOAS, DIAS E HORAS DENTRO E FORA
      * DA VALIDADE -- O VALOR A CONFERIR CONTRA A FATURA
           MOVE SPACES            TO TERC-REP-REC.
           MOVE "SUBTOTAL"        TO TREP-ROTULO.
           MOVE WS-CNPJ-ANTERIOR  TO TREP-CNPJ.
           MOVE WS-SUB-PESSOAS    TO TREP-NOME(1:5).
           MOVE "TERCEIRIZADO(S)" TO TREP-NOME(7:15).
           MOVE WS-SUB-DIAS       TO TREP-DIAS.
           MOVE WS-SUB-MIN-VALIDOS TO WS-MINUTOS-CONV.
           PERFORM 00031-CONVERTE-HORAS.
           MOVE WS-HORAS-ED       TO TREP-HORAS.
           MOVE WS-SUB-MIN-FORA   TO WS-MINUTOS-CONV.
           PERFORM 00031-CONVERTE-HORAS.
           MOVE WS-HORAS-ED       TO TREP-HORAS-FORA.
           WRITE TERC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00032-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE TER-MASTER-FILE.
           CLOSE PONTO-HIST-FILE.
           CLOSE CNPJ-MASTER-FILE.
           IF WS-FORMAST-OK
              CLOSE FOR-MASTER-FILE
           END-IF.
           CLOSE TERC-REPORT-FILE.
           CLOSE TERC-EXTRATO-FILE.
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
           MOVE "TERCMES"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-COM-PONTO   TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-FORA-VALID  TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM ARQUIVO OBRIGATORIO
      * NAO ABRIU, ALERTA SE HOUVE HORA FORA DA VALIDADE OU SOB
      * CONTRATADA BLOQUEADA, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-FORA-VALID > ZEROES OR
                 WS-TOTAL-CNPJ-BLOQ > ZEROES
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
           DISPLAY "TERCEIRIZADOS LIDOS..: " WS-TOTAL-LIDOS.
           DISPLAY "COM PONTO NO MES.....: " WS-TOTAL-COM-PONTO.
           DISPLAY "CONTRATADAS..........: " WS-TOTAL-CONTRATADAS.
           DISPLAY "FORA DA VALIDADE.....: " WS-TOTAL-FORA-VALID.
           DISPLAY "SOB CNPJ BLOQUEADO...: " WS-TOTAL-CNPJ-BLOQ.
           DISPLAY "MINUTOS VALIDOS......: " WS-TOTAL-MIN-VALIDOS.
           DISPLAY "MINUTOS FORA VALIDADE: " WS-TOTAL-MIN-FORA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DAS HORAS MENSAIS DE TERCEIRIZADOS".
       00050-END.
