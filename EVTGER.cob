      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  O detalhe da transmissao passou a levar o
      *                  codigo CBO da ocupacao, buscado pelo cargo do
      *                  empregado (EMPMAST) no catalogo de cargos
      *                  (CRGMAST); o registro de transmissao cresceu
      *                  para 40 posicoes. Evento sem CBO resolvido
      *                  (matricula fora do mestre, cargo fora do
      *                  catalogo ou catalogo indisponivel) sai com o
      *                  CBO zerado, fica no job log e o passo
      *                  termina em alerta.
      * 2026-10-15  RMS  A fila ganhou a empresa do vinculo e o motivo
      *                  do evento (transferencia entre empresas do
      *                  grupo, EMPCIATR): o detalhe da transmissao
      *                  passou a levar os dois no espaco livre do fim
      *                  do registro, que continua com 40 posicoes.
      *                  Evento antigo, sem empresa na fila, sai com a
      *                  empresa do EMPMAST (01 se nao resolvida).
      * 2026-10-15  RMS  O detalhe da transmissao passou a levar o
      *                  PIS/PASEP/NIS do empregado (EMP-NIS do
      *                  EMPMAST); o registro de transmissao cresceu
      *                  para 51 posicoes (header e trailer junto).
      *                  Empregado ainda sem NIS (ou fora do mestre)
      *                  sai com o NIS em branco e e contado; a
      *                  pendencia e cobrada pelo relatorio NISPEND.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT EVT-TRANS-FILE ASSIGN TO "EVTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           COPY EVTREC.

       FD  EVENTO-WORK-FILE.
       01  EVENTO-WORK-REC         PIC X(38).

       FD  EVENTO-CTL-FILE.
       01  EVT-CTL-REC             PIC 9(05).
      *       "H" HEADER, "D" DETALHE, "T" TRAILER
           03 ETX-H-LOTE           PIC 9(05).
           03 ETX-H-DATA           PIC 9(08).
           03 FILLER               PIC X(37).
       01  EVT-TRANS-DETALHE REDEFINES EVT-TRANS-HEADER.
           03 ETX-D-TIPO           PIC X(01).
           03 ETX-D-EVENTO         PIC X(01).
           03 ETX-D-SETOR          PIC 9(01).
           03 ETX-D-DEPTO          PIC 9(01).
           03 ETX-D-SERVIDOR       PIC 9(01).
           03 ETX-D-CBO            PIC 9(06).
           03 ETX-D-EMPRESA        PIC 9(02).
           03 ETX-D-MOTIVO         PIC X(01).
           03 ETX-D-NIS            PIC X(11).
           03 FILLER               PIC X(01).
       01  EVT-TRANS-TRAILER REDEFINES EVT-TRANS-HEADER.
           03 ETX-T-TIPO           PIC X(01).
           03 ETX-T-QTDE           PIC 9(07).
           03 FILLER               PIC X(43).

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CRG-MASTER-FILE.
           COPY CRGREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
       01 WS-EVENTQ-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-EVENTWRK-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EVTCTL-STATUS     PIC X(02)   VALUE SPACES.
      * CBO DO EVENTO: CARGO DO EMPREGADO NO EMPMAST E CODIGO DA
      * OCUPACAO NO CATALOGO DE CARGOS (CRGMAST)
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-EMPMAST-OK                  VALUE "S".
       01 WS-CRGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CRGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CRGMAST-OK                  VALUE "S".
       01 WS-CBO               PIC 9(06)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EVTGER".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ENVIADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REGRAVADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-CBO     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-NIS     PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
              MOVE WS-LOTE       TO ETX-H-LOTE
              MOVE DATA-HOJE-NUM TO ETX-H-DATA
              WRITE EVT-TRANS-HEADER
              PERFORM 00012-ABRE-CADASTROS
              PERFORM 00024-LE-EVENTO
           END-IF.
       00010-END.
              CLOSE EVENTO-CTL-FILE
           END-IF.
       00011-END.
      *
       00012-ABRE-CADASTROS SECTION.
      * ABRE O MESTRE DE EMPREGADOS E O CATALOGO DE CARGOS PARA O CBO
      * DO DETALHE; SEM ELES OS EVENTOS SAEM COM O CBO ZERADO
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS = "00"
              MOVE "S" TO WS-EMPMAST-OK-SW
           ELSE
              DISPLAY "AVISO: EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - EVENTOS SEM CBO"
           END-IF.
           OPEN INPUT CRG-MASTER-FILE.
           IF WS-CRGMAST-STATUS = "00"
              MOVE "S" TO WS-CRGMAST-OK-SW
           ELSE
              DISPLAY "AVISO: CRGMAST NAO ABRIU (STATUS "
                      WS-CRGMAST-STATUS ") - EVENTOS SEM CBO"
           END-IF.
       00012-END.
      *
       00020-PROCESSO      SECTION.
      * EVENTO NA FILA ("Q") VAI PARA A TRANSMISSAO E E MARCADO COMO
              MOVE EVT-SETOR       TO ETX-D-SETOR
              MOVE EVT-DEPTO       TO ETX-D-DEPTO
              MOVE EVT-SERVIDOR-IDX TO ETX-D-SERVIDOR
              PERFORM 00022-BUSCA-CBO
              MOVE WS-CBO          TO ETX-D-CBO
              IF EVT-EMPRESA NUMERIC AND EVT-EMPRESA > ZEROES
                 MOVE EVT-EMPRESA  TO ETX-D-EMPRESA
              ELSE
                 PERFORM 00023-BUSCA-EMPRESA
              END-IF
              MOVE EVT-MOTIVO      TO ETX-D-MOTIVO
              PERFORM 00023A-BUSCA-NIS
              WRITE EVT-TRANS-HEADER
              ADD 1 TO WS-TOTAL-ENVIADOS
              ADD EVT-MATRICULA TO WS-HASH-MATRICULA
           WRITE EVENTO-WORK-REC.
           PERFORM 00024-LE-EVENTO.
       00020-END.
      *
       00022-BUSCA-CBO     SECTION.
      * CBO DA OCUPACAO: CARGO DO EMPREGADO NO MESTRE E CODIGO DO
      * CARGO NO CATALOGO; NAO RESOLVIDO SAI ZERADO E VAI PARA O JOB
      * LOG
           MOVE ZEROES TO WS-CBO.
           IF WS-EMPMAST-OK AND WS-CRGMAST-OK
              MOVE EVT-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO EMP-CARGO
              END-READ
              MOVE EMP-CARGO TO CRG-CARGO
              READ CRG-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CRG-CBO TO WS-CBO
              END-READ
           END-IF.
           IF WS-CBO = ZEROES
              ADD 1 TO WS-TOTAL-SEM-CBO
              DISPLAY "AVISO: EVENTO " EVT-TIPO " DA MATRICULA "
                      EVT-MATRICULA " SEM CBO (CARGO FORA DO "
                      "CATALOGO)"
           END-IF.
       00022-END.
      *
       00023-BUSCA-EMPRESA SECTION.
      * EVENTO ENFILEIRADO ANTES DE A FILA TER A EMPRESA: VALE A DO
      * VINCULO NO MESTRE, E EMPRESA ZERADA CONTA COMO 01
           MOVE 01 TO ETX-D-EMPRESA.
           IF WS-EMPMAST-OK
              MOVE EVT-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF EMP-EMPRESA NUMERIC AND EMP-EMPRESA > ZEROES
                         MOVE EMP-EMPRESA TO ETX-D-EMPRESA
                      END-IF
              END-READ
           END-IF.
       00023-END.
      *
       00023A-BUSCA-NIS    SECTION.
      * PIS/PASEP/NIS DO EMPREGADO NO MESTRE; SEM NUMERO (AINDA NAO
      * CONVERTIDO, MATRICULA FORA DO MESTRE OU MESTRE INDISPONIVEL)
      * SAI EM BRANCO E E CONTADO
           MOVE SPACES TO ETX-D-NIS.
           IF WS-EMPMAST-OK
              MOVE EVT-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-NIS TO ETX-D-NIS
              END-READ
           END-IF.
           IF ETX-D-NIS = SPACES
              ADD 1 TO WS-TOTAL-SEM-NIS
           END-IF.
       00023A-END.
      *
       00024-LE-EVENTO     SECTION.
      * LE O PROXIMO EVENTO DA FILA
           CLOSE EVT-TRANS-FILE.
           CLOSE EVENTO-FILA-FILE.
           CLOSE EVENTO-WORK-FILE.
           IF WS-EMPMAST-OK
              CLOSE EMP-MASTER-FILE
           END-IF.
           IF WS-CRGMAST-OK
              CLOSE CRG-MASTER-FILE
           END-IF.
       00040-END.
      *
       00042-REGRAVA-FILA  SECTION.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE A FILA NAO ABRIU,
      * ALERTA SE ALGUM EVENTO SAIU SEM CBO, NORMAL CASO CONTRARIO
      * (RODADA SEM EVENTO NA FILA E NORMAL)
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-CBO > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
           DISPLAY "EVENTOS TRANSMITIDOS.....: " WS-TOTAL-ENVIADOS.
           DISPLAY "FILA REGRAVADA (EVENTOS).: "
                   WS-TOTAL-REGRAVADOS.
           DISPLAY "EVENTOS SEM CBO..........: " WS-TOTAL-SEM-CBO.
           DISPLAY "EVENTOS SEM NIS..........: " WS-TOTAL-SEM-NIS.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
