      *                  que cobre a data conta como ferias, para dia
      *                  de ferias marcado nao sair como falta sem
      *                  justificativa.
      * 2026-10-15  RMS  Escalas de revezamento: quem tem o dia
      *                  expandido no ESCDIA (passo ESCEXPAN) passa a
      *                  ser esperado conforme a escala -- dia com
      *                  minutos esperados e dia de trabalho mesmo em
      *                  sabado, domingo ou feriado, e folga da escala
      *                  nao e falta mesmo em dia util. Com o ESCDIA
      *                  disponivel, o dia nao util deixa de encerrar o
      *                  passo: so os empregados de escala sao
      *                  controlados nele.
      * 2026-10-15  RMS  O PTM-REC ganhou a parcela da empresa de
      *                  origem (PTM-ORIGEM, da transferencia entre
      *                  empresas EMPCIATR); o registro aberto aqui
      *                  passa a zera-la.
      * 2026-10-15  RMS  A varredura dos empregados passou a ser feita
      *                  na foto diaria EMPSNAP (passo EMPSNAP), em
      *                  ordem de matricula, no lugar do EMPMAST; a
      *                  foto e conferida pela CONFERE-FOTO na partida
      *                  e o passo se recusa a rodar com foto de outro
      *                  dia ou que nao fecha.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTODIA-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT AUS-MASTER-FILE ASSIGN TO "AUSMAST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.

           SELECT ESD-DIA-FILE ASSIGN TO "ESCDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-CHAVE
               FILE STATUS IS WS-ESCDIA-STATUS.

           SELECT PONTO-MES-FILE ASSIGN TO "PONTOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  PONTO-FILE.
           COPY PONTOREC.

       FD  SNAP-FILE.
           COPY SNPREC.

       FD  AUS-MASTER-FILE.
           COPY AUSREC.
       FD  FERIAS-FILE.
           COPY FERREC.

       FD  ESD-DIA-FILE.
           COPY ESDREC.

       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-PONTODIA-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
      * CAMPOS DA CHAMADA A CONFERE-FOTO
       01 WS-CF-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CF-DATA-FOTO      PIC 9(08)   VALUE ZEROES.
       01 WS-CF-QTDE           PIC 9(09)   VALUE ZEROES.
       01 WS-AUSMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "AUSENCIA".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
      * SEM DATA DE MOVIMENTO VALIDA NO PONTODIA, OU DATA QUE NAO E
      * DIA UTIL (SEM A ESCALA EXPANDIDA ESCDIA), NAO HA AUSENCIA A
      * CONTROLAR
       01 WS-SEM-CONTROLE-SW   PIC X(01)   VALUE "N".
          88 WS-SEM-CONTROLE                VALUE "S".
       01 WS-DIA-UTIL-SW       PIC X(01)   VALUE "S".
          88 WS-DIA-UTIL                    VALUE "S".
       01 WS-ESCDIA-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-ESCDIA-OK-SW      PIC X(01)   VALUE "N".
          88 WS-ESCDIA-OK                   VALUE "S".
      * EMPREGADO ESPERADO NO DIA: PELA ESCALA DO ESCDIA QUANDO A
      * MATRICULA TEM O DIA EXPANDIDO, SENAO PELO DIA UTIL
       01 WS-ESPERADO-SW       PIC X(01)   VALUE "N".
          88 WS-ESPERADO                    VALUE "S".
       01 WS-TOTAL-FOLGA-ESC   PIC 9(07)   VALUE ZEROES.
       01 WS-DATA-MOVIMENTO    PIC 9(08)   VALUE ZEROES.
       01 WS-DATA-MOVIMENTO-DET REDEFINES WS-DATA-MOVIMENTO.
           03 WS-MOVTO-ANO     PIC 9(04).
              IF NOT WS-SEM-CONTROLE
                 PERFORM 00015-ABRE-MESTRES
              END-IF
              IF WS-ESCDIA-OK AND
                 (WS-SEM-CONTROLE OR WS-ABORT)
                 CLOSE ESD-DIA-FILE
              END-IF
           END-IF.
       00010-END.
      *
      *
       00013-TESTA-DIA-UTIL SECTION.
      * SEM DATA DE MOVIMENTO NAO HA O QUE CONTROLAR; EM FIM DE SEMANA
      * OU FERIADO (DATEUTIL/CALMAST) A FALTA DE PONTO E ESPERADA,
      * EXCETO PARA QUEM TEM DIA DE TRABALHO NA ESCALA DO ESCDIA
           IF WS-DATA-MOVIMENTO = ZEROES
              DISPLAY "PONTODIA SEM DATA DE MOVIMENTO VALIDA - NADA "
                      "A CONTROLAR"
              MOVE "S" TO WS-SEM-CONTROLE-SW
           ELSE
              OPEN INPUT ESD-DIA-FILE
              IF WS-ESCDIA-STATUS = "00"
                 MOVE "S" TO WS-ESCDIA-OK-SW
              END-IF
              MOVE "U" TO WS-DU-OPERACAO
              CALL "DATEUTIL" USING WS-DU-OPERACAO WS-DATA-MOVIMENTO
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-STATUS
              END-CALL
              IF WS-DU-STATUS NOT = "00" OR WS-DU-UTIL-SW NOT = "S"
                 MOVE "N" TO WS-DIA-UTIL-SW
                 IF WS-ESCDIA-OK
                    DISPLAY "DATA DO MOVIMENTO " WS-DATA-MOVIMENTO
                            " NAO E DIA UTIL - SO AS ESCALAS DE "
                            "REVEZAMENTO SERAO CONTROLADAS"
                 ELSE
                    DISPLAY "DATA DO MOVIMENTO " WS-DATA-MOVIMENTO
                            " NAO E DIA UTIL - NADA A CONTROLAR"
                    MOVE "S" TO WS-SEM-CONTROLE-SW
                 END-IF
              END-IF
           END-IF.
       00013-END.
      *
       00015-ABRE-MESTRES  SECTION.
      * CONFERE E ABRE A FOTO DIARIA DOS EMPREGADOS, O MESTRE DE
      * AUSENCIAS (SEM ELE, NENHUM AFASTAMENTO CONSTA COMO
      * REGISTRADO) E O ACUMULADOR MENSAL ONDE OS DIAS DE AUSENCIA
      * SAO SOMADOS
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
              MOVE "S" TO WS-ABORT-SW
              MOVE "EMPSNAP" TO WS-INC-ARQUIVO
              MOVE WS-CF-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                AUS-SORT-MATRICULA
               INPUT PROCEDURE 00021-SELECIONA-AUSENTES
               OUTPUT PROCEDURE 00040-GRAVA-ORDENADO.
           CLOSE SNAP-FILE.
           IF WS-AUSMAST-OK
              CLOSE AUS-MASTER-FILE
           END-IF.
           IF WS-FERIASAG-OK
              CLOSE FERIAS-FILE
           END-IF.
           IF WS-ESCDIA-OK
              CLOSE ESD-DIA-FILE
           END-IF.
           CLOSE PONTO-MES-FILE.
           CLOSE AUS-REPORT-FILE.
       00020-END.
      *
       00021-SELECIONA-AUSENTES SECTION.
      * A PRIMEIRA LEITURA PULA O CABECALHO DA FOTO
           PERFORM 00024-LE-EMPREGADO.
           PERFORM 00024-LE-EMPREGADO.
           PERFORM 00022-AVALIA-EMPREGADO UNTIL WS-EOF.
       00021-END.
      *
       00022-AVALIA-EMPREGADO SECTION.
      * EMPREGADO ATIVO ESPERADO NO DIA (DIA UTIL OU DIA DE TRABALHO
      * DA ESCALA) E SEM PONTO E AUSENTE: OU CASA COM UM AFASTAMENTO
      * DO AUSMAST, OU VAI PARA O RELATORIO DE FALTAS SEM
      * JUSTIFICATIVA; NOS DOIS CASOS O DIA DE AUSENCIA E SOMADO NO
      * ACUMULADOR MENSAL
           IF SNP-ATIVO
              PERFORM 00023-DEFINE-ESPERADO
           END-IF.
           IF SNP-ATIVO AND WS-ESPERADO
              PERFORM 00025-PROCURA-PRESENTE
              IF NOT WS-ACHOU-PRESENTE
                 ADD 1 TO WS-TOTAL-AUSENTES
                    ADD 1 TO WS-TOTAL-JUSTIF
                 ELSE
                    ADD 1 TO WS-TOTAL-SEM-JUST
                    MOVE SNP-SETOR     TO AUS-SORT-SETOR
                    MOVE SNP-DEPTO     TO AUS-SORT-DEPTO
                    MOVE SNP-MATRICULA TO AUS-SORT-MATRICULA
                    MOVE SNP-NOME      TO AUS-SORT-NOME
                    RELEASE AUS-SORT-REC
                 END-IF
              END-IF
           END-IF.
           PERFORM 00024-LE-EMPREGADO.
       00022-END.
      *
       00023-DEFINE-ESPERADO SECTION.
      * COM O DIA DA MATRICULA EXPANDIDO NO ESCDIA, VALE A ESCALA
      * (MINUTOS ESPERADOS > ZERO); SEM ELE, VALE O DIA UTIL
           MOVE WS-DIA-UTIL-SW TO WS-ESPERADO-SW.
           IF WS-ESCDIA-OK
              MOVE SNP-MATRICULA     TO ESD-MATRICULA
              MOVE WS-DATA-MOVIMENTO TO ESD-DATA
              READ ESD-DIA-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF ESD-MIN-ESPERADO > ZEROES
                         MOVE "S" TO WS-ESPERADO-SW
                      ELSE
                         MOVE "N" TO WS-ESPERADO-SW
                         ADD 1 TO WS-TOTAL-FOLGA-ESC
                      END-IF
              END-READ
           END-IF.
       00023-END.
      *
       00024-LE-EMPREGADO  SECTION.
      * LE O PROXIMO EMPREGADO DA FOTO DIARIA; O TRAILER ENCERRA
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF SNP-TRAILER
                      MOVE "Y" TO WS-EOF-SW
                   ELSE
                      IF SNP-DETALHE
                         ADD 1 TO WS-TOTAL-LIDOS
                         ADD SNP-MATRICULA TO WS-HASH-MATRICULA
                      END-IF
                   END-IF
           END-READ.
       00024-END.
      *
       00025-END.
      *
       00025A-COMPARA-PRESENTE SECTION.
           IF WS-PRESENTE(WS-IDX-PRES) = SNP-MATRICULA
              MOVE "S" TO WS-ACHOU-PRES-SW
           END-IF.
       00025A-END.
           MOVE "N" TO WS-JUSTIFICADA-SW.
           MOVE "N" TO WS-AUS-EOF-SW.
           IF WS-AUSMAST-OK
              MOVE SNP-MATRICULA TO AUS-MATRICULA
              MOVE ZEROES        TO AUS-DATA-INI
              START AUS-MASTER-FILE KEY >= AUS-CHAVE
                  INVALID KEY
       00026A-END.
      *
       00026B-CASA-PERIODO SECTION.
           IF AUS-MATRICULA NOT = SNP-MATRICULA OR
              AUS-DATA-INI > WS-DATA-MOVIMENTO
              MOVE "Y" TO WS-AUS-EOF-SW
           ELSE
      * GOZADO DA MATRICULA QUE COBRE A DATA DO MOVIMENTO (MESMA
      * VARREDURA DO AUSMAST)
           MOVE "N" TO WS-FER-EOF-SW.
           MOVE SNP-MATRICULA TO FER-MATRICULA.
           MOVE ZEROES        TO FER-DATA-INI.
           START FERIAS-FILE KEY >= FER-CHAVE
               INVALID KEY
       00027A-END.
      *
       00027B-CASA-FERIAS  SECTION.
           IF FER-MATRICULA NOT = SNP-MATRICULA OR
              FER-DATA-INI > WS-DATA-MOVIMENTO
              MOVE "Y" TO WS-FER-EOF-SW
           ELSE
      * SOMA O DIA DE AUSENCIA NO REGISTRO DO MES DO MOVIMENTO DO
      * ACUMULADOR MENSAL; SE A MATRICULA AINDA NAO TEM REGISTRO NO
      * MES, ABRE UM COM OS MINUTOS ZERADOS
           MOVE SNP-MATRICULA TO PTM-MATRICULA.
           MOVE WS-MOVTO-ANO  TO PTM-ANO.
           MOVE WS-MOVTO-MES  TO PTM-MES.
           READ PONTO-MES-FILE
                   MOVE ZEROES TO PTM-MIN-NOTURNO
                   MOVE ZEROES TO PTM-QTDE-DIAS
                   MOVE 1      TO PTM-QTDE-AUS
                   MOVE ZEROES TO PTM-ORIGEM
                   MOVE SNP-EMPRESA TO PTM-EMPRESA
                   WRITE PTM-REC
               NOT INVALID KEY
                   ADD 1 TO PTM-QTDE-AUS
           DISPLAY "  DOENCA.................: " WS-TOTAL-DOENCA.
           DISPLAY "  LICENCA................: " WS-TOTAL-LICENCA.
           DISPLAY "FALTAS SEM JUSTIFICATIVA.: " WS-TOTAL-SEM-JUST.
           DISPLAY "FOLGAS DA ESCALA.........: " WS-TOTAL-FOLGA-ESC.
           DISPLAY "PONTOS ALEM DA TABELA....: "
                   WS-TOTAL-ESTOURO-TAB.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
