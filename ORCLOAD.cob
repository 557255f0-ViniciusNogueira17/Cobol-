       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ORCLOAD.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Carga anual do orcamento de mao de obra: le o
      *                arquivo ORCANUAL enviado pela controladoria (um
      *                registro por empresa, centro de custo e mes do
      *                ano orcado, com horas normais, horas extras e
      *                valor) e grava o mestre indexado ORCMAST. O ano
      *                da carga e o do CTL-ANO do cartao ou, sem cartao,
      *                o do primeiro registro; registro de outro ano,
      *                mes fora de 1-12, valor nao numerico ou centro
      *                de custo que nao consta no de-para CCUMAST e
      *                rejeitado. Orcado ja existente no mestre e
      *                substituido (recarga de revisao do orcamento).
      *                Cada registro sai no relatorio ORCLREL como
      *                incluido, substituido ou rejeitado com o motivo.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ORC-ANUAL-FILE ASSIGN TO "ORCANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORCANUAL-STATUS.

           SELECT ORC-MASTER-FILE ASSIGN TO "ORCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-ORCMAST-STATUS.

           SELECT CCU-MASTER-FILE ASSIGN TO "CCUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CCU-CHAVE
               FILE STATUS IS WS-CCUMAST-STATUS.

           SELECT ORC-REPORT-FILE ASSIGN TO "ORCLREL"
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
       FD  ORC-ANUAL-FILE.
       01  ORC-ANUAL-REC.
           03 OAN-EMPRESA          PIC 9(02).
           03 OAN-CENTRO-CUSTO     PIC X(08).
           03 OAN-ANO              PIC 9(04).
           03 OAN-MES              PIC 9(02).
           03 OAN-HORAS            PIC 9(07).
           03 OAN-HORAS-EXTRA      PIC 9(07).
      *       VALOR COM DUAS DECIMAIS IMPLICITAS
           03 OAN-VALOR            PIC 9(11)V99.

       FD  ORC-MASTER-FILE.
           COPY ORCREC.

       FD  CCU-MASTER-FILE.
           COPY CCUREC.

       FD  ORC-REPORT-FILE.
       01  ORC-REP-REC.
           03 LREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-EMPRESA         PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-CENTRO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-ANO-MES         PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-VALOR           PIC ZZZZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-MOTIVO          PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-DESCRICAO       PIC X(40).

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
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-ORCANUAL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ORCMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CCUMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "ORCLOAD".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-CCU-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CCU-EOF                     VALUE "Y".
       01 WS-DADOS-OK-SW       PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * ANO DA CARGA: CTL-ANO DO CARTAO OU, SEM ELE, O ANO DO
      * PRIMEIRO REGISTRO DO ARQUIVO
       01 WS-ANO-CARGA         PIC 9(04)   VALUE ZEROES.
      * CENTROS DE CUSTO DO DE-PARA CCUMAST (SEM REPETICAO)
       01 WS-LIMITE-CENTROS    PIC 9(03)   VALUE 100.
       01 WS-QTDE-CENTROS      PIC 9(03)   VALUE ZEROES.
       01 WS-TAB-CENTROS.
          03 WS-CTR-CENTRO     PIC X(08)   OCCURS 100 TIMES.
       01 WS-IDX-CTR           PIC 9(03)   VALUE ZEROES.
       01 WS-IDX-CTR-ACH       PIC 9(03)   VALUE ZEROES.
       01 WS-CENTRO-PROCURA    PIC X(08)   VALUE SPACES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "ORCLREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "ORCLOAD".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-INCLUIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SUBSTITUIDOS PIC 9(07)  VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-VALOR       PIC 9(13)V99 VALUE ZEROES.
       01 WS-HASH-HORAS        PIC 9(09)   VALUE ZEROES.
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
      * ORCANUAL E CCUMAST SAO OBRIGATORIOS; O ORCMAST E CRIADO NA
      * PRIMEIRA CARGA
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00011-LE-CARTAO-CONTROLE.

           DISPLAY " ".
           DISPLAY "INICIO DA CARGA ANUAL DO ORCAMENTO DE MAO DE OBRA".

           OPEN INPUT ORC-ANUAL-FILE.
           OPEN INPUT CCU-MASTER-FILE.
           IF WS-ORCANUAL-STATUS NOT = "00" OR
              WS-CCUMAST-STATUS NOT = "00"
              DISPLAY "*** ORCANUAL/CCUMAST NAO ABRIRAM (STATUS "
                      WS-ORCANUAL-STATUS "/" WS-CCUMAST-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              IF WS-ORCANUAL-STATUS NOT = "00"
                 MOVE "ORCANUAL" TO WS-INC-ARQUIVO
                 MOVE WS-ORCANUAL-STATUS TO WS-INC-STATUS
              ELSE
                 MOVE "CCUMAST" TO WS-INC-ARQUIVO
                 MOVE WS-CCUMAST-STATUS TO WS-INC-STATUS
              END-IF
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN I-O ORC-MASTER-FILE
              IF WS-ORCMAST-STATUS = "35"
                 OPEN OUTPUT ORC-MASTER-FILE
                 CLOSE ORC-MASTER-FILE
                 OPEN I-O ORC-MASTER-FILE
              END-IF
              IF WS-ORCMAST-STATUS NOT = "00"
                 DISPLAY "*** ORCMAST NAO ABRIU (STATUS "
                         WS-ORCMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "ORCMAST" TO WS-INC-ARQUIVO
                 MOVE WS-ORCMAST-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS WS-INC-RC
                 END-CALL
              END-IF
           END-IF.
           IF WS-ABORT
              IF WS-ORCANUAL-STATUS = "00"
                 CLOSE ORC-ANUAL-FILE
              END-IF
              IF WS-CCUMAST-STATUS = "00"
                 CLOSE CCU-MASTER-FILE
              END-IF
           ELSE
              PERFORM 00012-CARREGA-CENTROS UNTIL WS-CCU-EOF
              CLOSE CCU-MASTER-FILE
              OPEN OUTPUT ORC-REPORT-FILE
              PERFORM 00024-LE-ORCADO
              IF WS-ANO-CARGA = ZEROES AND NOT WS-EOF AND
                 OAN-ANO NUMERIC
                 MOVE OAN-ANO TO WS-ANO-CARGA
              END-IF
              DISPLAY "ANO DA CARGA: " WS-ANO-CARGA
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): CTL-ANO FIXA O ANO
      * DA CARGA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO NUMERIC AND CTL-ANO > ZEROES
                         MOVE CTL-ANO TO WS-ANO-CARGA
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00012-CARREGA-CENTROS SECTION.
      * MONTA A TABELA DOS CENTROS DE CUSTO DO DE-PARA; VARIAS
      * CELULAS PODEM APONTAR PARA O MESMO CENTRO
           READ CCU-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-CCU-EOF-SW
               NOT AT END
                   MOVE CCU-CENTRO-CUSTO TO WS-CENTRO-PROCURA
                   PERFORM 00013-PROCURA-CENTRO
                   IF WS-IDX-CTR-ACH = ZEROES AND
                      WS-QTDE-CENTROS < WS-LIMITE-CENTROS
                      ADD 1 TO WS-QTDE-CENTROS
                      MOVE CCU-CENTRO-CUSTO
                           TO WS-CTR-CENTRO(WS-QTDE-CENTROS)
                   END-IF
           END-READ.
       00012-END.
      *
       00013-PROCURA-CENTRO SECTION.
           MOVE ZEROES TO WS-IDX-CTR-ACH.
           PERFORM 00013A-COMPARA-CENTRO
              VARYING WS-IDX-CTR FROM 1 BY 1
              UNTIL WS-IDX-CTR > WS-QTDE-CENTROS
                 OR WS-IDX-CTR-ACH > ZEROES.
       00013-END.
      *
       00013A-COMPARA-CENTRO SECTION.
           IF WS-CTR-CENTRO(WS-IDX-CTR) = WS-CENTRO-PROCURA
              MOVE WS-IDX-CTR TO WS-IDX-CTR-ACH
           END-IF.
       00013A-END.
      *
       00020-PROCESSO      SECTION.
      * VALIDA O REGISTRO DO ORCADO; SE PASSA, GRAVA OU SUBSTITUI NO
      * MESTRE
           MOVE "S"    TO WS-DADOS-OK-SW.
           MOVE SPACES TO ORC-REP-REC.
           PERFORM 00025-VALIDA-ORCADO.
           IF WS-DADOS-OK
              PERFORM 00026-GRAVA-ORCADO
           END-IF.
           PERFORM 00024-LE-ORCADO.
       00020-END.
      *
       00024-LE-ORCADO     SECTION.
      * LE O PROXIMO REGISTRO DO ARQUIVO ANUAL
           READ ORC-ANUAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00025-VALIDA-ORCADO SECTION.
      * CAMPOS NUMERICOS, ANO DA CARGA, MES 1-12 E CENTRO DE CUSTO
      * CONHECIDO; A EMPRESA ZERADA CONTA COMO 01
           EVALUATE TRUE
               WHEN OAN-EMPRESA NOT NUMERIC OR
                    OAN-ANO NOT NUMERIC OR
                    OAN-MES NOT NUMERIC OR
                    OAN-HORAS NOT NUMERIC OR
                    OAN-HORAS-EXTRA NOT NUMERIC OR
                    OAN-VALOR NOT NUMERIC
                   MOVE "NU" TO LREP-MOTIVO
                   MOVE "CAMPO NUMERICO INVALIDO" TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN OAN-ANO NOT = WS-ANO-CARGA
                   MOVE "AN" TO LREP-MOTIVO
                   MOVE "ANO DIFERENTE DO ANO DA CARGA"
                        TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN OAN-MES < 01 OR OAN-MES > 12
                   MOVE "MS" TO LREP-MOTIVO
                   MOVE "MES FORA DE 01-12" TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN OTHER
                   IF OAN-EMPRESA = ZEROES
                      MOVE 01 TO OAN-EMPRESA
                   END-IF
                   MOVE OAN-CENTRO-CUSTO TO WS-CENTRO-PROCURA
                   PERFORM 00013-PROCURA-CENTRO
                   IF WS-IDX-CTR-ACH = ZEROES
                      MOVE "CC" TO LREP-MOTIVO
                      MOVE "CENTRO DE CUSTO NAO CONSTA NO CCUMAST"
                           TO LREP-DESCRICAO
                      PERFORM 00029-GRAVA-REJEICAO
                   END-IF
           END-EVALUATE.
       00025-END.
      *
       00026-GRAVA-ORCADO  SECTION.
      * INCLUI O ORCADO NO MESTRE; SE O CENTRO JA TEM ORCADO NO MES,
      * A CARGA SUBSTITUI O REGISTRO
           MOVE OAN-EMPRESA      TO ORC-EMPRESA.
           MOVE OAN-CENTRO-CUSTO TO ORC-CENTRO-CUSTO.
           MOVE OAN-ANO          TO ORC-ANO.
           MOVE OAN-MES          TO ORC-MES.
           MOVE OAN-HORAS        TO ORC-HORAS.
           MOVE OAN-HORAS-EXTRA  TO ORC-HORAS-EXTRA.
           MOVE OAN-VALOR        TO ORC-VALOR.
           MOVE "C"              TO ORC-ORIGEM.
           MOVE DATA-HOJE        TO ORC-DATA-ALT.
           WRITE ORC-REC
               INVALID KEY
                   REWRITE ORC-REC
                       INVALID KEY
                           MOVE "GR" TO LREP-MOTIVO
                           MOVE "FALHA NA GRAVACAO DO ORCMAST"
                                TO LREP-DESCRICAO
                           PERFORM 00029-GRAVA-REJEICAO
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-SUBSTITUIDOS
                           MOVE "SUBSTIT" TO LREP-ROTULO
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-INCLUIDOS
                   MOVE "INCLUIDO" TO LREP-ROTULO
           END-WRITE.
           IF WS-DADOS-OK
              ADD OAN-VALOR TO WS-TOTAL-VALOR
              ADD OAN-HORAS TO WS-HASH-HORAS
              PERFORM 00028-GRAVA-LINHA
           END-IF.
       00026-END.
      *
       00028-GRAVA-LINHA   SECTION.
           MOVE OAN-EMPRESA      TO LREP-EMPRESA.
           MOVE OAN-CENTRO-CUSTO TO LREP-CENTRO.
           MOVE OAN-ANO          TO LREP-ANO-MES(1:4).
           MOVE OAN-MES          TO LREP-ANO-MES(5:2).
           IF OAN-VALOR NUMERIC
              MOVE OAN-VALOR     TO LREP-VALOR
           END-IF.
           WRITE ORC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00028-END.
      *
       00029-GRAVA-REJEICAO SECTION.
      * REGISTRO REJEITADO (MOTIVO JA PREENCHIDO POR QUEM DETECTOU)
           MOVE "N"        TO WS-DADOS-OK-SW.
           MOVE "REJEITAD" TO LREP-ROTULO.
           PERFORM 00028-GRAVA-LINHA.
           ADD 1 TO WS-TOTAL-REJEITADOS.
       00029-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           MOVE SPACES         TO ORC-REP-REC.
           MOVE "TOTAL"        TO LREP-ROTULO.
           MOVE WS-ANO-CARGA   TO LREP-ANO-MES(1:4).
           MOVE WS-TOTAL-VALOR TO LREP-VALOR.
           MOVE "VALOR ORCADO GRAVADO NO ANO" TO LREP-DESCRICAO.
           WRITE ORC-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           CLOSE ORC-ANUAL-FILE.
           CLOSE ORC-MASTER-FILE.
           CLOSE ORC-REPORT-FILE.
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
           MOVE "ORCLOAD"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           COMPUTE AUDIT-QTDE-ACEITOS = WS-TOTAL-INCLUIDOS
                                      + WS-TOTAL-SUBSTITUIDOS.
           MOVE WS-TOTAL-REJEITADOS  TO AUDIT-QTDE-REJEIT.
           MOVE WS-HASH-HORAS        TO AUDIT-HASH-TOTAL.
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
      * NAO ABRIU, ALERTA SE HOUVE REGISTRO REJEITADO, NORMAL CASO
      * CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES
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
           DISPLAY "REGISTROS LIDOS......: " WS-TOTAL-LIDOS.
           DISPLAY "ORCADOS INCLUIDOS....: " WS-TOTAL-INCLUIDOS.
           DISPLAY "ORCADOS SUBSTITUIDOS.: " WS-TOTAL-SUBSTITUIDOS.
           DISPLAY "REGISTROS REJEITADOS.: " WS-TOTAL-REJEITADOS.
           DISPLAY "VALOR ORCADO GRAVADO.: " WS-TOTAL-VALOR.
           DISPLAY "HASH DE HORAS........: " WS-HASH-HORAS.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA CARGA ANUAL DO ORCAMENTO DE MAO DE OBRA".
       00050-END.
