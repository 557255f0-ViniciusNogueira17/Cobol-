       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CONFERE-SELO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina compartilhada que confere o selo
      *                encadeado de um log de evidencia (AUDITLOG,
      *                ACESSLOG, EMPJRNL ou ORGJRNL) contra o cadastro
      *                de selos SELOREG: rele o log na ordem, recalcula
      *                pela CALC-SELO o hash de cada faixa selada cujos
      *                registros caem na faixa de datas pedida e compara
      *                com o selo gravado pela SELAGEM, conferindo
      *                tambem que cada selo continua o anterior (mesmo
      *                hash e numeracao sem buraco). Devolve a situacao
      *                e, na primeira faixa que nao confere, o numero de
      *                ordem e a imagem do primeiro registro da faixa.
      *                Chamada pelo SELOCONF (relatorio de conferencia)
      *                e, antes de tocar no log, pelo AUDITARC, EMPJREP
      *                e ORGJREP, que se recusam a rodar com a cadeia
      *                quebrada. Registros que o AUDITARC ja levou para
      *                o historico (registro "A" do SELOREG) nao estao
      *                mais no arquivo vivo: a conferencia recomeca do
      *                hash no ponto de corte.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  ACS-REC ganhou o numero do pedido LGPD: o
      *                  ACESSLOG entra no selo com 55 posicoes.
      * 2026-10-15  RMS  Area do registro do selo ampliada para 241
      *                  posicoes: o EMPJ-REC ganhou o aprovador da
      *                  alteracao (EMPJ-APROVADOR).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SELO-REG-FILE ASSIGN TO "SELOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELOREG-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ORG-JORNAL-FILE ASSIGN TO "ORGJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  SELO-REG-FILE.
           COPY SELREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  ACESSO-LOG-FILE.
           COPY ACSREC.

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  ORG-JORNAL-FILE.
           COPY ORGJREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-SELOREG-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-LOG-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SELO-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SELO-EOF                    VALUE "Y".
       01 WS-LOG-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-LOG-EOF                     VALUE "Y".
       01 WS-LOG-ABERTO-SW     PIC X(01)   VALUE "N".
          88 WS-LOG-ABERTO                  VALUE "S".
       01 WS-QUEBRA-SW         PIC X(01)   VALUE "N".
          88 WS-QUEBRA                      VALUE "S".
       01 WS-ANTERIOR-SW       PIC X(01)   VALUE "N".
          88 WS-HA-ANTERIOR                 VALUE "S".
       01 WS-CONFERIR-SW       PIC X(01)   VALUE "N".
          88 WS-CONFERIR                    VALUE "S".
      * OS QUATRO LOGS SELADOS E O TAMANHO DO REGISTRO DE CADA UM
      * (POSICOES QUE ENTRAM NO HASH)
       01 WS-LOGS-AUX.
           03 FILLER         PIC X(12)   VALUE "AUDITLOG0082".
           03 FILLER         PIC X(12)   VALUE "ACESSLOG0055".
           03 FILLER         PIC X(12)   VALUE "EMPJRNL 0241".
           03 FILLER         PIC X(12)   VALUE "ORGJRNL 0100".
       01 WS-TAB-LOGS REDEFINES WS-LOGS-AUX.
           03 WS-LOG-ITEM                   OCCURS 4 TIMES.
              05 WS-LOG-NOME      PIC X(08).
              05 WS-LOG-TAMANHO   PIC 9(04).
       01 WS-IDX-LOG           PIC 9(01)   VALUE ZEROES.
       01 WS-IDX               PIC 9(01)   VALUE ZEROES.
       01 WS-DATA-INI          PIC 9(08)   VALUE ZEROES.
       01 WS-DATA-FIM          PIC 9(08)   VALUE ZEROES.
      * POSICAO NO LOG: NUMERO DE ORDEM (DESDE A CRIACAO DO LOG) DO
      * ULTIMO REGISTRO LIDO, JA CONTANDO OS ARQUIVADOS
       01 WS-POS-LOG           PIC 9(09)   VALUE ZEROES.
       01 WS-BASE-SEQ          PIC 9(09)   VALUE ZEROES.
       01 WS-BASE-HASH         PIC 9(09)   VALUE ZEROES.
       01 WS-QTDE-SELOS-LOG    PIC 9(05)   VALUE ZEROES.
       01 WS-SEQ-PRIM          PIC 9(09)   VALUE ZEROES.
       01 WS-SEQ-FIM           PIC 9(09)   VALUE ZEROES.
       01 WS-ANT-SEQ-FIM       PIC 9(09)   VALUE ZEROES.
       01 WS-ANT-HASH-FIM      PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-CALC         PIC 9(09)   VALUE ZEROES.
       01 WS-REGISTRO          PIC X(241)  VALUE SPACES.
       01 WS-REG-PRIM          PIC X(241)  VALUE SPACES.
       01 WS-TAMANHO           PIC 9(04)   VALUE ZEROES.
      *
       LINKAGE             SECTION.
       01 LK-ARQUIVO           PIC X(08).
      *    AUDITLOG, ACESSLOG, EMPJRNL OU ORGJRNL
       01 LK-DATA-INI          PIC 9(08).
       01 LK-DATA-FIM          PIC 9(08).
      *    FAIXA DE DATAS DOS REGISTROS A CONFERIR (AAAAMMDD);
      *    ZEROS = DESDE O INICIO / ATE O FIM
       01 LK-STATUS            PIC X(02).
      *    "00" CADEIA CONFERE
      *    "01" NENHUM SELO GRAVADO PARA O LOG (NADA A CONFERIR)
      *    "02" CADEIA QUEBRADA (VER LK-SEQ-QUEBRA)
      *    "03" LOG DESCONHECIDO OU QUE NAO ABRIU
       01 LK-SEQ-QUEBRA        PIC 9(09).
      *    NUMERO DE ORDEM DO PRIMEIRO REGISTRO DA FAIXA QUEBRADA
       01 LK-DATA-SELO-QUEBRA  PIC 9(08).
       01 LK-REG-QUEBRA        PIC X(241).
      *    IMAGEM DO REGISTRO (BRANCOS SE ELE SUMIU DO LOG)
       01 LK-QTDE-CONFERIDOS   PIC 9(09).
       01 LK-QTDE-PENDENTES    PIC 9(09).
      *    REGISTROS NO FIM DO LOG AINDA SEM SELO
       01 LK-ULTIMO-SELADO     PIC 9(09).
       01 LK-BASE-SEQ          PIC 9(09).
       01 LK-BASE-HASH         PIC 9(09).
      *    REGISTROS JA ARQUIVADOS E O HASH NO PONTO DE CORTE
      *
       PROCEDURE           DIVISION USING LK-ARQUIVO
                                           LK-DATA-INI
                                           LK-DATA-FIM
                                           LK-STATUS
                                           LK-SEQ-QUEBRA
                                           LK-DATA-SELO-QUEBRA
                                           LK-REG-QUEBRA
                                           LK-QTDE-CONFERIDOS
                                           LK-QTDE-PENDENTES
                                           LK-ULTIMO-SELADO
                                           LK-BASE-SEQ
                                           LK-BASE-HASH.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      * 1A PASSADA NO SELOREG ACHA O PONTO DE CORTE E O ULTIMO
      * REGISTRO SELADO; A 2A CONFERE OS SELOS NA ORDEM, LENDO O LOG
      * JUNTO, E O RESTO DO LOG SAO OS REGISTROS PENDENTES DE SELO
           MOVE "00"   TO LK-STATUS.
           MOVE ZEROES TO LK-SEQ-QUEBRA LK-DATA-SELO-QUEBRA
                          LK-QTDE-CONFERIDOS LK-QTDE-PENDENTES
                          LK-ULTIMO-SELADO LK-BASE-SEQ LK-BASE-HASH.
           MOVE SPACES TO LK-REG-QUEBRA.
           MOVE ZEROES TO WS-IDX-LOG WS-BASE-SEQ WS-BASE-HASH
                          WS-QTDE-SELOS-LOG WS-POS-LOG.
           MOVE "N" TO WS-QUEBRA-SW WS-ANTERIOR-SW WS-LOG-ABERTO-SW
                       WS-LOG-EOF-SW.
           PERFORM 00011-ACHA-LOG
              VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4.
           IF WS-IDX-LOG = ZEROES
              MOVE "03" TO LK-STATUS
           ELSE
              MOVE LK-DATA-INI TO WS-DATA-INI
              MOVE LK-DATA-FIM TO WS-DATA-FIM
              IF WS-DATA-FIM = ZEROES
                 MOVE 99999999 TO WS-DATA-FIM
              END-IF
              MOVE WS-LOG-TAMANHO(WS-IDX-LOG) TO WS-TAMANHO
              PERFORM 00012-CARREGA-BASE
              IF WS-QTDE-SELOS-LOG = ZEROES
                 MOVE "01" TO LK-STATUS
              ELSE
                 PERFORM 00013-ABRE-LOG
                 IF LK-STATUS = "00"
                    PERFORM 00020-CONFERE-CADEIA
                    PERFORM 00014-FECHA-LOG
                 END-IF
              END-IF
           END-IF.
           MOVE WS-BASE-SEQ  TO LK-BASE-SEQ.
           MOVE WS-BASE-HASH TO LK-BASE-HASH.
       00010-END.
      *
       00011-ACHA-LOG      SECTION.
           IF WS-LOG-NOME(WS-IDX) = LK-ARQUIVO
              MOVE WS-IDX TO WS-IDX-LOG
           END-IF.
       00011-END.
      *
       00012-CARREGA-BASE  SECTION.
      * O ULTIMO REGISTRO "A" DO LOG DA O PONTO DE CORTE DO
      * ARQUIVAMENTO; OS "S" DAO O ULTIMO REGISTRO SELADO. SEM SELOREG
      * NAO HA SELO NENHUM
           OPEN INPUT SELO-REG-FILE.
           IF WS-SELOREG-STATUS = "00"
              MOVE "N" TO WS-SELO-EOF-SW
              PERFORM 00031-LE-SELO
              PERFORM 00015-ACUMULA-BASE UNTIL WS-SELO-EOF
              CLOSE SELO-REG-FILE
           END-IF.
       00012-END.
      *
       00013-ABRE-LOG      SECTION.
      * LOG INEXISTENTE COM SELO GRAVADO E LOG APAGADO: A CONFERENCIA
      * SEGUE COMO LOG VAZIO E ACUSA A QUEBRA NO PRIMEIRO SELO
           EVALUATE WS-IDX-LOG
              WHEN 1 OPEN INPUT AUDIT-TRAIL-FILE
              WHEN 2 OPEN INPUT ACESSO-LOG-FILE
              WHEN 3 OPEN INPUT EMP-JORNAL-FILE
              WHEN 4 OPEN INPUT ORG-JORNAL-FILE
           END-EVALUATE.
           MOVE WS-BASE-SEQ TO WS-POS-LOG.
           EVALUATE WS-LOG-STATUS
              WHEN "00"
                 MOVE "S" TO WS-LOG-ABERTO-SW
              WHEN "35"
                 MOVE "Y" TO WS-LOG-EOF-SW
              WHEN OTHER
                 MOVE "03" TO LK-STATUS
           END-EVALUATE.
       00013-END.
      *
       00014-FECHA-LOG     SECTION.
           IF WS-LOG-ABERTO
              EVALUATE WS-IDX-LOG
                 WHEN 1 CLOSE AUDIT-TRAIL-FILE
                 WHEN 2 CLOSE ACESSO-LOG-FILE
                 WHEN 3 CLOSE EMP-JORNAL-FILE
                 WHEN 4 CLOSE ORG-JORNAL-FILE
              END-EVALUATE
              MOVE "N" TO WS-LOG-ABERTO-SW
           END-IF.
       00014-END.
      *
       00015-ACUMULA-BASE  SECTION.
           IF SEL-ARQUIVO = LK-ARQUIVO
              IF SEL-ARQUIVAMENTO
                 COMPUTE WS-BASE-SEQ = SEL-SEQ-INI + SEL-QTDE - 1
                 MOVE SEL-HASH-FIM TO WS-BASE-HASH
              END-IF
              IF SEL-SELAGEM
                 ADD 1 TO WS-QTDE-SELOS-LOG
                 COMPUTE LK-ULTIMO-SELADO = SEL-SEQ-INI + SEL-QTDE - 1
              END-IF
           END-IF.
           PERFORM 00031-LE-SELO.
       00015-END.
      *
       00020-CONFERE-CADEIA SECTION.
      * PERCORRE OS SELOS DO LOG NA ORDEM ATE O FIM OU A PRIMEIRA
      * QUEBRA; SEM QUEBRA, CONTA O QUE SOBROU NO LOG SEM SELO
           OPEN INPUT SELO-REG-FILE.
           MOVE "N" TO WS-SELO-EOF-SW.
           PERFORM 00031-LE-SELO.
           PERFORM 00021-CONFERE-SELO
              UNTIL WS-SELO-EOF OR WS-QUEBRA.
           CLOSE SELO-REG-FILE.
           IF WS-QUEBRA
              MOVE "02" TO LK-STATUS
           ELSE
              PERFORM 00030-LE-LOG
              PERFORM 00025-CONTA-PENDENTE UNTIL WS-LOG-EOF
           END-IF.
       00020-END.
      *
       00021-CONFERE-SELO  SECTION.
      * SO OS SELOS "S" DO LOG PEDIDO. A FAIXA FORA DA FAIXA DE DATAS
      * E SO ATRAVESSADA; A FAIXA JA TODA ARQUIVADA NAO ESTA MAIS NO
      * ARQUIVO VIVO E SO ENTRA NA CONTINUIDADE DA CADEIA
           IF SEL-ARQUIVO = LK-ARQUIVO AND SEL-SELAGEM
              COMPUTE WS-SEQ-FIM = SEL-SEQ-INI + SEL-QTDE - 1
              IF SEL-DATA-REG-FIM >= WS-DATA-INI AND
                 SEL-DATA-REG-INI <= WS-DATA-FIM
                 MOVE "S" TO WS-CONFERIR-SW
              ELSE
                 MOVE "N" TO WS-CONFERIR-SW
              END-IF
              IF WS-HA-ANTERIOR AND WS-CONFERIR AND
                 (SEL-HASH-INI NOT = WS-ANT-HASH-FIM OR
                  SEL-SEQ-INI NOT = WS-ANT-SEQ-FIM + 1)
                 MOVE "S" TO WS-QUEBRA-SW
                 MOVE SEL-SEQ-INI   TO LK-SEQ-QUEBRA
                 MOVE SEL-DATA-SELO TO LK-DATA-SELO-QUEBRA
              END-IF
              IF NOT WS-QUEBRA AND WS-SEQ-FIM > WS-BASE-SEQ
                 PERFORM 00022-RECALCULA-FAIXA
              END-IF
              MOVE "S"          TO WS-ANTERIOR-SW
              MOVE WS-SEQ-FIM   TO WS-ANT-SEQ-FIM
              MOVE SEL-HASH-FIM TO WS-ANT-HASH-FIM
           END-IF.
           IF NOT WS-QUEBRA
              PERFORM 00031-LE-SELO
           END-IF.
       00021-END.
      *
       00022-RECALCULA-FAIXA SECTION.
      * LE A FAIXA NO LOG (SE O SELO COMECA ANTES DO CORTE DO
      * ARQUIVAMENTO, SO A PARTE QUE FICOU, A PARTIR DO HASH DO
      * CORTE) E COMPARA O HASH RECALCULADO COM O DO SELO
           IF SEL-SEQ-INI > WS-BASE-SEQ
              MOVE SEL-SEQ-INI  TO WS-SEQ-PRIM
              MOVE SEL-HASH-INI TO WS-HASH-CALC
           ELSE
              COMPUTE WS-SEQ-PRIM = WS-BASE-SEQ + 1
              MOVE WS-BASE-HASH TO WS-HASH-CALC
           END-IF.
           MOVE SPACES TO WS-REG-PRIM.
           PERFORM 00023-RECALCULA-REGISTRO
              UNTIL WS-POS-LOG >= WS-SEQ-FIM OR WS-LOG-EOF.
           IF WS-CONFERIR
              IF WS-POS-LOG < WS-SEQ-FIM OR
                 WS-HASH-CALC NOT = SEL-HASH-FIM
                 MOVE "S" TO WS-QUEBRA-SW
                 MOVE WS-SEQ-PRIM   TO LK-SEQ-QUEBRA
                 MOVE SEL-DATA-SELO TO LK-DATA-SELO-QUEBRA
                 MOVE WS-REG-PRIM   TO LK-REG-QUEBRA
              END-IF
           END-IF.
       00022-END.
      *
       00023-RECALCULA-REGISTRO SECTION.
           PERFORM 00030-LE-LOG.
           IF NOT WS-LOG-EOF
              IF WS-POS-LOG = WS-SEQ-PRIM
                 MOVE WS-REGISTRO TO WS-REG-PRIM
              END-IF
              IF WS-CONFERIR AND WS-POS-LOG >= WS-SEQ-PRIM
                 CALL "CALC-SELO" USING WS-REGISTRO
                                        WS-TAMANHO
                                        WS-HASH-CALC
                 END-CALL
                 ADD 1 TO LK-QTDE-CONFERIDOS
              END-IF
           END-IF.
       00023-END.
      *
       00025-CONTA-PENDENTE SECTION.
           ADD 1 TO LK-QTDE-PENDENTES.
           PERFORM 00030-LE-LOG.
       00025-END.
      *
       00030-LE-LOG        SECTION.
      * LE O PROXIMO REGISTRO DO LOG PEDIDO PARA A AREA COMUM
           IF NOT WS-LOG-ABERTO
              MOVE "Y" TO WS-LOG-EOF-SW
           ELSE
              MOVE SPACES TO WS-REGISTRO
              EVALUATE WS-IDX-LOG
                 WHEN 1
                    READ AUDIT-TRAIL-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END MOVE AUDIT-REC TO WS-REGISTRO
                    END-READ
                 WHEN 2
                    READ ACESSO-LOG-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END MOVE ACS-REC TO WS-REGISTRO
                    END-READ
                 WHEN 3
                    READ EMP-JORNAL-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END MOVE EMPJ-REC TO WS-REGISTRO
                    END-READ
                 WHEN 4
                    READ ORG-JORNAL-FILE
                        AT END MOVE "Y" TO WS-LOG-EOF-SW
                        NOT AT END MOVE ORGJ-REC TO WS-REGISTRO
                    END-READ
              END-EVALUATE
              IF NOT WS-LOG-EOF
                 ADD 1 TO WS-POS-LOG
              END-IF
           END-IF.
       00030-END.
      *
       00031-LE-SELO       SECTION.
           READ SELO-REG-FILE
               AT END
                   MOVE "Y" TO WS-SELO-EOF-SW
           END-READ.
       00031-END.
