       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CSGMES.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Passo mensal do emprestimo consignado. Casa, em
      *                ordem de matricula, o liquido da competencia
      *                (FOLHALIQ, gravado pelo FOLHADED) com os
      *                contratos do CSGMAST e confere a margem
      *                consignavel: a soma das parcelas dos contratos
      *                ATIVOS mais a do contrato PENDENTE nao pode
      *                passar de 35% do liquido. O pendente que cabe
      *                passa a ATIVO; o que nao cabe e RECUSADO com o
      *                motivo. Cada contrato ATIVO ja vencido tem a
      *                parcela do mes descontada: gravada no CSGDESC
      *                (que o FOLHACRED abate do credito), somada nas
      *                parcelas pagas e, na ultima, o contrato fica
      *                QUITADO. A ultima competencia descontada fica no
      *                contrato, de modo que a reexecucao do mes repete
      *                o CSGDESC sem contar a parcela duas vezes. O
      *                relatorio CSGMREL traz as excecoes (recusas,
      *                margem estourada pelos proprios ativos, contrato
      *                sem liquido no mes) e o repasse por banco, com
      *                a razao social do FORMAST, o subtotal de cada
      *                banco e o total geral. CTL-ANO-MES escolhe a
      *                competencia (default: mes corrente) e
      *                CTL-EMPRESA restringe a uma empresa.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FOLHA-LIQ-FILE ASSIGN TO "FOLHALIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHALIQ-STATUS.

           SELECT CSG-MASTER-FILE ASSIGN TO "CSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-CSGMAST-STATUS.

           SELECT FOR-MASTER-FILE ASSIGN TO "FORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WS-FORMAST-STATUS.

           SELECT CSG-SORT-WORK ASSIGN TO "CSGSORTW".

           SELECT CSG-DESC-FILE ASSIGN TO "CSGDESC"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CSG-REPORT-FILE ASSIGN TO "CSGMREL"
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
       FD  FOLHA-LIQ-FILE.
           COPY LIQREC.

       FD  CSG-MASTER-FILE.
           COPY CSGREC.

       FD  FOR-MASTER-FILE.
           COPY FORREC.

       SD  CSG-SORT-WORK.
       01  CSR-SORT-REC.
           03 CSR-CNPJ             PIC X(14).
           03 CSR-MATRICULA        PIC 9(06).
           03 CSR-CONTRATO         PIC X(20).
           03 CSR-EMPRESA          PIC 9(02).
           03 CSR-PARCELA          PIC 9(03).
           03 CSR-QTDE-PARCELAS    PIC 9(03).
           03 CSR-VALOR            PIC 9(07)V99.

       FD  CSG-DESC-FILE.
           COPY CSDREC.

       FD  CSG-REPORT-FILE.
       01  CSG-REP-REC.
           03 MREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-CONTRATO        PIC X(20).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-PARCELA         PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-VALOR           PIC ZZZZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-OBS             PIC X(50).

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
       01 WS-FOLHALIQ-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CSGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "CSGMES".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-LIQ-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-LIQ-EOF                     VALUE "Y".
       01 WS-CSG-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CSG-EOF                     VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
      * SEM FORMAST O CABECALHO DO BANCO SAI SO COM O CNPJ
       01 WS-FORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-FORMAST-OK                  VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * COMPETENCIA DO DESCONTO (DEFAULT: MES CORRENTE; CTL-ANO-MES
      * SOBREPOE) E EMPRESA DA RODADA (CTL-EMPRESA): ZERO = TODAS
       01 WS-COMPETENCIA.
           03 WS-COMP-ANO      PIC 9(04).
           03 WS-COMP-MES      PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
       01 WS-EMPRESA           PIC 9(02)   VALUE ZEROES.
      * MARGEM CONSIGNAVEL: PERCENTUAL LEGAL SOBRE O LIQUIDO
       01 WS-PCT-MARGEM        PIC 9(03)   VALUE 35.
      * CONTRATOS DA MATRICULA CORRENTE, CARREGADOS DO CSGMAST PARA
      * A CONFERENCIA DA MARGEM ANTES DE QUALQUER DESCONTO
       01 WS-LIMITE-CONTRATOS  PIC 9(02)   VALUE 20.
       01 WS-TAB-CONTRATOS.
          03 WS-CTR-ITEM                    OCCURS 20 TIMES.
             05 WS-CTR-REGISTRO    PIC X(123).
             05 WS-CTR-ALTERADO    PIC X(01).
       01 WS-QTDE-CONTRATOS    PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-CTR           PIC 9(02)   VALUE ZEROES.
       01 WS-MAT-ATUAL         PIC 9(06)   VALUE ZEROES.
       01 WS-CHAVE-PROXIMA     PIC X(40)   VALUE SPACES.
      * LIQUIDO DA MATRICULA NA COMPETENCIA, MARGEM E COMPROMETIDO
       01 WS-TEM-LIQUIDO-SW    PIC X(01)   VALUE "N".
          88 WS-TEM-LIQUIDO                 VALUE "S".
       01 WS-IGNORA-SW         PIC X(01)   VALUE "N".
          88 WS-IGNORA-MATRICULA            VALUE "S".
       01 WS-LIQUIDO           PIC 9(07)V99 VALUE ZEROES.
       01 WS-EMPRESA-MAT       PIC 9(02)   VALUE ZEROES.
       01 WS-MARGEM            PIC 9(07)V99 VALUE ZEROES.
       01 WS-COMPROMETIDO      PIC 9(09)V99 VALUE ZEROES.
       01 WS-NOVO-COMPROMETIDO PIC 9(09)V99 VALUE ZEROES.
       01 WS-OBS               PIC X(50)   VALUE SPACES.
       01 WS-MARGEM-ED         PIC ZZZZZZ9.99.
      * BANCO CORRENTE NA SAIDA DO SORT
       01 WS-CNPJ-ANTERIOR     PIC X(14)   VALUE SPACES.
       01 WS-PRIMEIRO-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRO-BANCO              VALUE "S".
       01 WS-SUB-PARCELAS      PIC 9(07)   VALUE ZEROES.
       01 WS-SUB-VALOR         PIC 9(11)V99 VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "CSGMREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "CSGMES".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
      * CONTADORES E TOTAIS DO PASSO
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-MATRICULAS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ATIVADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-RECUSADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DESCONTOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-QUITADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ESTOURO     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-LIQUIDO PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXCEDENTES  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-BANCOS      PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-VALOR       PIC 9(11)V99 VALUE ZEROES.
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
      * FOLHALIQ E CSGMAST SAO OBRIGATORIOS; O FORMAST E OPCIONAL (SO
      * DA O NOME DO BANCO)
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-COMP-ANO.
           MOVE MES TO WS-COMP-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.

           DISPLAY " ".
           DISPLAY "INICIO DO DESCONTO MENSAL DO CONSIGNADO - "
                   WS-COMP-MES "/" WS-COMP-ANO.

           OPEN INPUT FOLHA-LIQ-FILE.
           IF WS-FOLHALIQ-STATUS NOT = "00"
              MOVE "FOLHALIQ" TO WS-INC-ARQUIVO
              MOVE WS-FOLHALIQ-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              OPEN I-O CSG-MASTER-FILE
              IF WS-CSGMAST-STATUS NOT = "00"
                 MOVE "CSGMAST" TO WS-INC-ARQUIVO
                 MOVE WS-CSGMAST-STATUS TO WS-INC-STATUS
                 PERFORM 00015-ABORTA
                 CLOSE FOLHA-LIQ-FILE
              END-IF
           END-IF.
           IF NOT WS-ABORT
              OPEN INPUT FOR-MASTER-FILE
              IF WS-FORMAST-STATUS = "00"
                 MOVE "S" TO WS-FORMAST-OK-SW
              END-IF
              OPEN OUTPUT CSG-DESC-FILE
              OPEN OUTPUT CSG-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR A
      * COMPETENCIA E RESTRINGIR A UMA EMPRESA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES
                         MOVE CTL-ANO TO WS-COMP-ANO
                         MOVE CTL-MES TO WS-COMP-MES
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
      * CONFERE A MARGEM E DESCONTA AS PARCELAS POR MATRICULA;
      * ORDENA OS DESCONTOS POR BANCO PARA O REPASSE
           SORT CSG-SORT-WORK
               ON ASCENDING KEY CSR-CNPJ
                                CSR-MATRICULA
                                CSR-CONTRATO
               INPUT PROCEDURE 00021-CONFERE-CONTRATOS
               OUTPUT PROCEDURE 00030-REPASSE-BANCOS.
       00020-END.
      *
       00021-CONFERE-CONTRATOS SECTION.
      * CASAMENTO DO FOLHALIQ COM O CSGMAST, AMBOS EM ORDEM DE
      * MATRICULA
           PERFORM 00022-LE-FOLHALIQ.
           PERFORM 00023-LE-CONTRATO.
           PERFORM 00024-TRATA-MATRICULA UNTIL WS-CSG-EOF.
       00021-END.
      *
       00022-LE-FOLHALIQ   SECTION.
      * SO O LIQUIDO DA COMPETENCIA INTERESSA
           PERFORM 00022A-LE-LIQUIDO.
           PERFORM 00022A-LE-LIQUIDO
              UNTIL WS-LIQ-EOF OR LIQ-ANO-MES = WS-COMPETENCIA-NUM.
       00022-END.
      *
       00022A-LE-LIQUIDO   SECTION.
           READ FOLHA-LIQ-FILE
               AT END
                   MOVE "Y" TO WS-LIQ-EOF-SW
           END-READ.
       00022A-END.
      *
       00023-LE-CONTRATO   SECTION.
           READ CSG-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CSG-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00023-END.
      *
       00024-TRATA-MATRICULA SECTION.
      * CARREGA OS CONTRATOS DA MATRICULA, PROCURA O LIQUIDO DELA NA
      * COMPETENCIA, CONFERE A MARGEM, DESCONTA E REGRAVA; DEPOIS
      * REPOSICIONA O CSGMAST NO PRIMEIRO CONTRATO DA MATRICULA
      * SEGUINTE
           MOVE CSG-MATRICULA TO WS-MAT-ATUAL.
           MOVE ZEROES        TO WS-QTDE-CONTRATOS.
           PERFORM 00025-GUARDA-CONTRATO
              UNTIL WS-CSG-EOF OR CSG-MATRICULA NOT = WS-MAT-ATUAL.
           IF NOT WS-CSG-EOF
              MOVE CSG-CHAVE TO WS-CHAVE-PROXIMA
           END-IF.

           PERFORM 00022-LE-FOLHALIQ
              UNTIL WS-LIQ-EOF OR LIQ-MATRICULA NOT < WS-MAT-ATUAL.
           MOVE "N"    TO WS-TEM-LIQUIDO-SW WS-IGNORA-SW.
           MOVE ZEROES TO WS-LIQUIDO WS-EMPRESA-MAT.
           IF NOT WS-LIQ-EOF AND LIQ-MATRICULA = WS-MAT-ATUAL
              MOVE "S"             TO WS-TEM-LIQUIDO-SW
              MOVE LIQ-VLR-LIQUIDO TO WS-LIQUIDO
              MOVE LIQ-EMPRESA     TO WS-EMPRESA-MAT
              IF WS-EMPRESA > ZEROES AND
                 LIQ-EMPRESA NOT = WS-EMPRESA
                 MOVE "S" TO WS-IGNORA-SW
              END-IF
           ELSE
      *       SEM LIQUIDO NAO SE SABE A EMPRESA: NA RODADA DE UMA SO
      *       EMPRESA A MATRICULA FICA DE FORA
              IF WS-EMPRESA > ZEROES
                 MOVE "S" TO WS-IGNORA-SW
              END-IF
           END-IF.

           IF NOT WS-IGNORA-MATRICULA
              ADD 1 TO WS-TOTAL-MATRICULAS
              IF WS-TEM-LIQUIDO
                 PERFORM 00026-CONFERE-MARGEM
                 PERFORM 00028-DESCONTA-PARCELA
                    VARYING WS-IDX-CTR FROM 1 BY 1
                    UNTIL WS-IDX-CTR > WS-QTDE-CONTRATOS
              ELSE
                 PERFORM 00027-SEM-LIQUIDO
                    VARYING WS-IDX-CTR FROM 1 BY 1
                    UNTIL WS-IDX-CTR > WS-QTDE-CONTRATOS
              END-IF
              PERFORM 00029-REGRAVA-CONTRATO
                 VARYING WS-IDX-CTR FROM 1 BY 1
                 UNTIL WS-IDX-CTR > WS-QTDE-CONTRATOS
           END-IF.

           IF NOT WS-CSG-EOF
              MOVE WS-CHAVE-PROXIMA TO CSG-CHAVE
              START CSG-MASTER-FILE KEY >= CSG-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-CSG-EOF-SW
              END-START
              IF NOT WS-CSG-EOF
                 READ CSG-MASTER-FILE NEXT RECORD
                     AT END
                         MOVE "Y" TO WS-CSG-EOF-SW
                 END-READ
              END-IF
           END-IF.
       00024-END.
      *
       00025-GUARDA-CONTRATO SECTION.
      * MATRICULA COM MAIS CONTRATOS QUE A TABELA: OS EXCEDENTES
      * FICAM PARA A CONFERENCIA MANUAL
           IF WS-QTDE-CONTRATOS < WS-LIMITE-CONTRATOS
              ADD 1 TO WS-QTDE-CONTRATOS
              MOVE CSG-REC TO WS-CTR-REGISTRO(WS-QTDE-CONTRATOS)
              MOVE "N"     TO WS-CTR-ALTERADO(WS-QTDE-CONTRATOS)
           ELSE
              ADD 1 TO WS-TOTAL-EXCEDENTES
              MOVE "EXCEDE 20 CONTRATOS NA MATRICULA - NAO TRATADO"
                   TO WS-OBS
              PERFORM 00038-GRAVA-EXCECAO
           END-IF.
           PERFORM 00023-LE-CONTRATO.
       00025-END.
      *
       00026-CONFERE-MARGEM SECTION.
      * COMPROMETIDO = PARCELAS DOS ATIVOS (MAIS A DO CONTRATO
      * QUITADO NESTA MESMA COMPETENCIA, NA REEXECUCAO); OS PENDENTES
      * ENTRAM NA ORDEM DA CHAVE ENQUANTO COUBEREM NA MARGEM
           COMPUTE WS-MARGEM ROUNDED = WS-LIQUIDO * WS-PCT-MARGEM
                                     / 100.
           MOVE ZEROES TO WS-COMPROMETIDO.
           PERFORM 00026A-SOMA-ATIVO
              VARYING WS-IDX-CTR FROM 1 BY 1
              UNTIL WS-IDX-CTR > WS-QTDE-CONTRATOS.
           IF WS-COMPROMETIDO > WS-MARGEM
              ADD 1 TO WS-TOTAL-ESTOURO
              MOVE WS-MARGEM TO WS-MARGEM-ED
              MOVE SPACES    TO WS-OBS
              STRING "ATIVOS ACIMA DA MARGEM DE " DELIMITED BY SIZE
                     WS-MARGEM-ED                 DELIMITED BY SIZE
                INTO WS-OBS
              END-STRING
              MOVE SPACES          TO CSG-REP-REC
              MOVE "EXCECAO"       TO MREP-ROTULO
              MOVE WS-MAT-ATUAL    TO MREP-MATRICULA
              MOVE WS-COMPROMETIDO TO MREP-VALOR
              MOVE WS-OBS          TO MREP-OBS
              WRITE CSG-REP-REC
              ADD 1 TO WS-SPL-LINHAS
           END-IF.
           PERFORM 00026B-CONFERE-PENDENTE
              VARYING WS-IDX-CTR FROM 1 BY 1
              UNTIL WS-IDX-CTR > WS-QTDE-CONTRATOS.
       00026-END.
      *
       00026A-SOMA-ATIVO   SECTION.
           MOVE WS-CTR-REGISTRO(WS-IDX-CTR) TO CSG-REC.
           IF CSG-ATIVO OR
              (CSG-QUITADO AND CSG-ULT-ANO-MES = WS-COMPETENCIA-NUM)
              ADD CSG-VLR-PARCELA TO WS-COMPROMETIDO
           END-IF.
       00026A-END.
      *
       00026B-CONFERE-PENDENTE SECTION.
           MOVE WS-CTR-REGISTRO(WS-IDX-CTR) TO CSG-REC.
           IF CSG-PENDENTE
              COMPUTE WS-NOVO-COMPROMETIDO = WS-COMPROMETIDO
                                           + CSG-VLR-PARCELA
              IF WS-NOVO-COMPROMETIDO > WS-MARGEM
                 ADD 1 TO WS-TOTAL-RECUSADOS
                 MOVE "R" TO CSG-SITUACAO
                 MOVE "ACIMA DA MARGEM CONSIGNAVEL"
                      TO CSG-MOTIVO
                 MOVE WS-MARGEM TO WS-MARGEM-ED
                 MOVE SPACES    TO WS-OBS
                 STRING "RECUSADO - MARGEM DISPONIVEL DE "
                        DELIMITED BY SIZE
                        WS-MARGEM-ED DELIMITED BY SIZE
                   INTO WS-OBS
                 END-STRING
                 PERFORM 00038-GRAVA-EXCECAO
              ELSE
                 ADD 1 TO WS-TOTAL-ATIVADOS
                 MOVE WS-NOVO-COMPROMETIDO TO WS-COMPROMETIDO
                 MOVE "A"    TO CSG-SITUACAO
                 MOVE SPACES TO CSG-MOTIVO
              END-IF
              MOVE DATA-HOJE-NUM TO CSG-DATA-SITUACAO
              PERFORM 00029A-MARCA-ALTERADO
           END-IF.
       00026B-END.
      *
       00027-SEM-LIQUIDO   SECTION.
      * MATRICULA SEM LIQUIDO NA COMPETENCIA: NADA E DESCONTADO NEM
      * CONFERIDO; O CONTRATO ATIVO JA VENCIDO VAI PARA AS EXCECOES
           MOVE WS-CTR-REGISTRO(WS-IDX-CTR) TO CSG-REC.
           IF CSG-ATIVO AND CSG-INICIO-NUM NOT > WS-COMPETENCIA-NUM
              ADD 1 TO WS-TOTAL-SEM-LIQUIDO
              MOVE "ATIVO SEM LIQUIDO NA COMPETENCIA - NAO DESCONTADO"
                   TO WS-OBS
              PERFORM 00038-GRAVA-EXCECAO
           END-IF.
       00027-END.
      *
       00028-DESCONTA-PARCELA SECTION.
      * CONTRATO ATIVO JA VENCIDO E AINDA NAO DESCONTADO NA
      * COMPETENCIA: SOMA A PARCELA E, NA ULTIMA, QUITA. O JA
      * DESCONTADO NESTA COMPETENCIA (REEXECUCAO) SO E REEMITIDO
           MOVE WS-CTR-REGISTRO(WS-IDX-CTR) TO CSG-REC.
           EVALUATE TRUE
               WHEN CSG-ATIVO AND
                    CSG-INICIO-NUM NOT > WS-COMPETENCIA-NUM AND
                    CSG-ULT-ANO-MES < WS-COMPETENCIA-NUM
                   ADD 1 TO CSG-PARCELAS-PAGAS
                   MOVE WS-COMPETENCIA-NUM TO CSG-ULT-ANO-MES
                   IF CSG-PARCELAS-PAGAS NOT < CSG-QTDE-PARCELAS
                      ADD 1 TO WS-TOTAL-QUITADOS
                      MOVE "Q"           TO CSG-SITUACAO
                      MOVE DATA-HOJE-NUM TO CSG-DATA-SITUACAO
                   END-IF
                   PERFORM 00029A-MARCA-ALTERADO
                   PERFORM 00028A-GRAVA-DESCONTO
               WHEN (CSG-ATIVO OR CSG-QUITADO) AND
                    CSG-ULT-ANO-MES = WS-COMPETENCIA-NUM
                   PERFORM 00028A-GRAVA-DESCONTO
           END-EVALUATE.
       00028-END.
      *
       00028A-GRAVA-DESCONTO SECTION.
           ADD 1 TO WS-TOTAL-DESCONTOS.
           ADD CSG-VLR-PARCELA   TO WS-TOTAL-VALOR.
           ADD CSG-MATRICULA     TO WS-HASH-MATRICULA.
           MOVE CSG-MATRICULA      TO CSD-MATRICULA.
           MOVE WS-COMPETENCIA-NUM TO CSD-ANO-MES.
           MOVE WS-EMPRESA-MAT     TO CSD-EMPRESA.
           MOVE CSG-CNPJ           TO CSD-CNPJ.
           MOVE CSG-CONTRATO       TO CSD-CONTRATO.
           MOVE CSG-PARCELAS-PAGAS TO CSD-PARCELA.
           MOVE CSG-QTDE-PARCELAS  TO CSD-QTDE-PARCELAS.
           MOVE CSG-VLR-PARCELA    TO CSD-VALOR.
           WRITE CSD-REC.
           MOVE CSG-CNPJ           TO CSR-CNPJ.
           MOVE CSG-MATRICULA      TO CSR-MATRICULA.
           MOVE CSG-CONTRATO       TO CSR-CONTRATO.
           MOVE WS-EMPRESA-MAT     TO CSR-EMPRESA.
           MOVE CSG-PARCELAS-PAGAS TO CSR-PARCELA.
           MOVE CSG-QTDE-PARCELAS  TO CSR-QTDE-PARCELAS.
           MOVE CSG-VLR-PARCELA    TO CSR-VALOR.
           RELEASE CSR-SORT-REC.
       00028A-END.
      *
       00029-REGRAVA-CONTRATO SECTION.
      * SO O CONTRATO QUE MUDOU VOLTA PARA O CSGMAST
           IF WS-CTR-ALTERADO(WS-IDX-CTR) = "S"
              MOVE WS-CTR-REGISTRO(WS-IDX-CTR) TO CSG-REC
              REWRITE CSG-REC
                  INVALID KEY
                      DISPLAY "*** FALHA NA REGRAVACAO DO CONTRATO "
                              CSG-CHAVE " (STATUS "
                              WS-CSGMAST-STATUS ") ***"
              END-REWRITE
           END-IF.
       00029-END.
      *
       00029A-MARCA-ALTERADO SECTION.
      * DEVOLVE O CONTRATO TRABALHADO PARA A TABELA
           MOVE "B"           TO CSG-ORIGEM.
           MOVE DATA-HOJE-NUM TO CSG-DATA-ALT.
           MOVE "CSGMES"      TO CSG-OPERADOR.
           MOVE CSG-REC TO WS-CTR-REGISTRO(WS-IDX-CTR).
           MOVE "S"     TO WS-CTR-ALTERADO(WS-IDX-CTR).
       00029A-END.
      *
       00030-REPASSE-BANCOS SECTION.
      * RELACAO DE REPASSE: UM BLOCO POR BANCO NA ORDEM DO SORT, COM
      * O SUBTOTAL DO BANCO, E O TOTAL GERAL
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-TRATA-DESCONTO UNTIL WS-SORT-EOF.
           IF NOT WS-PRIMEIRO-BANCO
              PERFORM 00035-SUBTOTAL-BANCO
           END-IF.
           MOVE SPACES         TO CSG-REP-REC.
           MOVE "TOTAL"        TO MREP-ROTULO.
           MOVE WS-TOTAL-VALOR TO MREP-VALOR.
           MOVE "TOTAL DESCONTADO NA COMPETENCIA" TO MREP-OBS.
           WRITE CSG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN CSG-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-TRATA-DESCONTO SECTION.
      * NA QUEBRA DE CNPJ FECHA O BANCO ANTERIOR E ABRE O NOVO
           IF WS-PRIMEIRO-BANCO OR CSR-CNPJ NOT = WS-CNPJ-ANTERIOR
              IF NOT WS-PRIMEIRO-BANCO
                 PERFORM 00035-SUBTOTAL-BANCO
              END-IF
              PERFORM 00033-ABRE-BANCO
           END-IF.
           ADD 1         TO WS-SUB-PARCELAS.
           ADD CSR-VALOR TO WS-SUB-VALOR.
           MOVE SPACES        TO CSG-REP-REC.
           MOVE "REPASSE"     TO MREP-ROTULO.
           MOVE CSR-CNPJ      TO MREP-CNPJ.
           MOVE CSR-MATRICULA TO MREP-MATRICULA.
           MOVE CSR-CONTRATO  TO MREP-CONTRATO.
           MOVE CSR-PARCELA       TO MREP-PARCELA(1:3).
           MOVE "/"               TO MREP-PARCELA(4:1).
           MOVE CSR-QTDE-PARCELAS TO MREP-PARCELA(5:3).
           MOVE CSR-VALOR     TO MREP-VALOR.
           WRITE CSG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00033-ABRE-BANCO    SECTION.
      * CABECALHO DO BANCO COM A RAZAO SOCIAL DO FORMAST
           MOVE "N"      TO WS-PRIMEIRO-SW.
           MOVE CSR-CNPJ TO WS-CNPJ-ANTERIOR.
           MOVE ZEROES   TO WS-SUB-PARCELAS WS-SUB-VALOR.
           ADD 1 TO WS-TOTAL-BANCOS.
           MOVE SPACES   TO CSG-REP-REC.
           MOVE "BANCO"  TO MREP-ROTULO.
           MOVE CSR-CNPJ TO MREP-CNPJ.
           PERFORM 00034-BUSCA-RAZAO.
           WRITE CSG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00033-END.
      *
       00034-BUSCA-RAZAO   SECTION.
           IF WS-FORMAST-OK
              MOVE CSR-CNPJ TO FOR-CNPJ
              READ FOR-MASTER-FILE
                  INVALID KEY
                      MOVE "(SEM CADASTRO NO FORMAST)" TO MREP-OBS
                  NOT INVALID KEY
                      MOVE FOR-RAZAO-SOCIAL TO MREP-OBS
              END-READ
           END-IF.
       00034-END.
      *
       00035-SUBTOTAL-BANCO SECTION.
           MOVE SPACES           TO CSG-REP-REC.
           MOVE "SUBTOTAL"       TO MREP-ROTULO.
           MOVE WS-CNPJ-ANTERIOR TO MREP-CNPJ.
           MOVE WS-SUB-VALOR     TO MREP-VALOR.
           MOVE WS-SUB-PARCELAS  TO MREP-OBS(1:7).
           MOVE "PARCELA(S) A REPASSAR" TO MREP-OBS(9:21).
           WRITE CSG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00038-GRAVA-EXCECAO SECTION.
      * LINHA DE EXCECAO A PARTIR DO CONTRATO EM CSG-REC (OBSERVACAO
      * JA PREENCHIDA POR QUEM DETECTOU)
           MOVE SPACES          TO CSG-REP-REC.
           MOVE "EXCECAO"       TO MREP-ROTULO.
           MOVE CSG-CNPJ        TO MREP-CNPJ.
           MOVE CSG-MATRICULA   TO MREP-MATRICULA.
           MOVE CSG-CONTRATO    TO MREP-CONTRATO.
           MOVE CSG-VLR-PARCELA TO MREP-VALOR.
           MOVE WS-OBS          TO MREP-OBS.
           WRITE CSG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00038-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE FOLHA-LIQ-FILE.
           CLOSE CSG-MASTER-FILE.
           IF WS-FORMAST-OK
              CLOSE FOR-MASTER-FILE
           END-IF.
           CLOSE CSG-DESC-FILE.
           CLOSE CSG-REPORT-FILE.
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
           MOVE "CSGMES"             TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-DESCONTOS   TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-RECUSADOS   TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM ARQUIVO OBRIGATORIO
      * NAO ABRIU, ALERTA SE HOUVE RECUSA, MARGEM ESTOURADA PELOS
      * ATIVOS, ATIVO SEM LIQUIDO OU CONTRATO EXCEDENTE, NORMAL CASO
      * CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-RECUSADOS > ZEROES OR
                 WS-TOTAL-ESTOURO > ZEROES OR
                 WS-TOTAL-SEM-LIQUIDO > ZEROES OR
                 WS-TOTAL-EXCEDENTES > ZEROES
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
           DISPLAY "CONTRATOS LIDOS......: " WS-TOTAL-LIDOS.
           DISPLAY "MATRICULAS TRATADAS..: " WS-TOTAL-MATRICULAS.
           DISPLAY "PENDENTES ATIVADOS...: " WS-TOTAL-ATIVADOS.
           DISPLAY "PENDENTES RECUSADOS..: " WS-TOTAL-RECUSADOS.
           DISPLAY "PARCELAS DESCONTADAS.: " WS-TOTAL-DESCONTOS.
           DISPLAY "CONTRATOS QUITADOS...: " WS-TOTAL-QUITADOS.
           DISPLAY "MARGEM ESTOURADA.....: " WS-TOTAL-ESTOURO.
           DISPLAY "ATIVOS SEM LIQUIDO...: " WS-TOTAL-SEM-LIQUIDO.
           DISPLAY "CONTRATOS EXCEDENTES.: " WS-TOTAL-EXCEDENTES.
           DISPLAY "BANCOS NO REPASSE....: " WS-TOTAL-BANCOS.
           DISPLAY "VALOR DESCONTADO.....: " WS-TOTAL-VALOR.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO DESCONTO MENSAL DO CONSIGNADO".
       00050-END.
