       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CSGLOAD.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Carga dos contratos de emprestimo consignado
      *                enviados pelos bancos (arquivo CSGBANCO, um
      *                registro por contrato: CNPJ do banco, numero do
      *                contrato, matricula e CPF do empregado, valor e
      *                quantidade de parcelas e o mes da primeira
      *                parcela) no mestre indexado CSGMAST, no lugar da
      *                planilha. Banco fora do CNPJMAST ou bloqueado
      *                pelo compliance, matricula fora do EMPMAST ou
      *                nao ATIVA, CPF que nao bate com o do cadastro,
      *                valor/prazo zerado ou mes invalido e rejeitado.
      *                O contrato novo entra PENDENTE: so o passo
      *                mensal CSGMES, com o liquido da competencia na
      *                mao, confere a margem e o ativa ou recusa.
      *                Contrato ainda PENDENTE reenviado pelo banco e
      *                substituido; contrato ja conferido nao muda pela
      *                carga. Cada registro sai no relatorio CSGLREL
      *                como incluido, substituido ou rejeitado com o
      *                motivo.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CSG-BANCO-FILE ASSIGN TO "CSGBANCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSGBANCO-STATUS.

           SELECT CSG-MASTER-FILE ASSIGN TO "CSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-CSGMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CNPJ-MASTER-FILE ASSIGN TO "CNPJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.

           SELECT CSG-REPORT-FILE ASSIGN TO "CSGLREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CSG-BANCO-FILE.
       01  CSG-BANCO-REC.
           03 CSB-CNPJ             PIC X(14).
           03 CSB-CONTRATO         PIC X(20).
           03 CSB-MATRICULA        PIC 9(06).
           03 CSB-CPF              PIC X(11).
      *       VALOR COM DUAS DECIMAIS IMPLICITAS
           03 CSB-VLR-PARCELA      PIC 9(07)V99.
           03 CSB-QTDE-PARCELAS    PIC 9(03).
           03 CSB-INICIO.
              05 CSB-INICIO-ANO    PIC 9(04).
              05 CSB-INICIO-MES    PIC 9(02).

       FD  CSG-MASTER-FILE.
           COPY CSGREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.

       FD  CSG-REPORT-FILE.
       01  CSG-REP-REC.
           03 LREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-CONTRATO        PIC X(20).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-VALOR           PIC ZZZZZZZZZZ9.99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-PARCELAS        PIC X(03).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-MOTIVO          PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 LREP-DESCRICAO       PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CSGBANCO-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CSGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "CSGLOAD".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-DADOS-OK-SW       PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "CSGLREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "CSGLOAD".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-INCLUIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SUBSTITUIDOS PIC 9(07)  VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-VALOR       PIC 9(11)V99 VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
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
      * CSGBANCO, EMPMAST E CNPJMAST SAO OBRIGATORIOS; O CSGMAST E
      * CRIADO NA PRIMEIRA CARGA
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY " ".
           DISPLAY "INICIO DA CARGA DOS CONTRATOS DE CONSIGNADO".

           OPEN INPUT CSG-BANCO-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           OPEN INPUT CNPJ-MASTER-FILE.
           IF WS-CSGBANCO-STATUS NOT = "00" OR
              WS-EMPMAST-STATUS NOT = "00" OR
              WS-CNPJMAST-STATUS NOT = "00"
              DISPLAY "*** CSGBANCO/EMPMAST/CNPJMAST NAO ABRIRAM "
                      "(STATUS " WS-CSGBANCO-STATUS "/"
                      WS-EMPMAST-STATUS "/" WS-CNPJMAST-STATUS
                      ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              EVALUATE TRUE
                  WHEN WS-CSGBANCO-STATUS NOT = "00"
                      MOVE "CSGBANCO" TO WS-INC-ARQUIVO
                      MOVE WS-CSGBANCO-STATUS TO WS-INC-STATUS
                  WHEN WS-EMPMAST-STATUS NOT = "00"
                      MOVE "EMPMAST" TO WS-INC-ARQUIVO
                      MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                  WHEN OTHER
                      MOVE "CNPJMAST" TO WS-INC-ARQUIVO
                      MOVE WS-CNPJMAST-STATUS TO WS-INC-STATUS
              END-EVALUATE
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN I-O CSG-MASTER-FILE
              IF WS-CSGMAST-STATUS = "35"
                 OPEN OUTPUT CSG-MASTER-FILE
                 CLOSE CSG-MASTER-FILE
                 OPEN I-O CSG-MASTER-FILE
              END-IF
              IF WS-CSGMAST-STATUS NOT = "00"
                 DISPLAY "*** CSGMAST NAO ABRIU (STATUS "
                         WS-CSGMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "CSGMAST" TO WS-INC-ARQUIVO
                 MOVE WS-CSGMAST-STATUS TO WS-INC-STATUS
                 MOVE RC-FATAL TO WS-INC-RC
                 CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                               WS-INC-ARQUIVO
                                               WS-INC-STATUS WS-INC-RC
                 END-CALL
              END-IF
           END-IF.
           IF WS-ABORT
              IF WS-CSGBANCO-STATUS = "00"
                 CLOSE CSG-BANCO-FILE
              END-IF
              IF WS-EMPMAST-STATUS = "00"
                 CLOSE EMP-MASTER-FILE
              END-IF
              IF WS-CNPJMAST-STATUS = "00"
                 CLOSE CNPJ-MASTER-FILE
              END-IF
           ELSE
              OPEN OUTPUT CSG-REPORT-FILE
              PERFORM 00024-LE-CONTRATO
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * VALIDA O CONTRATO DO BANCO; SE PASSA, GRAVA OU SUBSTITUI NO
      * MESTRE
           MOVE "S"    TO WS-DADOS-OK-SW.
           MOVE SPACES TO CSG-REP-REC.
           PERFORM 00025-VALIDA-CONTRATO.
           IF WS-DADOS-OK
              PERFORM 00026-GRAVA-CONTRATO
           END-IF.
           PERFORM 00024-LE-CONTRATO.
       00020-END.
      *
       00024-LE-CONTRATO   SECTION.
      * LE O PROXIMO REGISTRO DO ARQUIVO DOS BANCOS
           READ CSG-BANCO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00025-VALIDA-CONTRATO SECTION.
      * CAMPOS NUMERICOS, PRAZO E VALOR, MES DA PRIMEIRA PARCELA,
      * BANCO VALIDADO E SEM BLOQUEIO, EMPREGADO ATIVO COM O MESMO CPF
           EVALUATE TRUE
               WHEN CSB-MATRICULA NOT NUMERIC OR
                    CSB-VLR-PARCELA NOT NUMERIC OR
                    CSB-QTDE-PARCELAS NOT NUMERIC OR
                    CSB-INICIO NOT NUMERIC
                   MOVE "NU" TO LREP-MOTIVO
                   MOVE "CAMPO NUMERICO INVALIDO" TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN CSB-CONTRATO = SPACES
                   MOVE "CT" TO LREP-MOTIVO
                   MOVE "NUMERO DO CONTRATO EM BRANCO"
                        TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN CSB-VLR-PARCELA = ZEROES OR
                    CSB-QTDE-PARCELAS = ZEROES
                   MOVE "VL" TO LREP-MOTIVO
                   MOVE "PARCELA OU PRAZO ZERADO" TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN CSB-INICIO-ANO < 2000 OR
                    CSB-INICIO-MES < 01 OR CSB-INICIO-MES > 12
                   MOVE "MS" TO LREP-MOTIVO
                   MOVE "MES DA PRIMEIRA PARCELA INVALIDO"
                        TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               WHEN OTHER
                   PERFORM 00025A-CONFERE-BANCO
                   IF WS-DADOS-OK
                      PERFORM 00025B-CONFERE-EMPREGADO
                   END-IF
           END-EVALUATE.
       00025-END.
      *
       00025A-CONFERE-BANCO SECTION.
      * O BANCO CONSIGNATARIO TEM DE ESTAR VALIDADO NO CNPJMAST E SEM
      * BLOQUEIO DE COMPLIANCE
           MOVE CSB-CNPJ TO CNPJ-MST-CHAVE.
           READ CNPJ-MASTER-FILE
               INVALID KEY
                   MOVE "BC" TO LREP-MOTIVO
                   MOVE "CNPJ DO BANCO FORA DO CNPJMAST"
                        TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               NOT INVALID KEY
                   IF CNPJ-MST-BLOQUEADO
                      MOVE "BB" TO LREP-MOTIVO
                      MOVE "BANCO BLOQUEADO PELO COMPLIANCE"
                           TO LREP-DESCRICAO
                      PERFORM 00029-GRAVA-REJEICAO
                   END-IF
           END-READ.
       00025A-END.
      *
       00025B-CONFERE-EMPREGADO SECTION.
      * MATRICULA NO EMPMAST, VINCULO ATIVO E CPF IGUAL AO DO BANCO
           MOVE CSB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "MT" TO LREP-MOTIVO
                   MOVE "MATRICULA FORA DO EMPMAST" TO LREP-DESCRICAO
                   PERFORM 00029-GRAVA-REJEICAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT EMP-ATIVO
                           MOVE "DS" TO LREP-MOTIVO
                           MOVE "EMPREGADO NAO ESTA ATIVO"
                                TO LREP-DESCRICAO
                           PERFORM 00029-GRAVA-REJEICAO
                       WHEN EMP-CPF NOT = CSB-CPF
                           MOVE "CP" TO LREP-MOTIVO
                           MOVE "CPF NAO CONFERE COM O EMPMAST"
                                TO LREP-DESCRICAO
                           PERFORM 00029-GRAVA-REJEICAO
                   END-EVALUATE
           END-READ.
       00025B-END.
      *
       00026-GRAVA-CONTRATO SECTION.
      * INCLUI O CONTRATO PENDENTE; SE JA EXISTE E AINDA ESTA
      * PENDENTE, A CARGA SUBSTITUI; CONFERIDO, FICA COMO ESTA
           MOVE CSB-MATRICULA TO CSG-MATRICULA.
           MOVE CSB-CNPJ      TO CSG-CNPJ.
           MOVE CSB-CONTRATO  TO CSG-CONTRATO.
           READ CSG-MASTER-FILE
               INVALID KEY
                   PERFORM 00027-MOVE-CONTRATO
                   WRITE CSG-REC
                       INVALID KEY
                           MOVE "GR" TO LREP-MOTIVO
                           MOVE "FALHA NA GRAVACAO DO CSGMAST"
                                TO LREP-DESCRICAO
                           PERFORM 00029-GRAVA-REJEICAO
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-INCLUIDOS
                           MOVE "INCLUIDO" TO LREP-ROTULO
                   END-WRITE
               NOT INVALID KEY
                   IF NOT CSG-PENDENTE
                      MOVE "JA" TO LREP-MOTIVO
                      MOVE "CONTRATO JA CONFERIDO NO CSGMAST"
                           TO LREP-DESCRICAO
                      PERFORM 00029-GRAVA-REJEICAO
                   ELSE
                      PERFORM 00027-MOVE-CONTRATO
                      REWRITE CSG-REC
                          INVALID KEY
                              MOVE "GR" TO LREP-MOTIVO
                              MOVE "FALHA NA GRAVACAO DO CSGMAST"
                                   TO LREP-DESCRICAO
                              PERFORM 00029-GRAVA-REJEICAO
                          NOT INVALID KEY
                              ADD 1 TO WS-TOTAL-SUBSTITUIDOS
                              MOVE "SUBSTIT" TO LREP-ROTULO
                      END-REWRITE
                   END-IF
           END-READ.
           IF WS-DADOS-OK
              ADD CSB-VLR-PARCELA TO WS-TOTAL-VALOR
              ADD CSB-MATRICULA   TO WS-HASH-MATRICULA
              PERFORM 00028-GRAVA-LINHA
           END-IF.
       00026-END.
      *
       00027-MOVE-CONTRATO SECTION.
           MOVE CSB-VLR-PARCELA   TO CSG-VLR-PARCELA.
           MOVE CSB-QTDE-PARCELAS TO CSG-QTDE-PARCELAS.
           MOVE CSB-INICIO-ANO    TO CSG-INICIO-ANO.
           MOVE CSB-INICIO-MES    TO CSG-INICIO-MES.
           MOVE ZEROES            TO CSG-PARCELAS-PAGAS
                                     CSG-ULT-ANO-MES
                                     CSG-DATA-SITUACAO.
           MOVE "P"               TO CSG-SITUACAO.
           MOVE SPACES            TO CSG-MOTIVO.
           MOVE "C"               TO CSG-ORIGEM.
           MOVE DATA-HOJE-NUM     TO CSG-DATA-ALT.
           MOVE "CSGLOAD"         TO CSG-OPERADOR.
       00027-END.
      *
       00028-GRAVA-LINHA   SECTION.
           MOVE CSB-CNPJ         TO LREP-CNPJ.
           MOVE CSB-CONTRATO     TO LREP-CONTRATO.
           MOVE CSB-MATRICULA    TO LREP-MATRICULA.
           IF CSB-VLR-PARCELA NUMERIC
              MOVE CSB-VLR-PARCELA TO LREP-VALOR
           END-IF.
           MOVE CSB-QTDE-PARCELAS TO LREP-PARCELAS.
           WRITE CSG-REP-REC.
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
           MOVE SPACES         TO CSG-REP-REC.
           MOVE "TOTAL"        TO LREP-ROTULO.
           MOVE WS-TOTAL-VALOR TO LREP-VALOR.
           MOVE "SOMA DAS PARCELAS GRAVADAS NA CARGA"
                TO LREP-DESCRICAO.
           WRITE CSG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           CLOSE CSG-BANCO-FILE.
           CLOSE CSG-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           CLOSE CNPJ-MASTER-FILE.
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
           MOVE "CSGLOAD"            TO AUDIT-PROGRAMA.
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
      * NAO ABRIU, ALERTA SE HOUVE CONTRATO REJEITADO, NORMAL CASO
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
           DISPLAY "CONTRATOS LIDOS......: " WS-TOTAL-LIDOS.
           DISPLAY "CONTRATOS INCLUIDOS..: " WS-TOTAL-INCLUIDOS.
           DISPLAY "PENDENTES SUBSTITUIDOS: " WS-TOTAL-SUBSTITUIDOS.
           DISPLAY "CONTRATOS REJEITADOS.: " WS-TOTAL-REJEITADOS.
           DISPLAY "SOMA DAS PARCELAS....: " WS-TOTAL-VALOR.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA CARGA DOS CONTRATOS DE CONSIGNADO".
       00050-END.
