       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CSGRESC.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Saldo devedor do emprestimo consignado no
      *                desligamento. Percorre o CSGMAST e, para cada
      *                contrato ATIVO ou PENDENTE de empregado ja
      *                DESLIGADO no EMPMAST, tira o contrato do desconto
      *                -- o ATIVO fica ENCERRADO, o PENDENTE (ainda sem
      *                parcela descontada) fica CANCELADO -- e calcula o
      *                saldo devedor nominal: parcelas que faltam vezes
      *                o valor da parcela. Os contratos sao ordenados
      *                por banco e impressos no relatorio CSGSALDO com
      *                a razao social do FORMAST, a data do
      *                desligamento, o subtotal de cada banco e o total
      *                geral, para o RH informar cada banco. Como o
      *                contrato muda de situacao, a rodada seguinte nao
      *                o lista de novo; para reemitir, CTL-DATA-INI
      *                traz de volta os contratos encerrados pelo passo
      *                a partir daquela data.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
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

           SELECT FOR-MASTER-FILE ASSIGN TO "FORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WS-FORMAST-STATUS.

           SELECT SALDO-SORT-WORK ASSIGN TO "CSSSORTW".

           SELECT SALDO-REPORT-FILE ASSIGN TO "CSGSALDO"
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
       FD  CSG-MASTER-FILE.
           COPY CSGREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  FOR-MASTER-FILE.
           COPY FORREC.

       SD  SALDO-SORT-WORK.
       01  SSR-SORT-REC.
           03 SSR-CNPJ             PIC X(14).
           03 SSR-MATRICULA        PIC 9(06).
           03 SSR-CONTRATO         PIC X(20).
           03 SSR-NOME             PIC X(40).
           03 SSR-DATA-DESLIG      PIC 9(08).
           03 SSR-SITUACAO         PIC X(01).
           03 SSR-PARCELAS-PAGAS   PIC 9(03).
           03 SSR-QTDE-PARCELAS    PIC 9(03).
           03 SSR-SALDO            PIC 9(09)V99.

       FD  SALDO-REPORT-FILE.
       01  SALDO-REP-REC.
           03 SREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-CONTRATO        PIC X(20).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-DATA-DESLIG     PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-SITUACAO        PIC X(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-PARCELAS        PIC X(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 SREP-SALDO           PIC ZZZZZZZZZZ9.99.

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
       01 WS-CSGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "CSGRESC".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
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
      * REEMISSAO: CONTRATOS ENCERRADOS PELO PASSO A PARTIR DESTA
      * DATA (DEFAULT: HOJE; CTL-DATA-INI SOBREPOE)
       01 WS-DATA-REEMISSAO    PIC 9(08)   VALUE ZEROES.
       01 WS-LISTA-SW          PIC X(01)   VALUE "N".
          88 WS-LISTA-CONTRATO              VALUE "S".
       01 WS-SALDO-PARCELAS    PIC 9(03)   VALUE ZEROES.
      * BANCO CORRENTE NA SAIDA DO SORT
       01 WS-CNPJ-ANTERIOR     PIC X(14)   VALUE SPACES.
       01 WS-PRIMEIRO-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRO-BANCO              VALUE "S".
       01 WS-SUB-CONTRATOS     PIC 9(05)   VALUE ZEROES.
       01 WS-SUB-SALDO         PIC 9(11)V99 VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "CSGSALDO".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "CSGRESC".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
      * CONTADORES E TOTAIS DO PASSO
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ENCERRADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CANCELADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REEMITIDOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-EMP     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FALHAS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-BANCOS      PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-SALDO       PIC 9(11)V99 VALUE ZEROES.
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
      * CSGMAST E EMPMAST SAO OBRIGATORIOS; O FORMAST E OPCIONAL (SO
      * DA O NOME DO BANCO)
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-NUM TO WS-DATA-REEMISSAO.
           PERFORM 00011-LE-CARTAO-CONTROLE.

           DISPLAY " ".
           DISPLAY "INICIO DO SALDO DEVEDOR DO CONSIGNADO NO "
                   "DESLIGAMENTO".

           OPEN I-O CSG-MASTER-FILE.
           IF WS-CSGMAST-STATUS NOT = "00"
              MOVE "CSGMAST" TO WS-INC-ARQUIVO
              MOVE WS-CSGMAST-STATUS TO WS-INC-STATUS
              PERFORM 00015-ABORTA
           ELSE
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 MOVE "EMPMAST" TO WS-INC-ARQUIVO
                 MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                 PERFORM 00015-ABORTA
                 CLOSE CSG-MASTER-FILE
              END-IF
           END-IF.
           IF NOT WS-ABORT
              OPEN INPUT FOR-MASTER-FILE
              IF WS-FORMAST-STATUS = "00"
                 MOVE "S" TO WS-FORMAST-OK-SW
              END-IF
              OPEN OUTPUT SALDO-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA REEMITIR OS
      * CONTRATOS ENCERRADOS A PARTIR DE CTL-DATA-INI
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-DATA-INI NUMERIC AND
                         CTL-DATA-INI > ZEROES
                         MOVE CTL-DATA-INI TO WS-DATA-REEMISSAO
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
      * ENCERRA OS CONTRATOS DOS DESLIGADOS E ORDENA POR BANCO PARA A
      * RELACAO DE SALDOS
           SORT SALDO-SORT-WORK
               ON ASCENDING KEY SSR-CNPJ
                                SSR-MATRICULA
                                SSR-CONTRATO
               INPUT PROCEDURE 00021-SELECIONA-CONTRATOS
               OUTPUT PROCEDURE 00030-RELACAO-BANCOS.
       00020-END.
      *
       00021-SELECIONA-CONTRATOS SECTION.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 00022-LE-CONTRATO.
           PERFORM 00023-TRATA-CONTRATO UNTIL WS-EOF.
       00021-END.
      *
       00022-LE-CONTRATO   SECTION.
           READ CSG-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-TRATA-CONTRATO SECTION.
      * CONTRATO AINDA NO DESCONTO: VE SE O EMPREGADO FOI DESLIGADO.
      * CONTRATO JA ENCERRADO/CANCELADO PELO PASSO DESDE A DATA DE
      * REEMISSAO: SO VOLTA PARA A RELACAO
           MOVE "N" TO WS-LISTA-SW.
           EVALUATE TRUE
               WHEN CSG-ATIVO OR CSG-PENDENTE
                   PERFORM 00024-CONFERE-DESLIGAMENTO
               WHEN (CSG-ENCERRADO OR CSG-CANCELADO) AND
                    CSG-OPERADOR = "CSGRESC" AND
                    CSG-DATA-SITUACAO NOT < WS-DATA-REEMISSAO
                   ADD 1 TO WS-TOTAL-REEMITIDOS
                   PERFORM 00025-LE-EMPREGADO
                   MOVE "S" TO WS-LISTA-SW
           END-EVALUATE.
           IF WS-LISTA-CONTRATO
              PERFORM 00026-RELEASE-SALDO
           END-IF.
           PERFORM 00022-LE-CONTRATO.
       00023-END.
      *
       00024-CONFERE-DESLIGAMENTO SECTION.
      * EMPREGADO DESLIGADO: ATIVO -> ENCERRADO, PENDENTE ->
      * CANCELADO. MATRICULA SUMIDA DO EMPMAST FICA COMO ESTA E E
      * CONTADA PARA CONFERENCIA
           MOVE CSG-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-EMP
                   DISPLAY "*** CONTRATO " CSG-CHAVE
                           " COM MATRICULA FORA DO EMPMAST ***"
               NOT INVALID KEY
                   IF EMP-DESLIGADO
                      IF CSG-ATIVO
                         MOVE "E" TO CSG-SITUACAO
                         MOVE "DESLIGAMENTO DO EMPREGADO"
                              TO CSG-MOTIVO
                      ELSE
                         MOVE "C" TO CSG-SITUACAO
                         MOVE "DESLIGADO ANTES DA CONFERENCIA"
                              TO CSG-MOTIVO
                      END-IF
                      MOVE DATA-HOJE-NUM TO CSG-DATA-SITUACAO
                      MOVE "B"           TO CSG-ORIGEM
                      MOVE DATA-HOJE-NUM TO CSG-DATA-ALT
                      MOVE "CSGRESC"     TO CSG-OPERADOR
                      REWRITE CSG-REC
                          INVALID KEY
                              ADD 1 TO WS-TOTAL-FALHAS
                              DISPLAY "*** FALHA NA REGRAVACAO DO "
                                      "CONTRATO " CSG-CHAVE " ***"
                          NOT INVALID KEY
                              IF CSG-ENCERRADO
                                 ADD 1 TO WS-TOTAL-ENCERRADOS
                              ELSE
                                 ADD 1 TO WS-TOTAL-CANCELADOS
                              END-IF
                              MOVE "S" TO WS-LISTA-SW
                      END-REWRITE
                   END-IF
           END-READ.
       00024-END.
      *
       00025-LE-EMPREGADO  SECTION.
      * NOME E DATA DO DESLIGAMENTO PARA A REEMISSAO
           MOVE CSG-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
                   MOVE ZEROES TO EMP-DATA-DESLIG
           END-READ.
       00025-END.
      *
       00026-RELEASE-SALDO SECTION.
      * SALDO DEVEDOR NOMINAL: PARCELAS QUE FALTAM X VALOR DA PARCELA
           COMPUTE WS-SALDO-PARCELAS = CSG-QTDE-PARCELAS
                                     - CSG-PARCELAS-PAGAS.
           MOVE CSG-CNPJ           TO SSR-CNPJ.
           MOVE CSG-MATRICULA      TO SSR-MATRICULA.
           MOVE CSG-CONTRATO       TO SSR-CONTRATO.
           MOVE EMP-NOME           TO SSR-NOME.
           MOVE EMP-DATA-DESLIG    TO SSR-DATA-DESLIG.
           MOVE CSG-SITUACAO       TO SSR-SITUACAO.
           MOVE CSG-PARCELAS-PAGAS TO SSR-PARCELAS-PAGAS.
           MOVE CSG-QTDE-PARCELAS  TO SSR-QTDE-PARCELAS.
           COMPUTE SSR-SALDO = WS-SALDO-PARCELAS * CSG-VLR-PARCELA.
           ADD SSR-SALDO     TO WS-TOTAL-SALDO.
           ADD CSG-MATRICULA TO WS-HASH-MATRICULA.
           RELEASE SSR-SORT-REC.
       00026-END.
      *
       00030-RELACAO-BANCOS SECTION.
      * UM BLOCO POR BANCO NA ORDEM DO SORT, COM O SUBTOTAL DO BANCO,
      * E O TOTAL GERAL
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-TRATA-SALDO UNTIL WS-SORT-EOF.
           IF NOT WS-PRIMEIRO-BANCO
              PERFORM 00035-SUBTOTAL-BANCO
           END-IF.
           MOVE SPACES         TO SALDO-REP-REC.
           MOVE "TOTAL"        TO SREP-ROTULO.
           MOVE "SALDO DEVEDOR A INFORMAR AOS BANCOS" TO SREP-NOME.
           MOVE WS-TOTAL-SALDO TO SREP-SALDO.
           WRITE SALDO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN SALDO-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-TRATA-SALDO   SECTION.
      * NA QUEBRA DE CNPJ FECHA O BANCO ANTERIOR E ABRE O NOVO
           IF WS-PRIMEIRO-BANCO OR SSR-CNPJ NOT = WS-CNPJ-ANTERIOR
              IF NOT WS-PRIMEIRO-BANCO
                 PERFORM 00035-SUBTOTAL-BANCO
              END-IF
              PERFORM 00033-ABRE-BANCO
           END-IF.
           ADD 1         TO WS-SUB-CONTRATOS.
           ADD SSR-SALDO TO WS-SUB-SALDO.
           MOVE SPACES          TO SALDO-REP-REC.
           MOVE "CONTRATO"      TO SREP-ROTULO.
           MOVE SSR-CNPJ        TO SREP-CNPJ.
           MOVE SSR-MATRICULA   TO SREP-MATRICULA.
           MOVE SSR-CONTRATO    TO SREP-CONTRATO.
           MOVE SSR-NOME        TO SREP-NOME.
           MOVE SSR-DATA-DESLIG TO SREP-DATA-DESLIG.
           MOVE SSR-SITUACAO    TO SREP-SITUACAO.
           MOVE SSR-PARCELAS-PAGAS TO SREP-PARCELAS(1:3).
           MOVE "/"                TO SREP-PARCELAS(4:1).
           MOVE SSR-QTDE-PARCELAS  TO SREP-PARCELAS(5:3).
           MOVE SSR-SALDO       TO SREP-SALDO.
           WRITE SALDO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00033-ABRE-BANCO    SECTION.
      * CABECALHO DO BANCO COM A RAZAO SOCIAL DO FORMAST
           MOVE "N"      TO WS-PRIMEIRO-SW.
           MOVE SSR-CNPJ TO WS-CNPJ-ANTERIOR.
           MOVE ZEROES   TO WS-SUB-CONTRATOS WS-SUB-SALDO.
           ADD 1 TO WS-TOTAL-BANCOS.
           MOVE SPACES   TO SALDO-REP-REC.
           MOVE "BANCO"  TO SREP-ROTULO.
           MOVE SSR-CNPJ TO SREP-CNPJ.
           PERFORM 00034-BUSCA-RAZAO.
           WRITE SALDO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00033-END.
      *
       00034-BUSCA-RAZAO   SECTION.
           IF WS-FORMAST-OK
              MOVE SSR-CNPJ TO FOR-CNPJ
              READ FOR-MASTER-FILE
                  INVALID KEY
                      MOVE "(SEM CADASTRO NO FORMAST)" TO SREP-NOME
                  NOT INVALID KEY
                      MOVE FOR-RAZAO-SOCIAL TO SREP-NOME
              END-READ
           END-IF.
       00034-END.
      *
       00035-SUBTOTAL-BANCO SECTION.
           MOVE SPACES           TO SALDO-REP-REC.
           MOVE "SUBTOTAL"       TO SREP-ROTULO.
           MOVE WS-CNPJ-ANTERIOR TO SREP-CNPJ.
           MOVE WS-SUB-CONTRATOS TO SREP-NOME(1:5).
           MOVE "CONTRATO(S)"    TO SREP-NOME(7:11).
           MOVE WS-SUB-SALDO     TO SREP-SALDO.
           WRITE SALDO-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00035-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE CSG-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           IF WS-FORMAST-OK
              CLOSE FOR-MASTER-FILE
           END-IF.
           CLOSE SALDO-REPORT-FILE.
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
           MOVE "CSGRESC"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           COMPUTE AUDIT-QTDE-ACEITOS = WS-TOTAL-ENCERRADOS
                                      + WS-TOTAL-CANCELADOS.
           MOVE WS-TOTAL-FALHAS      TO AUDIT-QTDE-REJEIT.
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
      * NAO ABRIU, ALERTA SE UM CONTRATO NAO FOI REGRAVADO OU TEM
      * MATRICULA FORA DO EMPMAST, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-FALHAS > ZEROES OR
                 WS-TOTAL-SEM-EMP > ZEROES
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
           DISPLAY "ATIVOS ENCERRADOS....: " WS-TOTAL-ENCERRADOS.
           DISPLAY "PENDENTES CANCELADOS.: " WS-TOTAL-CANCELADOS.
           DISPLAY "REEMITIDOS...........: " WS-TOTAL-REEMITIDOS.
           DISPLAY "MATRICULA FORA EMPMAST: " WS-TOTAL-SEM-EMP.
           DISPLAY "FALHAS DE REGRAVACAO.: " WS-TOTAL-FALHAS.
           DISPLAY "BANCOS NA RELACAO....: " WS-TOTAL-BANCOS.
           DISPLAY "SALDO DEVEDOR TOTAL..: " WS-TOTAL-SALDO.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO SALDO DEVEDOR DO CONSIGNADO NO "
                   "DESLIGAMENTO".
       00050-END.
