       IDENTIFICATION      DIVISION.
       PROGRAM-ID. FOLHACRED.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Remessa do credito de salarios no padrao CNAB
      *                240 da FEBRABAN: le o liquido por matricula da
      *                competencia (FOLHALIQ, gravado pelo FOLHADED),
      *                procura a conta do empregado no CTAMAST (CTAMNT)
      *                e confere agencia/conta pela VALIDA-CONTA. Os
      *                creditos aceitos vao para o CNABREM com um lote
      *                por empresa -- header e trailer de lote com a
      *                quantidade de registros e a soma dos valores, e
      *                header/trailer de arquivo -- com a conta de
      *                debito e o convenio da empresa tirados do
      *                CIAPARM. Empregado sem conta valida nao vai para
      *                o banco: sai no relatorio de excecoes CREDREL,
      *                que tambem traz os totais por empresa.
      *                O arquivo vai para um so banco pagador: o da
      *                empresa do CTL-EMPRESA ou, sem ele, o da menor
      *                empresa do CIAPARM; empresa com outro banco
      *                pagador sai como excecao e pede rodada propria.
      *                CTL-ANO-MES escolhe a competencia (default: mes
      *                corrente) e CTL-DATA-INI a data do pagamento
      *                (default: hoje). O numero sequencial do arquivo
      *                (NSA) vem do controle CNABSEQ.
      *                As parcelas de emprestimo consignado descontadas
      *                na competencia (CSGDESC, gravado pelo CSGMES)
      *                sao abatidas do liquido creditado; sem o CSGDESC
      *                o credito sai pelo liquido cheio, com aviso.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Abate do liquido as parcelas de consignado do
      *                  CSGDESC da competencia.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FOLHA-LIQ-FILE ASSIGN TO "FOLHALIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHALIQ-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CTA-MASTER-FILE ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-MATRICULA
               FILE STATUS IS WS-CTAMAST-STATUS.

           SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIAPARM-STATUS.

           SELECT CNAB-SEQ-FILE ASSIGN TO "CNABSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNABSEQ-STATUS.

           SELECT CSG-DESC-FILE ASSIGN TO "CSGDESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSGDESC-STATUS.

           SELECT CRED-SORT-WORK ASSIGN TO "FCRDSORW".

           SELECT CNAB-REM-FILE ASSIGN TO "CNABREM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CRED-REPORT-FILE ASSIGN TO "CREDREL"
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
       FD  FOLHA-LIQ-FILE.
           COPY LIQREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CTA-MASTER-FILE.
           COPY CTAREC.

       FD  CIA-PARM-FILE.
           COPY CIAREC.

      * CONTROLE DO NUMERO SEQUENCIAL DE ARQUIVO (NSA): UM REGISTRO
      * COM O ULTIMO NSA GERADO E A DATA EM QUE FOI GERADO
       FD  CNAB-SEQ-FILE.
       01  CNAB-SEQ-REC.
           03 SEQ-ULTIMO-NSA        PIC 9(06).
           03 FILLER                PIC X(01).
           03 SEQ-DATA              PIC 9(08).

       FD  CSG-DESC-FILE.
           COPY CSDREC.

       SD  CRED-SORT-WORK.
       01  FCRD-SORT-REC.
           03 FCRD-SORT-EMPRESA     PIC 9(02).
           03 FCRD-SORT-MATRICULA   PIC 9(06).
           03 FCRD-SORT-VALOR       PIC 9(07)V99.
           03 FCRD-SORT-BANCO       PIC 9(03).
           03 FCRD-SORT-AGENCIA     PIC 9(05).
           03 FCRD-SORT-AGENCIA-DV  PIC X(01).
           03 FCRD-SORT-CONTA       PIC 9(12).
           03 FCRD-SORT-CONTA-DV    PIC X(01).
           03 FCRD-SORT-NOME        PIC X(30).
           03 FCRD-SORT-CPF         PIC X(11).

       FD  CNAB-REM-FILE.
           COPY CNABREC.

       FD  CRED-REPORT-FILE.
       01  CRED-REP-REC.
           03 CREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-EMPRESA         PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-VALOR           PIC 9(11).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-MOTIVO          PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-COMPLEMENTO     PIC X(30).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-FOLHALIQ-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CTAMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CIAPARM-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CNABSEQ-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CSGDESC-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "FOLHACRED".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01 WS-CIA-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIA-EOF                     VALUE "Y".
      * DESCONTOS DE CONSIGNADO (CSGDESC, OPCIONAL), CASADOS COM O
      * FOLHALIQ PELA MATRICULA
       01 WS-CSGDESC-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CSGDESC-OK                  VALUE "S".
       01 WS-CSD-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CSD-EOF                     VALUE "Y".
       01 WS-VLR-CONSIGNADO    PIC 9(07)V99 VALUE ZEROES.
       01 WS-VLR-CREDITO       PIC 9(07)V99 VALUE ZEROES.
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
       01 WS-HORA              PIC 9(08)   VALUE ZEROES.
      * COMPETENCIA DO CREDITO (DEFAULT: MES CORRENTE; CTL-ANO-MES
      * SOBREPOE)
       01 WS-COMPETENCIA.
           03 WS-COMP-ANO      PIC 9(04).
           03 WS-COMP-MES      PIC 9(02).
       01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
      * DATA DO PAGAMENTO (DEFAULT: HOJE; CTL-DATA-INI SOBREPOE) E A
      * MESMA DATA NO FORMATO DDMMAAAA DO LAYOUT
       01 WS-DATA-PAGTO.
           03 WS-PAG-ANO       PIC 9(04).
           03 WS-PAG-MES       PIC 9(02).
           03 WS-PAG-DIA       PIC 9(02).
       01 WS-DATA-PAGTO-NUM REDEFINES WS-DATA-PAGTO PIC 9(08).
       01 WS-DATA-CNAB.
           03 WS-CNAB-DIA      PIC 9(02).
           03 WS-CNAB-MES      PIC 9(02).
           03 WS-CNAB-ANO      PIC 9(04).
       01 WS-DATA-CNAB-NUM REDEFINES WS-DATA-CNAB PIC 9(08).
       01 WS-DATA-GERACAO      PIC 9(08)   VALUE ZEROES.
      * EMPRESA DA RODADA (CTL-EMPRESA): ZERO = TODAS
       01 WS-EMPRESA           PIC 9(02)   VALUE ZEROES.
      * PARAMETROS DAS EMPRESAS (CIAPARM), POSICIONADOS PELO CODIGO
       01 WS-TAB-CIA.
          03 WS-CIA-ITEM                    OCCURS 99 TIMES.
             05 WS-CIA-CADASTRADA  PIC X(01).
             05 WS-CIA-CNPJ        PIC 9(14).
             05 WS-CIA-RAZAO       PIC X(30).
             05 WS-CIA-BANCO       PIC 9(03).
             05 WS-CIA-AGENCIA     PIC 9(05).
             05 WS-CIA-AGENCIA-DV  PIC X(01).
             05 WS-CIA-CONTA       PIC 9(12).
             05 WS-CIA-CONTA-DV    PIC X(01).
             05 WS-CIA-CONVENIO    PIC X(20).
       01 WS-IDX-CIA           PIC 9(02)   VALUE ZEROES.
       01 WS-QTDE-CIAS         PIC 9(02)   VALUE ZEROES.
      * EMPRESA QUE ABRE O ARQUIVO E O BANCO PAGADOR DA REMESSA
       01 WS-CIA-ARQUIVO       PIC 9(02)   VALUE ZEROES.
       01 WS-BANCO-PAGADOR     PIC 9(03)   VALUE ZEROES.
       01 WS-NOME-BANCO        PIC X(30)   VALUE SPACES.
       01 WS-NSA               PIC 9(06)   VALUE ZEROES.
      * RETORNO DA VALIDA-CONTA
       01 WS-DV-AGENCIA        PIC X(01)   VALUE SPACES.
       01 WS-DV-CONTA          PIC X(01)   VALUE SPACES.
       01 WS-CONTA-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-MOTIVO            PIC X(40)   VALUE SPACES.
      * LOTE EM MONTAGEM NA SAIDA DO SORT
       01 WS-EMP-ATUAL         PIC 9(02)   VALUE ZEROES.
       01 WS-LOTE              PIC 9(04)   VALUE ZEROES.
       01 WS-SEQ-LOTE          PIC 9(05)   VALUE ZEROES.
       01 WS-QTDE-LOTE         PIC 9(05)   VALUE ZEROES.
       01 WS-REG-LOTE          PIC 9(06)   VALUE ZEROES.
       01 WS-VALOR-LOTE        PIC 9(16)V99 VALUE ZEROES.
       01 WS-REG-ARQUIVO       PIC 9(06)   VALUE ZEROES.
      * CONTADORES E TOTAIS DO PASSO
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-COMPETENCIA PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FORA-EMP    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-VALOR   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXCECOES    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-REGRA   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-CREDITOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOT-VALOR         PIC 9(16)V99 VALUE ZEROES.
       01 WS-TOT-EXCECAO       PIC 9(11)V99 VALUE ZEROES.
       01 WS-TOT-CONSIGNADO    PIC 9(11)V99 VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO
              PERFORM 00040-FECHA-SAIDAS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE-NUM TO WS-DATA-GERACAO.
           MOVE ANO TO WS-COMP-ANO.
           MOVE MES TO WS-COMP-MES.
           MOVE DATA-HOJE-NUM TO WS-DATA-PAGTO-NUM.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           MOVE WS-PAG-DIA TO WS-CNAB-DIA.
           MOVE WS-PAG-MES TO WS-CNAB-MES.
           MOVE WS-PAG-ANO TO WS-CNAB-ANO.

           DISPLAY " ".
           DISPLAY "INICIO DA REMESSA DE CREDITO DE SALARIOS - "
                   WS-COMP-MES "/" WS-COMP-ANO " - PAGAMENTO EM "
                   WS-DATA-PAGTO-NUM.

           OPEN INPUT FOLHA-LIQ-FILE.
           IF WS-FOLHALIQ-STATUS NOT = "00"
              MOVE "FOLHALIQ" TO WS-INC-ARQUIVO
              MOVE WS-FOLHALIQ-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              CLOSE FOLHA-LIQ-FILE
              PERFORM 00012-CARREGA-EMPRESAS
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 MOVE "EMPMAST" TO WS-INC-ARQUIVO
                 MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
                 PERFORM 00019-ABORTA-ABERTURA
              END-IF
           END-IF.

           IF NOT WS-ABORT
              OPEN INPUT CTA-MASTER-FILE
              IF WS-CTAMAST-STATUS NOT = "00"
                 CLOSE EMP-MASTER-FILE
                 MOVE "CTAMAST" TO WS-INC-ARQUIVO
                 MOVE WS-CTAMAST-STATUS TO WS-INC-STATUS
                 PERFORM 00019-ABORTA-ABERTURA
              END-IF
           END-IF.

           IF NOT WS-ABORT
              PERFORM 00015-PROXIMO-NSA
              OPEN OUTPUT CNAB-REM-FILE
              OPEN OUTPUT CRED-REPORT-FILE
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR A
      * COMPETENCIA E A DATA DO PAGAMENTO E RESTRINGIR A UMA EMPRESA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES
                         MOVE CTL-ANO TO WS-COMP-ANO
                         MOVE CTL-MES TO WS-COMP-MES
                      END-IF
                      IF CTL-DATA-INI NUMERIC AND
                         CTL-DATA-INI > ZEROES
                         MOVE CTL-DATA-INI TO WS-DATA-PAGTO-NUM
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
       00012-CARREGA-EMPRESAS SECTION.
      * CARREGA O CIAPARM NA TABELA POSICIONADA PELO CODIGO DA
      * EMPRESA E ESCOLHE A EMPRESA QUE ABRE O ARQUIVO (E COM ELA O
      * BANCO PAGADOR DA REMESSA)
           PERFORM 00012A-LIMPA-EMPRESA
              VARYING WS-IDX-CIA FROM 1 BY 1 UNTIL WS-IDX-CIA > 98.
           MOVE "N" TO WS-CIA-CADASTRADA(99).
           OPEN INPUT CIA-PARM-FILE.
           IF WS-CIAPARM-STATUS NOT = "00"
              MOVE "CIAPARM" TO WS-INC-ARQUIVO
              MOVE WS-CIAPARM-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              MOVE "N" TO WS-CIA-EOF-SW
              PERFORM 00013-LE-EMPRESA
              PERFORM 00014-GUARDA-EMPRESA UNTIL WS-CIA-EOF
              CLOSE CIA-PARM-FILE
              IF WS-EMPRESA > ZEROES
                 MOVE WS-EMPRESA TO WS-CIA-ARQUIVO
              ELSE
                 PERFORM 00012B-MENOR-EMPRESA
                    VARYING WS-IDX-CIA FROM 99 BY -1
                    UNTIL WS-IDX-CIA < 1
              END-IF
              IF WS-CIA-ARQUIVO = ZEROES OR
                 WS-CIA-CADASTRADA(WS-CIA-ARQUIVO) NOT = "S"
                 DISPLAY "*** EMPRESA " WS-CIA-ARQUIVO
                         " SEM PARAMETROS NO CIAPARM - PASSO "
                         "ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
              ELSE
                 MOVE WS-CIA-BANCO(WS-CIA-ARQUIVO)
                   TO WS-BANCO-PAGADOR
                 PERFORM 00016-NOME-BANCO
              END-IF
           END-IF.
       00012-END.
      *
       00012A-LIMPA-EMPRESA SECTION.
           MOVE "N" TO WS-CIA-CADASTRADA(WS-IDX-CIA).
       00012A-END.
      *
       00012B-MENOR-EMPRESA SECTION.
      * PERCORRE DE TRAS PARA A FRENTE: A ULTIMA CADASTRADA VISTA E A
      * DE MENOR CODIGO
           IF WS-CIA-CADASTRADA(WS-IDX-CIA) = "S"
              MOVE WS-IDX-CIA TO WS-CIA-ARQUIVO
           END-IF.
       00012B-END.
      *
       00013-LE-EMPRESA    SECTION.
           READ CIA-PARM-FILE
               AT END
                   MOVE "Y" TO WS-CIA-EOF-SW
           END-READ.
       00013-END.
      *
       00014-GUARDA-EMPRESA SECTION.
      * LINHA COM CODIGO DE EMPRESA INVALIDO E IGNORADA; CODIGO
      * REPETIDO FICA COM A ULTIMA LINHA
           IF CIA-EMPRESA NUMERIC AND CIA-EMPRESA > ZEROES
              MOVE CIA-EMPRESA TO WS-IDX-CIA
              IF WS-CIA-CADASTRADA(WS-IDX-CIA) NOT = "S"
                 ADD 1 TO WS-QTDE-CIAS
              END-IF
              MOVE "S"              TO WS-CIA-CADASTRADA(WS-IDX-CIA)
              MOVE CIA-CNPJ         TO WS-CIA-CNPJ(WS-IDX-CIA)
              MOVE CIA-RAZAO-SOCIAL TO WS-CIA-RAZAO(WS-IDX-CIA)
              MOVE CIA-BANCO        TO WS-CIA-BANCO(WS-IDX-CIA)
              MOVE CIA-AGENCIA      TO WS-CIA-AGENCIA(WS-IDX-CIA)
              MOVE CIA-AGENCIA-DV   TO WS-CIA-AGENCIA-DV(WS-IDX-CIA)
              MOVE CIA-CONTA        TO WS-CIA-CONTA(WS-IDX-CIA)
              MOVE CIA-CONTA-DV     TO WS-CIA-CONTA-DV(WS-IDX-CIA)
              MOVE CIA-CONVENIO     TO WS-CIA-CONVENIO(WS-IDX-CIA)
           END-IF.
           PERFORM 00013-LE-EMPRESA.
       00014-END.
      *
       00015-PROXIMO-NSA   SECTION.
      * NSA DESTE ARQUIVO = ULTIMO NSA DO CNABSEQ + 1 (PRIMEIRA
      * REMESSA, SEM CONTROLE, COMECA EM 1); O CONTROLE E REGRAVADO
      * NO FECHAMENTO
           MOVE ZEROES TO WS-NSA.
           OPEN INPUT CNAB-SEQ-FILE.
           IF WS-CNABSEQ-STATUS = "00"
              READ CNAB-SEQ-FILE
                  NOT AT END
                      IF SEQ-ULTIMO-NSA NUMERIC
                         MOVE SEQ-ULTIMO-NSA TO WS-NSA
                      END-IF
              END-READ
              CLOSE CNAB-SEQ-FILE
           END-IF.
           ADD 1 TO WS-NSA.
       00015-END.
      *
       00016-NOME-BANCO    SECTION.
      * NOME DO BANCO PAGADOR PARA O HEADER DE ARQUIVO
           EVALUATE WS-BANCO-PAGADOR
               WHEN 001
                   MOVE "BANCO DO BRASIL S.A." TO WS-NOME-BANCO
               WHEN 104
                   MOVE "CAIXA ECONOMICA FEDERAL" TO WS-NOME-BANCO
               WHEN 237
                   MOVE "BANCO BRADESCO S.A." TO WS-NOME-BANCO
               WHEN 341
                   MOVE "ITAU UNIBANCO S.A." TO WS-NOME-BANCO
               WHEN OTHER
                   MOVE SPACES TO WS-NOME-BANCO
           END-EVALUATE.
       00016-END.
      *
       00019-ABORTA-ABERTURA SECTION.
      * ENTRADA OBRIGATORIA QUE NAO ABRIU: PASSO ABORTADO E INCIDENTE
      * REGISTRADO (ARQUIVO E STATUS JA PREENCHIDOS POR QUEM CHAMOU)
           DISPLAY "*** " WS-INC-ARQUIVO " NAO ABRIU (STATUS "
                   WS-INC-STATUS ") - PASSO ABORTADO ***".
           MOVE "S" TO WS-ABORT-SW.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS WS-INC-RC
           END-CALL.
       00019-END.
      *
       00020-PROCESSO      SECTION.
      * SELECIONA E CONFERE OS LIQUIDOS DA COMPETENCIA, ORDENA POR
      * EMPRESA E MATRICULA E GERA UM LOTE POR EMPRESA
           SORT CRED-SORT-WORK
               ON ASCENDING KEY FCRD-SORT-EMPRESA
                                FCRD-SORT-MATRICULA
               INPUT PROCEDURE 00021-SELECIONA-CREDITOS
               OUTPUT PROCEDURE 00030-GERA-REMESSA.
       00020-END.
      *
       00021-SELECIONA-CREDITOS SECTION.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT FOLHA-LIQ-FILE.
           OPEN INPUT CSG-DESC-FILE.
           IF WS-CSGDESC-STATUS = "00"
              MOVE "S" TO WS-CSGDESC-OK-SW
              PERFORM 00025-LE-CSGDESC
           ELSE
              DISPLAY "*** AVISO: CSGDESC AUSENTE (STATUS "
                      WS-CSGDESC-STATUS ") - CREDITO SEM O DESCONTO "
                      "DO CONSIGNADO ***"
           END-IF.
           PERFORM 00022-LE-FOLHALIQ.
           PERFORM 00023-CONFERE-CREDITO UNTIL WS-EOF.
           CLOSE FOLHA-LIQ-FILE.
           IF WS-CSGDESC-OK
              CLOSE CSG-DESC-FILE
           END-IF.
       00021-END.
      *
       00022-LE-FOLHALIQ   SECTION.
           READ FOLHA-LIQ-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-CONFERE-CREDITO SECTION.
      * SO O LIQUIDO DA COMPETENCIA (E DA EMPRESA DA RODADA) ENTRA;
      * LIQUIDO ZERO NAO GERA CREDITO
           EVALUATE TRUE
               WHEN LIQ-ANO-MES NOT = WS-COMPETENCIA-NUM
                   CONTINUE
               WHEN WS-EMPRESA > ZEROES AND
                    LIQ-EMPRESA NOT = WS-EMPRESA
                   ADD 1 TO WS-TOTAL-FORA-EMP
               WHEN LIQ-VLR-LIQUIDO = ZEROES
                   ADD 1 TO WS-TOTAL-COMPETENCIA
                   ADD 1 TO WS-TOTAL-SEM-VALOR
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-COMPETENCIA
                   PERFORM 00023A-CONFERE-CONTA
           END-EVALUATE.
           PERFORM 00022-LE-FOLHALIQ.
       00023-END.
      *
       00023A-CONFERE-CONTA SECTION.
      * O CREDITO PRECISA DE EMPRESA PARAMETRIZADA NO MESMO BANCO
      * PAGADOR, CADASTRO NO EMPMAST E CONTA VALIDA NO CTAMAST. O
      * VALOR CREDITADO E O LIQUIDO MENOS O CONSIGNADO DO MES
           PERFORM 00026-SOMA-CONSIGNADO.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO EMP-NOME.
           EVALUATE TRUE
               WHEN WS-VLR-CREDITO = ZEROES
                   MOVE "CONSIGNADO ABSORVE TODO O LIQUIDO"
                     TO WS-MOTIVO
               WHEN LIQ-EMPRESA = ZEROES
                   MOVE "EMPRESA SEM PARAMETROS NO CIAPARM"
                     TO WS-MOTIVO
               WHEN WS-CIA-CADASTRADA(LIQ-EMPRESA) NOT = "S"
                   MOVE "EMPRESA SEM PARAMETROS NO CIAPARM"
                     TO WS-MOTIVO
               WHEN WS-CIA-BANCO(LIQ-EMPRESA) NOT = WS-BANCO-PAGADOR
                   MOVE "EMPRESA COM OUTRO BANCO PAGADOR"
                     TO WS-MOTIVO
           END-EVALUATE.

           IF WS-MOTIVO = SPACES
              MOVE LIQ-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO EMP-NOME
                      MOVE "MATRICULA FORA DO EMPMAST" TO WS-MOTIVO
              END-READ
           END-IF.

           IF WS-MOTIVO = SPACES
              MOVE LIQ-MATRICULA TO CTA-MATRICULA
              READ CTA-MASTER-FILE
                  INVALID KEY
                      MOVE "SEM CONTA BANCARIA NO CTAMAST"
                        TO WS-MOTIVO
              END-READ
           END-IF.

           IF WS-MOTIVO = SPACES
              CALL "VALIDA-CONTA" USING CTA-BANCO CTA-AGENCIA
                                         CTA-AGENCIA-DV CTA-CONTA
                                         CTA-CONTA-DV WS-DV-AGENCIA
                                         WS-DV-CONTA WS-CONTA-STATUS
              END-CALL
              EVALUATE WS-CONTA-STATUS
                  WHEN "00"
                      CONTINUE
                  WHEN "09"
                      ADD 1 TO WS-TOTAL-SEM-REGRA
                  WHEN OTHER
                      STRING "CONTA INVALIDA (VALIDA-CONTA STATUS "
                             WS-CONTA-STATUS ")"
                             DELIMITED BY SIZE INTO WS-MOTIVO
              END-EVALUATE
           END-IF.

           IF WS-MOTIVO NOT = SPACES
              PERFORM 00024-APONTA-EXCECAO
           ELSE
              MOVE LIQ-EMPRESA     TO FCRD-SORT-EMPRESA
              MOVE LIQ-MATRICULA   TO FCRD-SORT-MATRICULA
              MOVE WS-VLR-CREDITO  TO FCRD-SORT-VALOR
              MOVE CTA-BANCO       TO FCRD-SORT-BANCO
              MOVE CTA-AGENCIA     TO FCRD-SORT-AGENCIA
              MOVE CTA-AGENCIA-DV  TO FCRD-SORT-AGENCIA-DV
              MOVE CTA-CONTA       TO FCRD-SORT-CONTA
              MOVE CTA-CONTA-DV    TO FCRD-SORT-CONTA-DV
              MOVE EMP-NOME        TO FCRD-SORT-NOME
              MOVE EMP-CPF         TO FCRD-SORT-CPF
              RELEASE FCRD-SORT-REC
           END-IF.
       00023A-END.
      *
       00024-APONTA-EXCECAO SECTION.
      * EMPREGADO SEM CONTA VALIDA: FICA FORA DA REMESSA E SAI NO
      * RELATORIO PARA O RH PAGAR POR OUTRO MEIO OU CORRIGIR A CONTA
           ADD 1 TO WS-TOTAL-EXCECOES.
           ADD WS-VLR-CREDITO  TO WS-TOT-EXCECAO.
           MOVE SPACES          TO CRED-REP-REC.
           MOVE "EXCECAO"       TO CREP-ROTULO.
           MOVE LIQ-EMPRESA     TO CREP-EMPRESA.
           MOVE LIQ-MATRICULA   TO CREP-MATRICULA.
           MOVE WS-VLR-CREDITO  TO CREP-VALOR.
           MOVE WS-MOTIVO       TO CREP-MOTIVO.
           MOVE EMP-NOME        TO CREP-COMPLEMENTO.
           WRITE CRED-REP-REC.
       00024-END.
      *
       00025-LE-CSGDESC    SECTION.
           READ CSG-DESC-FILE
               AT END
                   MOVE "Y" TO WS-CSD-EOF-SW
           END-READ.
       00025-END.
      *
       00026-SOMA-CONSIGNADO SECTION.
      * AVANCA O CSGDESC ATE A MATRICULA DO LIQUIDO E SOMA AS PARCELAS
      * DELA NA COMPETENCIA; O DESCONTO NUNCA PASSA DO LIQUIDO
           MOVE ZEROES TO WS-VLR-CONSIGNADO.
           IF WS-CSGDESC-OK
              PERFORM 00025-LE-CSGDESC
                 UNTIL WS-CSD-EOF OR CSD-MATRICULA NOT < LIQ-MATRICULA
              PERFORM 00026A-SOMA-PARCELA
                 UNTIL WS-CSD-EOF OR CSD-MATRICULA NOT = LIQ-MATRICULA
           END-IF.
           IF WS-VLR-CONSIGNADO > LIQ-VLR-LIQUIDO
              MOVE LIQ-VLR-LIQUIDO TO WS-VLR-CONSIGNADO
           END-IF.
           COMPUTE WS-VLR-CREDITO = LIQ-VLR-LIQUIDO - WS-VLR-CONSIGNADO.
           ADD WS-VLR-CONSIGNADO TO WS-TOT-CONSIGNADO.
       00026-END.
      *
       00026A-SOMA-PARCELA SECTION.
           IF CSD-ANO-MES = WS-COMPETENCIA-NUM
              ADD CSD-VALOR TO WS-VLR-CONSIGNADO
           END-IF.
           PERFORM 00025-LE-CSGDESC.
       00026A-END.
      *
       00030-GERA-REMESSA  SECTION.
      * HEADER DE ARQUIVO, UM LOTE POR EMPRESA NA ORDEM DO SORT E O
      * TRAILER DE ARQUIVO
           PERFORM 00031-HEADER-ARQUIVO.
           PERFORM 00038-LE-ORDENADO.
           PERFORM 00032-LOTE-EMPRESA UNTIL WS-SORT-EOF.
           PERFORM 00037-TRAILER-ARQUIVO.
       00030-END.
      *
       00031-HEADER-ARQUIVO SECTION.
           ACCEPT WS-HORA FROM TIME.
           MOVE SPACES              TO CNAB-HEADER-ARQUIVO.
           MOVE WS-BANCO-PAGADOR    TO CNB-HA-BANCO.
           MOVE ZEROES              TO CNB-HA-LOTE.
           MOVE "0"                 TO CNB-HA-TIPO.
           MOVE "2"                 TO CNB-HA-TIPO-INSC.
           MOVE WS-CIA-CNPJ(WS-CIA-ARQUIVO)    TO CNB-HA-CNPJ.
           MOVE WS-CIA-CONVENIO(WS-CIA-ARQUIVO) TO CNB-HA-CONVENIO.
           MOVE WS-CIA-AGENCIA(WS-CIA-ARQUIVO)  TO CNB-HA-AGENCIA.
           MOVE WS-CIA-AGENCIA-DV(WS-CIA-ARQUIVO)
             TO CNB-HA-AGENCIA-DV.
           MOVE WS-CIA-CONTA(WS-CIA-ARQUIVO)    TO CNB-HA-CONTA.
           MOVE WS-CIA-CONTA-DV(WS-CIA-ARQUIVO) TO CNB-HA-CONTA-DV.
           MOVE WS-CIA-RAZAO(WS-CIA-ARQUIVO)
             TO CNB-HA-NOME-EMPRESA.
           MOVE WS-NOME-BANCO       TO CNB-HA-NOME-BANCO.
           MOVE "1"                 TO CNB-HA-REMESSA.
           MOVE DATA-HOJE-NUM       TO WS-DATA-GERACAO.
           MOVE DIA                 TO CNB-HA-DATA-GERACAO(1:2).
           MOVE MES                 TO CNB-HA-DATA-GERACAO(3:2).
           MOVE ANO                 TO CNB-HA-DATA-GERACAO(5:4).
           MOVE WS-HORA(1:6)        TO CNB-HA-HORA-GERACAO.
           MOVE WS-NSA              TO CNB-HA-NSA.
           MOVE "089"               TO CNB-HA-VERSAO.
           MOVE ZEROES              TO CNB-HA-DENSIDADE.
           WRITE CNAB-HEADER-ARQUIVO.
           MOVE 1 TO WS-REG-ARQUIVO.
       00031-END.
      *
       00032-LOTE-EMPRESA  SECTION.
      * HEADER DO LOTE, OS SEGMENTOS A/B DE CADA EMPREGADO DA EMPRESA
      * E O TRAILER COM A QUANTIDADE DE REGISTROS E A SOMA DOS VALORES
           MOVE FCRD-SORT-EMPRESA TO WS-EMP-ATUAL.
           ADD 1 TO WS-LOTE.
           MOVE ZEROES TO WS-SEQ-LOTE WS-QTDE-LOTE WS-VALOR-LOTE.
           PERFORM 00033-HEADER-LOTE.
           PERFORM 00034-CREDITO
              UNTIL WS-SORT-EOF OR FCRD-SORT-EMPRESA NOT = WS-EMP-ATUAL.
           PERFORM 00036-TRAILER-LOTE.
       00032-END.
      *
       00033-HEADER-LOTE   SECTION.
           MOVE SPACES              TO CNAB-HEADER-LOTE.
           MOVE WS-BANCO-PAGADOR    TO CNB-HL-BANCO.
           MOVE WS-LOTE             TO CNB-HL-LOTE.
           MOVE "1"                 TO CNB-HL-TIPO.
           MOVE "C"                 TO CNB-HL-OPERACAO.
           MOVE "30"                TO CNB-HL-SERVICO.
           MOVE "01"                TO CNB-HL-FORMA.
           MOVE "045"               TO CNB-HL-VERSAO.
           MOVE "2"                 TO CNB-HL-TIPO-INSC.
           MOVE WS-CIA-CNPJ(WS-EMP-ATUAL)     TO CNB-HL-CNPJ.
           MOVE WS-CIA-CONVENIO(WS-EMP-ATUAL) TO CNB-HL-CONVENIO.
           MOVE WS-CIA-AGENCIA(WS-EMP-ATUAL)  TO CNB-HL-AGENCIA.
           MOVE WS-CIA-AGENCIA-DV(WS-EMP-ATUAL)
             TO CNB-HL-AGENCIA-DV.
           MOVE WS-CIA-CONTA(WS-EMP-ATUAL)    TO CNB-HL-CONTA.
           MOVE WS-CIA-CONTA-DV(WS-EMP-ATUAL) TO CNB-HL-CONTA-DV.
           MOVE WS-CIA-RAZAO(WS-EMP-ATUAL)    TO CNB-HL-NOME-EMPRESA.
           STRING "SALARIOS COMPETENCIA " WS-COMP-MES "/"
                  WS-COMP-ANO DELIMITED BY SIZE
                  INTO CNB-HL-MENSAGEM.
           MOVE ZEROES              TO CNB-HL-NUMERO CNB-HL-CEP.
           WRITE CNAB-HEADER-LOTE.
           MOVE 1 TO WS-REG-LOTE.
       00033-END.
      *
       00034-CREDITO       SECTION.
      * SEGMENTO A (FAVORECIDO E VALOR) E SEGMENTO B (CPF) DO
      * EMPREGADO; CONTA NO PROPRIO BANCO PAGADOR VAI COMO CREDITO EM
      * CONTA (CAMARA 000), EM OUTRO BANCO VAI POR TED (CAMARA 018)
           ADD 1 TO WS-SEQ-LOTE.
           MOVE SPACES              TO CNAB-SEGMENTO-A.
           MOVE WS-BANCO-PAGADOR    TO CNB-A-BANCO.
           MOVE WS-LOTE             TO CNB-A-LOTE.
           MOVE "3"                 TO CNB-A-TIPO.
           MOVE WS-SEQ-LOTE         TO CNB-A-SEQ.
           MOVE "A"                 TO CNB-A-SEGMENTO.
           MOVE "0"                 TO CNB-A-TIPO-MOVTO.
           MOVE "00"                TO CNB-A-INSTRUCAO.
           IF FCRD-SORT-BANCO = WS-BANCO-PAGADOR
              MOVE 000              TO CNB-A-CAMARA
           ELSE
              MOVE 018              TO CNB-A-CAMARA
           END-IF.
           MOVE FCRD-SORT-BANCO      TO CNB-A-FAV-BANCO.
           MOVE FCRD-SORT-AGENCIA    TO CNB-A-FAV-AGENCIA.
           MOVE FCRD-SORT-AGENCIA-DV TO CNB-A-FAV-AGENCIA-DV.
           MOVE FCRD-SORT-CONTA      TO CNB-A-FAV-CONTA.
           MOVE FCRD-SORT-CONTA-DV   TO CNB-A-FAV-CONTA-DV.
           MOVE FCRD-SORT-NOME       TO CNB-A-FAV-NOME.
           MOVE FCRD-SORT-MATRICULA  TO CNB-A-SEU-NUMERO(1:6).
           MOVE WS-COMPETENCIA-NUM   TO CNB-A-SEU-NUMERO(7:6).
           MOVE WS-DATA-CNAB-NUM     TO CNB-A-DATA-PAGTO.
           MOVE "BRL"                TO CNB-A-MOEDA.
           MOVE ZEROES               TO CNB-A-QTDE-MOEDA.
           MOVE FCRD-SORT-VALOR      TO CNB-A-VALOR.
           MOVE ZEROES               TO CNB-A-DATA-REAL
                                        CNB-A-VALOR-REAL
                                        CNB-A-AVISO.
           WRITE CNAB-SEGMENTO-A.

           ADD 1 TO WS-SEQ-LOTE.
           MOVE SPACES              TO CNAB-SEGMENTO-B.
           MOVE WS-BANCO-PAGADOR    TO CNB-B-BANCO.
           MOVE WS-LOTE             TO CNB-B-LOTE.
           MOVE "3"                 TO CNB-B-TIPO.
           MOVE WS-SEQ-LOTE         TO CNB-B-SEQ.
           MOVE "B"                 TO CNB-B-SEGMENTO.
           MOVE "1"                 TO CNB-B-TIPO-INSC.
           MOVE ZEROES              TO CNB-B-CPF.
           MOVE FCRD-SORT-CPF       TO CNB-B-CPF(4:11).
           MOVE ZEROES              TO CNB-B-NUMERO CNB-B-CEP
                                       CNB-B-VENCIMENTO
                                       CNB-B-VALOR(1) CNB-B-VALOR(2)
                                       CNB-B-VALOR(3) CNB-B-VALOR(4)
                                       CNB-B-VALOR(5) CNB-B-AVISO
                                       CNB-B-CODIGO-UG CNB-B-ISPB.
           WRITE CNAB-SEGMENTO-B.

           ADD 2 TO WS-REG-LOTE.
           ADD 1 TO WS-QTDE-LOTE WS-TOTAL-CREDITOS.
           ADD FCRD-SORT-VALOR TO WS-VALOR-LOTE WS-TOT-VALOR.
           ADD FCRD-SORT-MATRICULA TO WS-HASH-MATRICULA.
           PERFORM 00038-LE-ORDENADO.
       00034-END.
      *
       00036-TRAILER-LOTE  SECTION.
      * FECHA O LOTE E DEIXA A LINHA DE TOTAL DA EMPRESA NO RELATORIO
           ADD 1 TO WS-REG-LOTE.
           MOVE SPACES              TO CNAB-TRAILER-LOTE.
           MOVE WS-BANCO-PAGADOR    TO CNB-TL-BANCO.
           MOVE WS-LOTE             TO CNB-TL-LOTE.
           MOVE "5"                 TO CNB-TL-TIPO.
           MOVE WS-REG-LOTE         TO CNB-TL-QTDE-REG.
           MOVE WS-VALOR-LOTE       TO CNB-TL-SOMA-VALORES.
           MOVE ZEROES              TO CNB-TL-SOMA-MOEDA
                                       CNB-TL-AVISO-DEBITO.
           WRITE CNAB-TRAILER-LOTE.
           ADD WS-REG-LOTE TO WS-REG-ARQUIVO.

           MOVE SPACES              TO CRED-REP-REC.
           MOVE "EMPRESA"           TO CREP-ROTULO.
           MOVE WS-EMP-ATUAL        TO CREP-EMPRESA.
           MOVE WS-VALOR-LOTE       TO CREP-VALOR.
           STRING "LOTE " WS-LOTE " - CREDITOS: " WS-QTDE-LOTE
                  DELIMITED BY SIZE INTO CREP-MOTIVO.
           MOVE WS-CIA-RAZAO(WS-EMP-ATUAL) TO CREP-COMPLEMENTO.
           WRITE CRED-REP-REC.
       00036-END.
      *
       00037-TRAILER-ARQUIVO SECTION.
           ADD 1 TO WS-REG-ARQUIVO.
           MOVE SPACES              TO CNAB-TRAILER-ARQUIVO.
           MOVE WS-BANCO-PAGADOR    TO CNB-TA-BANCO.
           MOVE 9999                TO CNB-TA-LOTE.
           MOVE "9"                 TO CNB-TA-TIPO.
           MOVE WS-LOTE             TO CNB-TA-QTDE-LOTES.
           MOVE WS-REG-ARQUIVO      TO CNB-TA-QTDE-REG.
           MOVE ZEROES              TO CNB-TA-QTDE-CONTAS.
           WRITE CNAB-TRAILER-ARQUIVO.
       00037-END.
      *
       00038-LE-ORDENADO   SECTION.
           RETURN CRED-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00038-END.
      *
       00040-FECHA-SAIDAS  SECTION.
      * TOTAL GERAL NO RELATORIO, FECHAMENTO DOS ARQUIVOS E REGRAVACAO
      * DO CONTROLE DE NSA
           MOVE SPACES            TO CRED-REP-REC.
           MOVE "TOTAL"           TO CREP-ROTULO.
           MOVE WS-TOT-VALOR      TO CREP-VALOR.
           STRING "REMESSA NSA " WS-NSA " - CREDITOS: "
                  WS-TOTAL-CREDITOS
                  DELIMITED BY SIZE INTO CREP-MOTIVO.
           WRITE CRED-REP-REC.
           MOVE SPACES            TO CRED-REP-REC.
           MOVE "TOTAL"           TO CREP-ROTULO.
           MOVE WS-TOT-EXCECAO    TO CREP-VALOR.
           STRING "FORA DA REMESSA - EXCECOES: " WS-TOTAL-EXCECOES
                  DELIMITED BY SIZE INTO CREP-MOTIVO.
           WRITE CRED-REP-REC.

           CLOSE EMP-MASTER-FILE.
           CLOSE CTA-MASTER-FILE.
           CLOSE CNAB-REM-FILE.
           CLOSE CRED-REPORT-FILE.

           OPEN OUTPUT CNAB-SEQ-FILE.
           MOVE SPACES          TO CNAB-SEQ-REC.
           MOVE WS-NSA          TO SEQ-ULTIMO-NSA.
           MOVE WS-DATA-GERACAO TO SEQ-DATA.
           WRITE CNAB-SEQ-REC.
           CLOSE CNAB-SEQ-FILE.
       00040-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "FOLHACRED"          TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-COMPETENCIA TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-CREDITOS    TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-EXCECOES    TO AUDIT-QTDE-REJEIT.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UMA ENTRADA OBRIGATORIA
      * NAO ABRIU OU FALTA A EMPRESA DO ARQUIVO NO CIAPARM, ALERTA SE
      * ALGUM EMPREGADO FICOU FORA DA REMESSA, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-EXCECOES > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY " ".
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS DO FOLHALIQ LIDOS..: " WS-TOTAL-LIDOS.
           DISPLAY "LIQUIDOS DA COMPETENCIA......: "
                   WS-TOTAL-COMPETENCIA.
           DISPLAY "FORA DA EMPRESA DA RODADA....: "
                   WS-TOTAL-FORA-EMP.
           DISPLAY "LIQUIDO ZERO (SEM CREDITO)...: "
                   WS-TOTAL-SEM-VALOR.
           DISPLAY "CREDITOS NA REMESSA..........: "
                   WS-TOTAL-CREDITOS.
           DISPLAY "  EM BANCO SEM REGRA DE DIGITO: "
                   WS-TOTAL-SEM-REGRA.
           DISPLAY "EXCECOES (FORA DA REMESSA)...: "
                   WS-TOTAL-EXCECOES.
           DISPLAY "LOTES / REGISTROS DO ARQUIVO.: " WS-LOTE " / "
                   WS-REG-ARQUIVO.
           DISPLAY "VALOR TOTAL DA REMESSA.......: " WS-TOT-VALOR.
           DISPLAY "VALOR FORA DA REMESSA........: " WS-TOT-EXCECAO.
           DISPLAY "CONSIGNADO ABATIDO...........: "
                   WS-TOT-CONSIGNADO.
           DISPLAY "NSA DO ARQUIVO...............: " WS-NSA.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA REMESSA DE CREDITO DE SALARIOS".
       00050-END.
