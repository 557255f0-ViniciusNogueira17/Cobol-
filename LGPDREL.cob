       IDENTIFICATION      DIVISION.
       PROGRAM-ID. LGPDREL.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Relatorio de acesso do titular (LGPD): dado o
      *                pedido protocolado pelo encarregado de
      *                privacidade (cartao LGPDPARM: numero do pedido,
      *                CPF do titular e operador que atende), acha as
      *                matriculas do CPF pela chave alternativa do
      *                EMPMAST -- inclusive as desligadas que o
      *                EMPPURGE ainda mantem dentro da janela de
      *                retencao (CTL-RETENCAO-DIAS do SYSIN, mesma
      *                regra do expurgo) -- e monta num so relatorio
      *                (LGPDREL) tudo o que o sistema guarda da pessoa:
      *                cadastro de CPF (CPFMAST: validacao e situacao),
      *                cadastro e historico de lotacao (EMPMAST,
      *                EMPPOSH), dependentes (DEPDMAST), ausencias
      *                (AUSMAST), ferias agendadas (FERIASAG), banco de
      *                horas (BANCOHRS), historico legal de ponto
      *                (PONTOHIS), endereco (ENDMAST), conta bancaria
      *                (CTAMAST), exames de saude ocupacional (ASOMAST,
      *                dado sensivel), contratos de consignado
      *                (CSGMAST) e quem consultou a pessoa (ACESSLOG).
      *                O numero do pedido sai em todas as paginas e o
      *                proprio atendimento e gravado no ACESSLOG, via
      *                GRAVA-ACESSO, com o numero do pedido.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Secoes de endereco, conta bancaria, exames
      *                  ocupacionais e consignados.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT LGPD-PARM-FILE ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDPARM-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CPF-MASTER-FILE ASSIGN TO "CPFMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF-MST-CHAVE
               FILE STATUS IS WS-CPFMAST-STATUS.

           SELECT POS-HIST-FILE ASSIGN TO "EMPPOSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPOSH-STATUS.

           SELECT DEPD-MASTER-FILE ASSIGN TO "DEPDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPDMAST-STATUS.

           SELECT AUS-MASTER-FILE ASSIGN TO "AUSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUS-CHAVE
               FILE STATUS IS WS-AUSMAST-STATUS.

           SELECT FERIAS-FILE ASSIGN TO "FERIASAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.

           SELECT BANCO-MASTER-FILE ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-MATRICULA
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT PONTO-HIST-FILE ASSIGN TO "PONTOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WS-PONTOHIS-STATUS.

           SELECT END-MASTER-FILE ASSIGN TO "ENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-MATRICULA
               FILE STATUS IS WS-ENDMAST-STATUS.

           SELECT CTA-MASTER-FILE ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-MATRICULA
               FILE STATUS IS WS-CTAMAST-STATUS.

           SELECT ASO-MASTER-FILE ASSIGN TO "ASOMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASO-CHAVE
               FILE STATUS IS WS-ASOMAST-STATUS.

           SELECT CSG-MASTER-FILE ASSIGN TO "CSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-CSGMAST-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO "ACESSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACESSLOG-STATUS.

           SELECT LGPD-REPORT-FILE ASSIGN TO "LGPDREL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  LGPD-PARM-FILE.
           COPY LGPPARM.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CPF-MASTER-FILE.
           COPY CPFMSTR.

       FD  POS-HIST-FILE.
           COPY EPHREC.

       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  AUS-MASTER-FILE.
           COPY AUSREC.

       FD  FERIAS-FILE.
           COPY FERREC.

       FD  BANCO-MASTER-FILE.
           COPY BHRREC.

       FD  PONTO-HIST-FILE.
           COPY PHIREC.

       FD  END-MASTER-FILE.
           COPY ENDREC.

       FD  CTA-MASTER-FILE.
           COPY CTAREC.

       FD  ASO-MASTER-FILE.
           COPY ASOREC.

       FD  CSG-MASTER-FILE.
           COPY CSGREC.

       FD  ACESSO-LOG-FILE.
           COPY ACSREC.

       FD  LGPD-REPORT-FILE.
       01  LGPD-REP-REC            PIC X(132).
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-LGPDPARM-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CPFMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPPOSH-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-AUSMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FERIASAG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-BANCOHRS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-PONTOHIS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ENDMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CTAMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ASOMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CSGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ACESSLOG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-FIM-SW            PIC X(01)   VALUE "N".
          88 WS-FIM                         VALUE "S".
      * CADASTROS INDEXADOS ABERTOS NO INICIO; O QUE NAO ABRIR SAI
      * NO RELATORIO COMO SECAO NAO EMITIDA
       01 WS-DEPDMAST-SW       PIC X(01)   VALUE "N".
          88 WS-DEPDMAST-ABERTO             VALUE "S".
       01 WS-AUSMAST-SW        PIC X(01)   VALUE "N".
          88 WS-AUSMAST-ABERTO              VALUE "S".
       01 WS-FERIASAG-SW       PIC X(01)   VALUE "N".
          88 WS-FERIASAG-ABERTO             VALUE "S".
       01 WS-BANCOHRS-SW       PIC X(01)   VALUE "N".
          88 WS-BANCOHRS-ABERTO             VALUE "S".
       01 WS-PONTOHIS-SW       PIC X(01)   VALUE "N".
          88 WS-PONTOHIS-ABERTO             VALUE "S".
       01 WS-ENDMAST-SW        PIC X(01)   VALUE "N".
          88 WS-ENDMAST-ABERTO              VALUE "S".
       01 WS-CTAMAST-SW        PIC X(01)   VALUE "N".
          88 WS-CTAMAST-ABERTO              VALUE "S".
       01 WS-ASOMAST-SW        PIC X(01)   VALUE "N".
          88 WS-ASOMAST-ABERTO              VALUE "S".
       01 WS-CSGMAST-SW        PIC X(01)   VALUE "N".
          88 WS-CSGMAST-ABERTO              VALUE "S".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * PARAMETROS DO PEDIDO (CARTAO LGPDPARM OBRIGATORIO)
       01 WS-PEDIDO            PIC X(10)   VALUE SPACES.
       01 WS-CPF               PIC X(11)   VALUE SPACES.
       01 WS-OPERADOR          PIC X(08)   VALUE SPACES.
      * JANELA DE RETENCAO DE DESLIGADO, EM DIAS, A MESMA DO EMPPURGE
      * (5 ANOS), SOBREPONIVEL PELO SYSIN (CTL-RETENCAO-DIAS)
       01 WS-RETENCAO-DIAS     PIC 9(04)   VALUE 1825.
      * MATRICULAS DO CPF ACHADAS PELA CHAVE ALTERNATIVA DO EMPMAST
       01 WS-TAB-MATRICULAS.
           03 WS-MAT-ITEM       PIC 9(06)  OCCURS 20 TIMES.
       01 WS-QTDE-MAT          PIC 9(02)   VALUE ZEROES.
       01 WS-LIMITE-MAT        PIC 9(02)   VALUE 20.
       01 WS-IDX-MAT           PIC 9(02)   VALUE ZEROES.
       01 WS-MAT-EXCEDENTES    PIC 9(03)   VALUE ZEROES.
       01 WS-MATRICULA         PIC 9(06)   VALUE ZEROES.
       01 WS-ACHOU-SW          PIC X(01)   VALUE "N".
          88 WS-ACHOU                       VALUE "S".
       01 WS-CPFMAST-SW        PIC X(01)   VALUE "N".
          88 WS-CPF-CADASTRADO              VALUE "S".
       01 WS-IDX-FX            PIC 9(01)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A DATEUTIL (FIM DA RETENCAO DO DESLIGADO)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * CAMPOS DA CHAMADA A GRAVA-ACESSO (O PROPRIO ATENDIMENTO)
       01 WS-ACS-PROGRAMA      PIC X(10)   VALUE "LGPDREL".
       01 WS-ACS-TIPO          PIC X(01)   VALUE "C".
       01 WS-ACS-RESULTADO     PIC X(01)   VALUE SPACES.
      * LINHAS DO RELATORIO; LINHAS POR PAGINA NO PADRAO DE IMPRESSO
      * DE 55 LINHAS UTEIS
       01 WS-LINHA             PIC X(132)  VALUE SPACES.
       01 WS-LINHA-GUARDA      PIC X(132)  VALUE SPACES.
       01 WS-LINHAS-PAGINA     PIC 9(02)   VALUE ZEROES.
       01 WS-LIMITE-PAGINA     PIC 9(02)   VALUE 55.
       01 WS-PAGINA            PIC 9(03)   VALUE ZEROES.
       01 WS-ARQ-INDISP        PIC X(08)   VALUE SPACES.
       01 WS-MINUTOS-ED        PIC +9(04)  VALUE ZEROES.
       01 WS-PARCELA-ED        PIC ZZZZZZ9.99.
      * TOTAIS DO RELATORIO, POR ORIGEM
       01 WS-TOT-LOTACOES      PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-DEPENDENTES   PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-AUSENCIAS     PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-FERIAS        PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-DIAS-PONTO    PIC 9(07)   VALUE ZEROES.
       01 WS-TOT-ENDERECOS     PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-CONTAS        PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-EXAMES        PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-CONSIGNADOS   PIC 9(05)   VALUE ZEROES.
       01 WS-TOT-ACESSOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOT-INDISP        PIC 9(02)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-CADASTRO-CPF
              PERFORM 00021-BUSCA-MATRICULAS
              PERFORM 00030-RELATA-MATRICULA
                 VARYING WS-IDX-MAT FROM 1 BY 1
                 UNTIL WS-IDX-MAT > WS-QTDE-MAT
              PERFORM 00038-ACESSOS
              PERFORM 00040-FECHA-RELATORIO
              PERFORM 00046-GRAVA-ACESSO
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00011-LE-PEDIDO.
           PERFORM 00014-LE-CARTAO-CONTROLE.

           DISPLAY " ".
           DISPLAY "INICIO DO RELATORIO DE ACESSO DO TITULAR - "
                   "PEDIDO " WS-PEDIDO.

           IF NOT WS-ABORT
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                         WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
              ELSE
                 PERFORM 00013-ABRE-CADASTROS
                 OPEN OUTPUT LGPD-REPORT-FILE
                 PERFORM 00012-CABECALHO
              END-IF
           END-IF.
       00010-END.
      *
       00011-LE-PEDIDO     SECTION.
      * LE O CARTAO DO PEDIDO (OBRIGATORIO): SEM NUMERO DO PEDIDO,
      * SEM CPF NUMERICO OU SEM OPERADOR O RELATORIO NAO E EMITIDO
           OPEN INPUT LGPD-PARM-FILE.
           IF WS-LGPDPARM-STATUS = "00"
              READ LGPD-PARM-FILE
                  NOT AT END
                      MOVE LGPD-PEDIDO   TO WS-PEDIDO
                      MOVE LGPD-CPF      TO WS-CPF
                      MOVE LGPD-OPERADOR TO WS-OPERADOR
              END-READ
              CLOSE LGPD-PARM-FILE
           END-IF.
           IF WS-PEDIDO = SPACES OR
              WS-CPF NOT NUMERIC OR
              WS-OPERADOR = SPACES
              DISPLAY "*** CARTAO LGPDPARM AUSENTE OU INCOMPLETO "
                      "(PEDIDO, CPF E OPERADOR) - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           END-IF.
       00011-END.
      *
       00012-CABECALHO     SECTION.
      * CABECALHO DE PAGINA COM O NUMERO DO PEDIDO E O CPF DO TITULAR
           ADD 1 TO WS-PAGINA.
           MOVE ZEROES TO WS-LINHAS-PAGINA.
           MOVE SPACES TO WS-LINHA.
           STRING "RELATORIO DE ACESSO DO TITULAR (LGPD) - PEDIDO "
                  WS-PEDIDO "  CPF " WS-CPF "  PAGINA " WS-PAGINA
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00045-ESCREVE-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "EMITIDO EM " DATA-HOJE-NUM "  ATENDIDO POR "
                  WS-OPERADOR "  RETENCAO DE DESLIGADOS: "
                  WS-RETENCAO-DIAS " DIAS"
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00045-ESCREVE-LINHA.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 00045-ESCREVE-LINHA.
       00012-END.
      *
       00013-ABRE-CADASTROS SECTION.
      * ABRE OS CADASTROS POR MATRICULA; O QUE NAO ABRIR FICA MARCADO
      * E A SECAO CORRESPONDENTE SAI COMO NAO EMITIDA
           OPEN INPUT DEPD-MASTER-FILE.
           IF WS-DEPDMAST-STATUS = "00"
              MOVE "S" TO WS-DEPDMAST-SW
           END-IF.
           OPEN INPUT AUS-MASTER-FILE.
           IF WS-AUSMAST-STATUS = "00"
              MOVE "S" TO WS-AUSMAST-SW
           END-IF.
           OPEN INPUT FERIAS-FILE.
           IF WS-FERIASAG-STATUS = "00"
              MOVE "S" TO WS-FERIASAG-SW
           END-IF.
           OPEN INPUT BANCO-MASTER-FILE.
           IF WS-BANCOHRS-STATUS = "00"
              MOVE "S" TO WS-BANCOHRS-SW
           END-IF.
           OPEN INPUT PONTO-HIST-FILE.
           IF WS-PONTOHIS-STATUS = "00"
              MOVE "S" TO WS-PONTOHIS-SW
           END-IF.
           OPEN INPUT END-MASTER-FILE.
           IF WS-ENDMAST-STATUS = "00"
              MOVE "S" TO WS-ENDMAST-SW
           END-IF.
           OPEN INPUT CTA-MASTER-FILE.
           IF WS-CTAMAST-STATUS = "00"
              MOVE "S" TO WS-CTAMAST-SW
           END-IF.
           OPEN INPUT ASO-MASTER-FILE.
           IF WS-ASOMAST-STATUS = "00"
              MOVE "S" TO WS-ASOMAST-SW
           END-IF.
           OPEN INPUT CSG-MASTER-FILE.
           IF WS-CSGMAST-STATUS = "00"
              MOVE "S" TO WS-CSGMAST-SW
           END-IF.
       00013-END.
      *
       00014-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) COM A JANELA DE
      * RETENCAO; SEM SYSIN, OU COM O CAMPO ZERADO, VALE O PADRAO
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-RETENCAO-DIAS NUMERIC AND
                         CTL-RETENCAO-DIAS > ZEROES
                         MOVE CTL-RETENCAO-DIAS TO WS-RETENCAO-DIAS
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00014-END.
      *
       00020-CADASTRO-CPF  SECTION.
      * SECAO DO CADASTRO DE CPF: DATA DA VALIDACAO, UF DE EMISSAO E
      * SITUACAO CADASTRAL COM A DATA DA ULTIMA MUDANCA
           MOVE SPACES TO WS-LINHA.
           MOVE "CADASTRO DE CPF (CPFMAST)" TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           OPEN INPUT CPF-MASTER-FILE.
           IF WS-CPFMAST-STATUS NOT = "00"
              MOVE "CPFMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE WS-CPF TO CPF-MST-CHAVE
              READ CPF-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      MOVE "  CPF NAO CONSTA DO CADASTRO DE CPF"
                           TO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                  NOT INVALID KEY
                      MOVE "S" TO WS-CPFMAST-SW
                      MOVE SPACES TO WS-LINHA
                      STRING "  VALIDADO EM " CPF-MST-DATA-VALID
                             "  DIGITOS " CPF-MST-DIGITO-A
                             CPF-MST-DIGITO-B "  UF "
                             CPF-MST-UF-SIGLA " (" CPF-MST-UF-REGIAO
                             ")"
                             DELIMITED BY SIZE INTO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                      MOVE SPACES TO WS-LINHA
                      STRING "  SITUACAO " CPF-MST-SITUACAO
                             " DESDE " CPF-MST-DATA-SIT
                             DELIMITED BY SIZE INTO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
              END-READ
              CLOSE CPF-MASTER-FILE
           END-IF.
       00020-END.
      *
       00021-BUSCA-MATRICULAS SECTION.
      * PERCORRE A CHAVE ALTERNATIVA (CPF, COM DUPLICATAS) E GUARDA AS
      * MATRICULAS DO TITULAR, ATIVAS OU DESLIGADAS: O DESLIGADO SO
      * SAI DO EMPMAST NO EXPURGO, DEPOIS DA JANELA DE RETENCAO
           MOVE "N" TO WS-FIM-SW.
           MOVE WS-CPF TO EMP-CPF.
           START EMP-MASTER-FILE KEY = EMP-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-SW
           END-START.
           PERFORM 00022-LE-EMPREGADO UNTIL WS-FIM.
           IF WS-QTDE-MAT = ZEROES
              MOVE SPACES TO WS-LINHA
              PERFORM 00044-GRAVA-LINHA
              MOVE SPACES TO WS-LINHA
              STRING "NENHUMA MATRICULA NO EMPMAST PARA ESTE CPF "
                     "(DESLIGADOS HA MAIS DE " WS-RETENCAO-DIAS
                     " DIAS JA FORAM EXPURGADOS)"
                     DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 00044-GRAVA-LINHA
           END-IF.
           IF WS-MAT-EXCEDENTES > ZEROES
              DISPLAY "*** " WS-MAT-EXCEDENTES " MATRICULA(S) DO CPF "
                      "ALEM DO LIMITE DA TABELA - NAO RELATADAS ***"
              MOVE SPACES TO WS-LINHA
              STRING "*** " WS-MAT-EXCEDENTES " MATRICULA(S) ALEM "
                     "DO LIMITE DE " WS-LIMITE-MAT
                     " NAO RELATADAS - RELATORIO INCOMPLETO ***"
                     DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 00044-GRAVA-LINHA
           END-IF.
       00021-END.
      *
       00022-LE-EMPREGADO  SECTION.
           READ EMP-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF EMP-CPF NOT = WS-CPF
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 IF WS-QTDE-MAT < WS-LIMITE-MAT
                    ADD 1 TO WS-QTDE-MAT
                    MOVE EMP-MATRICULA TO WS-MAT-ITEM(WS-QTDE-MAT)
                 ELSE
                    ADD 1 TO WS-MAT-EXCEDENTES
                 END-IF
              END-IF
           END-IF.
       00022-END.
      *
       00030-RELATA-MATRICULA SECTION.
      * TODAS AS SECOES DE UMA MATRICULA DO TITULAR, NA ORDEM DO
      * RELATORIO
           MOVE WS-MAT-ITEM(WS-IDX-MAT) TO WS-MATRICULA.
           MOVE SPACES TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "MATRICULA " WS-MATRICULA
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           PERFORM 00031-CADASTRO-EMPREGADO.
           PERFORM 00031B-ENDERECO.
           PERFORM 00031C-CONTA-BANCARIA.
           PERFORM 00032-LOTACOES.
           PERFORM 00033-DEPENDENTES.
           PERFORM 00034-AUSENCIAS.
           PERFORM 00035-FERIAS.
           PERFORM 00036-BANCO-HORAS.
           PERFORM 00037-PONTO.
           PERFORM 00037B-EXAMES.
           PERFORM 00037D-CONSIGNADOS.
       00030-END.
      *
       00031-CADASTRO-EMPREGADO SECTION.
      * DADOS CADASTRAIS DO EMPMAST; PARA O DESLIGADO, A DATA ATE A
      * QUAL OS DADOS FICAM RETIDOS ANTES DO EXPURGO
           MOVE WS-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
           END-READ.
           MOVE SPACES TO WS-LINHA.
           STRING "  CADASTRO (EMPMAST): NOME " EMP-NOME
                  "  NASCIMENTO " EMP-DATA-NASC "  NIS " EMP-NIS
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "  EMPRESA " EMP-EMPRESA "  CARGO " EMP-CARGO
                  "  LOTACAO " EMP-SETOR "-" EMP-DEPTO "-"
                  EMP-SERVIDOR-IDX "  ADMISSAO " EMP-DATA-ADMIS
                  "  SITUACAO " EMP-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           IF EMP-DESLIGADO
              MOVE "A" TO WS-DU-OPERACAO
              MOVE WS-RETENCAO-DIAS TO WS-DU-DIAS
              CALL "DATEUTIL" USING WS-DU-OPERACAO EMP-DATA-DESLIG
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
              MOVE SPACES TO WS-LINHA
              IF WS-DU-STATUS = "00"
                 STRING "  DESLIGADO EM " EMP-DATA-DESLIG
                        " - DADOS RETIDOS ATE " WS-DU-RESULTADO
                        " (EXPURGO APOS A JANELA DE RETENCAO)"
                        DELIMITED BY SIZE INTO WS-LINHA
              ELSE
                 STRING "  DESLIGADO EM " EMP-DATA-DESLIG
                        " - DATA INVALIDA, FIM DA RETENCAO NAO "
                        "CALCULADO"
                        DELIMITED BY SIZE INTO WS-LINHA
              END-IF
              PERFORM 00044-GRAVA-LINHA
           END-IF.
       00031-END.
      *
       00031B-ENDERECO     SECTION.
      * ENDERECO RESIDENCIAL (ENDMAST, CHAVE MATRICULA)
           IF NOT WS-ENDMAST-ABERTO
              MOVE "ENDMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE WS-MATRICULA TO END-MATRICULA
              READ END-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      MOVE "  ENDERECO (ENDMAST): NAO CADASTRADO"
                           TO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                  NOT INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      STRING "  ENDERECO (ENDMAST): " END-LOGRADOURO
                             " " END-NUMERO " " END-COMPLEMENTO
                             DELIMITED BY SIZE INTO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                      MOVE SPACES TO WS-LINHA
                      STRING "    BAIRRO " END-BAIRRO "  CIDADE "
                             END-CIDADE "  UF " END-UF "  CEP "
                             END-CEP "  ATUALIZADO EM "
                             END-DATA-ATUALIZ " POR " END-OPERADOR
                             DELIMITED BY SIZE INTO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                      ADD 1 TO WS-TOT-ENDERECOS
              END-READ
           END-IF.
       00031B-END.
      *
       00031C-CONTA-BANCARIA SECTION.
      * CONTA DE CREDITO DO LIQUIDO (CTAMAST, CHAVE MATRICULA)
           IF NOT WS-CTAMAST-ABERTO
              MOVE "CTAMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE WS-MATRICULA TO CTA-MATRICULA
              READ CTA-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      MOVE "  CONTA BANCARIA (CTAMAST): NAO CADASTRADA"
                           TO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                  NOT INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      STRING "  CONTA BANCARIA (CTAMAST): BANCO "
                             CTA-BANCO "  AGENCIA " CTA-AGENCIA "-"
                             CTA-AGENCIA-DV "  CONTA " CTA-CONTA "-"
                             CTA-CONTA-DV "  TIPO " CTA-TIPO
                             "  ALTERADA EM " CTA-DATA-ALTER
                             DELIMITED BY SIZE INTO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                      ADD 1 TO WS-TOT-CONTAS
              END-READ
           END-IF.
       00031C-END.
      *
       00032-LOTACOES      SECTION.
      * HISTORICO DE LOTACAO (EMPPOSH, SEQUENCIAL): RELIDO DO INICIO
      * PARA CADA MATRICULA
           OPEN INPUT POS-HIST-FILE.
           IF WS-EMPPOSH-STATUS NOT = "00"
              MOVE "EMPPOSH" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              PERFORM 00032A-LE-LOTACAO UNTIL WS-FIM
              CLOSE POS-HIST-FILE
           END-IF.
       00032-END.
      *
       00032A-LE-LOTACAO   SECTION.
           READ POS-HIST-FILE
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM AND EPH-MATRICULA = WS-MATRICULA
              MOVE SPACES TO WS-LINHA
              STRING "  LOTACAO (EMPPOSH): A PARTIR DE "
                     EPH-DATA-EFETIVA "  SETOR " EPH-SETOR
                     "  DEPTO " EPH-DEPTO "  SERVIDOR "
                     EPH-SERVIDOR-IDX
                     DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 00044-GRAVA-LINHA
              ADD 1 TO WS-TOT-LOTACOES
           END-IF.
       00032A-END.
      *
       00033-DEPENDENTES   SECTION.
      * DEPENDENTES DA MATRICULA (DEPDMAST, CHAVE MATRICULA+SEQ)
           IF NOT WS-DEPDMAST-ABERTO
              MOVE "DEPDMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              MOVE WS-MATRICULA TO DPD-MATRICULA
              MOVE ZEROES       TO DPD-SEQ
              START DEPD-MASTER-FILE KEY >= DPD-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-SW
              END-START
              PERFORM 00033A-LE-DEPENDENTE UNTIL WS-FIM
           END-IF.
       00033-END.
      *
       00033A-LE-DEPENDENTE SECTION.
           READ DEPD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF DPD-MATRICULA NOT = WS-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE SPACES TO WS-LINHA
                 STRING "  DEPENDENTE (DEPDMAST) " DPD-SEQ ": "
                        DPD-NOME "  NASC " DPD-DATA-NASC
                        "  PARENT " DPD-PARENTESCO "  CPF "
                        DPD-CPF "  SIT " DPD-SITUACAO
                        "  UNIV " DPD-UNIVERSITARIO
                        "  SALFAM " DPD-SALFAM "  IRRF " DPD-IRRF
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-DEPENDENTES
              END-IF
           END-IF.
       00033A-END.
      *
       00034-AUSENCIAS     SECTION.
      * AUSENCIAS REGISTRADAS (AUSMAST, CHAVE MATRICULA+DATA INICIAL)
           IF NOT WS-AUSMAST-ABERTO
              MOVE "AUSMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              MOVE WS-MATRICULA TO AUS-MATRICULA
              MOVE ZEROES       TO AUS-DATA-INI
              START AUS-MASTER-FILE KEY >= AUS-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-SW
              END-START
              PERFORM 00034A-LE-AUSENCIA UNTIL WS-FIM
           END-IF.
       00034-END.
      *
       00034A-LE-AUSENCIA  SECTION.
           READ AUS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF AUS-MATRICULA NOT = WS-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE SPACES TO WS-LINHA
                 STRING "  AUSENCIA (AUSMAST): " AUS-DATA-INI " A "
                        AUS-DATA-FIM "  TIPO " AUS-TIPO
                        "  JUSTIF " AUS-JUSTIF-COD "  "
                        AUS-DESCRICAO
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-AUSENCIAS
              END-IF
           END-IF.
       00034A-END.
      *
       00035-FERIAS        SECTION.
      * FERIAS AGENDADAS (FERIASAG, CHAVE MATRICULA+DATA INICIAL)
           IF NOT WS-FERIASAG-ABERTO
              MOVE "FERIASAG" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              MOVE WS-MATRICULA TO FER-MATRICULA
              MOVE ZEROES       TO FER-DATA-INI
              START FERIAS-FILE KEY >= FER-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-SW
              END-START
              PERFORM 00035A-LE-FERIAS UNTIL WS-FIM
           END-IF.
       00035-END.
      *
       00035A-LE-FERIAS    SECTION.
           READ FERIAS-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF FER-MATRICULA NOT = WS-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE SPACES TO WS-LINHA
                 STRING "  FERIAS (FERIASAG): " FER-DATA-INI " A "
                        FER-DATA-FIM "  SITUACAO " FER-SITUACAO
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-FERIAS
              END-IF
           END-IF.
       00035A-END.
      *
       00036-BANCO-HORAS   SECTION.
      * SALDO DO BANCO DE HORAS E AS FAIXAS MENSAIS AINDA ABERTAS
           IF NOT WS-BANCOHRS-ABERTO
              MOVE "BANCOHRS" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE WS-MATRICULA TO BHR-MATRICULA
              READ BANCO-MASTER-FILE
                  INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      MOVE "  BANCO DE HORAS (BANCOHRS): SEM SALDO"
                           TO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                  NOT INVALID KEY
                      MOVE SPACES TO WS-LINHA
                      STRING "  BANCO DE HORAS (BANCOHRS): SALDO "
                             BHR-SALDO-MIN " MINUTO(S)"
                             DELIMITED BY SIZE INTO WS-LINHA
                      PERFORM 00044-GRAVA-LINHA
                      PERFORM 00036A-FAIXA-BANCO
                         VARYING WS-IDX-FX FROM 1 BY 1
                         UNTIL WS-IDX-FX > 6
              END-READ
           END-IF.
       00036-END.
      *
       00036A-FAIXA-BANCO  SECTION.
           IF BHR-FX-ANO-MES(WS-IDX-FX) > ZEROES
              MOVE SPACES TO WS-LINHA
              STRING "    FAIXA " BHR-FX-ANO-MES(WS-IDX-FX)
                     "  SALDO " BHR-FX-SALDO(WS-IDX-FX) " MINUTO(S)"
                     DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 00044-GRAVA-LINHA
           END-IF.
       00036A-END.
      *
       00037-PONTO         SECTION.
      * HISTORICO LEGAL DE PONTO (PONTOHIS), DIA A DIA, COMO NA
      * DECLARACAO CERTIFICADA DO PONTOCERT
           IF NOT WS-PONTOHIS-ABERTO
              MOVE "PONTOHIS" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              MOVE WS-MATRICULA TO PHI-MATRICULA
              MOVE ZEROES       TO PHI-DATA
              START PONTO-HIST-FILE KEY >= PHI-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-SW
              END-START
              PERFORM 00037A-LE-PONTO UNTIL WS-FIM
           END-IF.
       00037-END.
      *
       00037A-LE-PONTO     SECTION.
           READ PONTO-HIST-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF PHI-MATRICULA NOT = WS-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE PHI-MINUTOS TO WS-MINUTOS-ED
                 MOVE SPACES TO WS-LINHA
                 STRING "  PONTO (PONTOHIS): DIA " PHI-DATA
                        "  MINUTOS " WS-MINUTOS-ED
                        "  ARQUIVADO EM " PHI-DATA-ARQUIVO
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-DIAS-PONTO
              END-IF
           END-IF.
       00037A-END.
      *
       00037B-EXAMES       SECTION.
      * EXAMES DE SAUDE OCUPACIONAL (ASOMAST, CHAVE MATRICULA+DATA DO
      * EXAME) - DADO PESSOAL SENSIVEL (SAUDE)
           IF NOT WS-ASOMAST-ABERTO
              MOVE "ASOMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              MOVE WS-MATRICULA TO ASO-MATRICULA
              MOVE ZEROES       TO ASO-DATA-EXAME
              START ASO-MASTER-FILE KEY >= ASO-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-SW
              END-START
              PERFORM 00037C-LE-EXAME UNTIL WS-FIM
           END-IF.
       00037B-END.
      *
       00037C-LE-EXAME     SECTION.
           READ ASO-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF ASO-MATRICULA NOT = WS-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE SPACES TO WS-LINHA
                 STRING "  EXAME OCUPACIONAL (ASOMAST, DADO SENSIVEL): "
                        ASO-DATA-EXAME "  TIPO " ASO-TIPO
                        "  RESULTADO " ASO-RESULTADO "  PROXIMO "
                        ASO-DATA-PROXIMO
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 MOVE SPACES TO WS-LINHA
                 STRING "    MEDICO " ASO-MEDICO "  CRM " ASO-CRM
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-EXAMES
              END-IF
           END-IF.
       00037C-END.
      *
       00037D-CONSIGNADOS  SECTION.
      * CONTRATOS DE CONSIGNADO (CSGMAST, CHAVE MATRICULA+CNPJ DO
      * BANCO+CONTRATO), EM QUALQUER SITUACAO
           IF NOT WS-CSGMAST-ABERTO
              MOVE "CSGMAST" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              MOVE WS-MATRICULA TO CSG-MATRICULA
              MOVE LOW-VALUES   TO CSG-CNPJ CSG-CONTRATO
              START CSG-MASTER-FILE KEY >= CSG-CHAVE
                  INVALID KEY
                      MOVE "S" TO WS-FIM-SW
              END-START
              PERFORM 00037E-LE-CONSIGNADO UNTIL WS-FIM
           END-IF.
       00037D-END.
      *
       00037E-LE-CONSIGNADO SECTION.
           READ CSG-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF CSG-MATRICULA NOT = WS-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE CSG-VLR-PARCELA TO WS-PARCELA-ED
                 MOVE SPACES TO WS-LINHA
                 STRING "  CONSIGNADO (CSGMAST): BANCO " CSG-CNPJ
                        "  CONTRATO " CSG-CONTRATO "  PARCELA "
                        WS-PARCELA-ED "  PAGAS " CSG-PARCELAS-PAGAS
                        "/" CSG-QTDE-PARCELAS "  INICIO "
                        CSG-INICIO-NUM "  SIT " CSG-SITUACAO
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-CONSIGNADOS
              END-IF
           END-IF.
       00037E-END.
      *
       00038-ACESSOS       SECTION.
      * QUEM CONSULTOU O TITULAR: TODO REGISTRO DO ACESSLOG PELO CPF
      * OU POR QUALQUER UMA DAS SUAS MATRICULAS
           MOVE SPACES TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE "CONSULTAS AOS DADOS DO TITULAR (ACESSLOG)"
                TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           OPEN INPUT ACESSO-LOG-FILE.
           IF WS-ACESSLOG-STATUS NOT = "00"
              MOVE "ACESSLOG" TO WS-ARQ-INDISP
              PERFORM 00041-ARQUIVO-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-FIM-SW
              PERFORM 00038A-LE-ACESSO UNTIL WS-FIM
              CLOSE ACESSO-LOG-FILE
           END-IF.
       00038-END.
      *
       00038A-LE-ACESSO    SECTION.
           READ ACESSO-LOG-FILE
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              MOVE "N" TO WS-ACHOU-SW
              IF ACS-TIPO-CHAVE = "C" AND ACS-CHAVE = WS-CPF
                 MOVE "S" TO WS-ACHOU-SW
              END-IF
              IF ACS-TIPO-CHAVE = "M"
                 PERFORM 00039-CONFERE-MATRICULA
                    VARYING WS-IDX-MAT FROM 1 BY 1
                    UNTIL WS-IDX-MAT > WS-QTDE-MAT OR WS-ACHOU
              END-IF
              IF WS-ACHOU
                 MOVE SPACES TO WS-LINHA
                 STRING "  " ACS-DATA " " ACS-HORA "  OPERADOR "
                        ACS-OPERADOR "  PROGRAMA " ACS-PROGRAMA
                        "  CHAVE " ACS-TIPO-CHAVE "  RESULTADO "
                        ACS-RESULTADO "  PEDIDO " ACS-PEDIDO
                        DELIMITED BY SIZE INTO WS-LINHA
                 PERFORM 00044-GRAVA-LINHA
                 ADD 1 TO WS-TOT-ACESSOS
              END-IF
           END-IF.
       00038A-END.
      *
       00039-CONFERE-MATRICULA SECTION.
      * CONSULTA POR MATRICULA: A CHAVE DIGITADA LEVA A MATRICULA NAS
      * SEIS PRIMEIRAS POSICOES
           IF ACS-CHAVE(1:6) = WS-MAT-ITEM(WS-IDX-MAT) AND
              ACS-CHAVE(7:5) = SPACES
              MOVE "S" TO WS-ACHOU-SW
           END-IF.
       00039-END.
      *
       00040-FECHA-RELATORIO SECTION.
      * TOTAIS POR ORIGEM E FECHO DO ATENDIMENTO
           MOVE SPACES TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE ALL "-" TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "TOTAIS: " WS-QTDE-MAT " MATRICULA(S), "
                  WS-TOT-LOTACOES " LOTACAO(OES), "
                  WS-TOT-DEPENDENTES " DEPENDENTE(S), "
                  WS-TOT-AUSENCIAS " AUSENCIA(S), "
                  WS-TOT-FERIAS " FERIAS, "
                  WS-TOT-DIAS-PONTO " DIA(S) DE PONTO, "
                  WS-TOT-ACESSOS " CONSULTA(S)"
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           STRING "        " WS-TOT-ENDERECOS " ENDERECO(S), "
                  WS-TOT-CONTAS " CONTA(S) BANCARIA(S), "
                  WS-TOT-EXAMES " EXAME(S) OCUPACIONAL(IS), "
                  WS-TOT-CONSIGNADOS " CONTRATO(S) DE CONSIGNADO"
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           IF WS-TOT-INDISP > ZEROES OR WS-MAT-EXCEDENTES > ZEROES
              MOVE SPACES TO WS-LINHA
              STRING "*** RELATORIO INCOMPLETO: " WS-TOT-INDISP
                     " SECAO(OES) NAO EMITIDA(S) POR ARQUIVO "
                     "INDISPONIVEL ***"
                     DELIMITED BY SIZE INTO WS-LINHA
              PERFORM 00044-GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WS-LINHA.
           STRING "ESTE RELATORIO ATENDE AO PEDIDO " WS-PEDIDO
                  " E REPRODUZ OS DADOS PESSOAIS DO TITULAR MANTIDOS"
                  " NOS CADASTROS DESTA EMPRESA EM " DATA-HOJE-NUM "."
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE "ENCARREGADO: ____________________ DATA: ___/___/____"
                TO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           CLOSE EMP-MASTER-FILE.
           IF WS-DEPDMAST-ABERTO
              CLOSE DEPD-MASTER-FILE
           END-IF.
           IF WS-AUSMAST-ABERTO
              CLOSE AUS-MASTER-FILE
           END-IF.
           IF WS-FERIASAG-ABERTO
              CLOSE FERIAS-FILE
           END-IF.
           IF WS-BANCOHRS-ABERTO
              CLOSE BANCO-MASTER-FILE
           END-IF.
           IF WS-PONTOHIS-ABERTO
              CLOSE PONTO-HIST-FILE
           END-IF.
           IF WS-ENDMAST-ABERTO
              CLOSE END-MASTER-FILE
           END-IF.
           IF WS-CTAMAST-ABERTO
              CLOSE CTA-MASTER-FILE
           END-IF.
           IF WS-ASOMAST-ABERTO
              CLOSE ASO-MASTER-FILE
           END-IF.
           IF WS-CSGMAST-ABERTO
              CLOSE CSG-MASTER-FILE
           END-IF.
           CLOSE LGPD-REPORT-FILE.
       00040-END.
      *
       00041-ARQUIVO-INDISPONIVEL SECTION.
      * ARQUIVO QUE NAO ABRIU: A SECAO SAI COMO NAO EMITIDA E O
      * RELATORIO FICA MARCADO COMO INCOMPLETO
           MOVE SPACES TO WS-LINHA.
           STRING "  *** " WS-ARQ-INDISP " INDISPONIVEL - SECAO NAO "
                  "EMITIDA ***"
                  DELIMITED BY SIZE INTO WS-LINHA.
           PERFORM 00044-GRAVA-LINHA.
           DISPLAY "*** " WS-ARQ-INDISP " INDISPONIVEL - SECAO NAO "
                   "EMITIDA ***".
           ADD 1 TO WS-TOT-INDISP.
       00041-END.
      *
       00044-GRAVA-LINHA   SECTION.
      * LINHA DO CORPO; NA VIRADA DA PAGINA REPETE O CABECALHO
           IF WS-LINHAS-PAGINA >= WS-LIMITE-PAGINA
              MOVE WS-LINHA TO WS-LINHA-GUARDA
              PERFORM 00012-CABECALHO
              MOVE WS-LINHA-GUARDA TO WS-LINHA
           END-IF.
           PERFORM 00045-ESCREVE-LINHA.
       00044-END.
      *
       00045-ESCREVE-LINHA SECTION.
           MOVE WS-LINHA TO LGPD-REP-REC.
           WRITE LGPD-REP-REC.
           ADD 1 TO WS-LINHAS-PAGINA.
       00045-END.
      *
       00046-GRAVA-ACESSO  SECTION.
      * GRAVA O PROPRIO ATENDIMENTO NO LOG DE ACESSO LGPD, COM O
      * NUMERO DO PEDIDO ("E" SE O CPF CONSTA DE ALGUM CADASTRO)
           IF WS-CPF-CADASTRADO OR WS-QTDE-MAT > ZEROES
              MOVE "E" TO WS-ACS-RESULTADO
           ELSE
              MOVE "N" TO WS-ACS-RESULTADO
           END-IF.
           CALL "GRAVA-ACESSO" USING WS-ACS-PROGRAMA WS-OPERADOR
                                      WS-CPF WS-ACS-TIPO
                                      WS-ACS-RESULTADO WS-PEDIDO
           END-CALL.
       00046-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SEM O CARTAO DO PEDIDO OU
      * SEM O EMPMAST, ERRO COM SECAO NAO EMITIDA (O RELATORIO NAO
      * PODE SER ENTREGUE ASSIM), NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOT-INDISP > ZEROES OR WS-MAT-EXCEDENTES > ZEROES
                 MOVE RC-ERRO TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY " ".
           DISPLAY "MATRICULAS DO TITULAR..: " WS-QTDE-MAT.
           DISPLAY "DIAS DE PONTO RELATADOS: " WS-TOT-DIAS-PONTO.
           DISPLAY "CONSULTAS RELATADAS....: " WS-TOT-ACESSOS.
           DISPLAY "SECOES NAO EMITIDAS....: " WS-TOT-INDISP.
           PERFORM 00048-DEFINE-RETORNO.
           DISPLAY "FIM DO RELATORIO DE ACESSO DO TITULAR".
       00050-END.
