       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPCIATR.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Transferencia de empregados entre as empresas
      *                do grupo (entidades legais diferentes), que ate
      *                aqui era so a troca do EMP-EMPRESA no EMPMNT:
      *                o registro governamental nao via nada, o
      *                PONTOMES ficava com o mes inteiro na empresa
      *                nova e o GLDIST nao carregava nada na empresa
      *                antiga. Le as transacoes CIATRAN (matricula,
      *                data efetiva e empresa de destino) e valida
      *                cada uma -- empregado ATIVO, data valida, nao
      *                futura, dentro do mes corrente e posterior a
      *                admissao, empresa de destino cadastrada no
      *                CIAPARM e diferente da atual, nenhuma alteracao
      *                aguardando aprovacao no EMPPEND, nenhum dia a
      *                partir da data efetiva ja convertido no ponto
      *                (PONTOHIS) e mes ainda nao dividido por outra
      *                transferencia. A aceita regrava a empresa no
      *                EMPMAST (jornal EMPJRNL), enfileira na EVENTQ o
      *                par desligamento na empresa de origem (vespera
      *                da data efetiva) / admissao na de destino (data
      *                efetiva), marcado como transferencia (motivo
      *                "T", sem rescisao), e divide o acumulado do mes
      *                no PONTOMES: o que ja foi acumulado ate a
      *                vespera fica como parcela da empresa e da
      *                celula de origem (PTM-ORIGEM). A matricula e a
      *                admissao nao mudam, de modo que o saldo do banco
      *                de horas (BANCOHRS) e o periodo aquisitivo de
      *                ferias (FERIASAG/FERMNT, contado da admissao)
      *                seguem para a empresa de destino como estao; o
      *                relatorio CIATREL mostra o saldo e o inicio do
      *                periodo transportados, agrupado por empresa de
      *                origem e de destino, com o resumo de saidas e
      *                entradas por empresa e as rejeicoes.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CIA-TRANS-FILE ASSIGN TO "CIATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIATRAN-STATUS.

           SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIAPARM-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT PONTO-MES-FILE ASSIGN TO "PONTOMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT PONTO-HIST-FILE ASSIGN TO "PONTOHIS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WS-PONTOHIS-STATUS.

           SELECT BANCO-MASTER-FILE ASSIGN TO "BANCOHRS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-MATRICULA
               FILE STATUS IS WS-BANCOHRS-STATUS.

           SELECT EMP-PEND-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-EMPPEND-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPJRNL-STATUS.

           SELECT EVENTO-FILA-FILE ASSIGN TO "EVENTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTQ-STATUS.

           SELECT CIA-SORT-WORK ASSIGN TO "CIASORTW".

           SELECT CIA-REPORT-FILE ASSIGN TO "CIATREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CIA-TRANS-FILE.
       01  CIA-TRANS-REC.
           03 CTR-MATRICULA        PIC 9(06).
           03 CTR-DATA-EFETIVA     PIC 9(08).
           03 CTR-DATA-EFET-DET REDEFINES CTR-DATA-EFETIVA.
              05 CTR-EFET-ANO-MES  PIC 9(06).
              05 CTR-EFET-DIA      PIC 9(02).
           03 CTR-EMPRESA-DEST     PIC 9(02).

       FD  CIA-PARM-FILE.
           COPY CIAREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  PONTO-HIST-FILE.
           COPY PHIREC.

       FD  BANCO-MASTER-FILE.
           COPY BHRREC.

       FD  EMP-PEND-FILE.
           COPY PNDREC.

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  EVENTO-FILA-FILE.
           COPY EVTREC.

      * UMA ENTRADA POR TRANSACAO LIDA: AS APLICADAS (GRUPO 1) EM
      * ORDEM DE EMPRESA DE ORIGEM, EMPRESA DE DESTINO E MATRICULA;
      * AS REJEITADAS (GRUPO 2, EMPRESAS ZERADAS) NO FIM, NA ORDEM DE
      * LEITURA
       SD  CIA-SORT-WORK.
       01  CIA-SORT-REC.
           03 CSRT-GRUPO           PIC 9(01).
           03 CSRT-EMP-ORIGEM      PIC 9(02).
           03 CSRT-EMP-DESTINO     PIC 9(02).
           03 CSRT-MATRICULA       PIC X(06).
           03 CSRT-SEQ             PIC 9(07).
           03 CSRT-NOME            PIC X(40).
           03 CSRT-DATA-EFETIVA    PIC X(08).
           03 CSRT-EMPRESA-DEST    PIC X(02).
           03 CSRT-DATA-DESLIG     PIC 9(08).
           03 CSRT-MIN-NORMAIS     PIC 9(06).
           03 CSRT-MIN-EXTRA       PIC 9(06).
           03 CSRT-QTDE-DIAS       PIC 9(03).
           03 CSRT-SALDO-BH        PIC 9(07).
           03 CSRT-INICIO-AQUIS    PIC 9(08).
           03 CSRT-REJ-COD         PIC X(02).
           03 CSRT-REJ-DESC        PIC X(40).

       FD  CIA-REPORT-FILE.
       01  CIA-REP-REC.
           03 CREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-DATA-EFETIVA    PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-DATA-DESLIG     PIC 9(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
      *       PARCELA DO MES QUE FICOU NA EMPRESA DE ORIGEM
           03 CREP-MIN-NORMAIS     PIC 9(06).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 CREP-MIN-EXTRA       PIC 9(06).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 CREP-QTDE-DIAS       PIC 9(03).
           03 FILLER                PIC X(02)   VALUE SPACES.
      *       SALDO DO BANCO DE HORAS E INICIO DO PERIODO AQUISITIVO
      *       DE FERIAS TRANSPORTADOS
           03 CREP-SALDO-BH        PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 CREP-INICIO-AQUIS    PIC 9(08).
       01  CIA-REP-REJ.
           03 CRJ-MATRICULA        PIC X(06).
           03 FILLER                PIC X(02).
           03 CRJ-NOME             PIC X(40).
           03 FILLER                PIC X(02).
           03 CRJ-DATA-EFETIVA     PIC X(08).
           03 FILLER                PIC X(02).
           03 CRJ-EMPRESA-DEST     PIC X(02).
           03 FILLER                PIC X(02).
           03 CRJ-REJ-COD          PIC X(02).
           03 FILLER                PIC X(01).
           03 CRJ-REJ-DESC         PIC X(40).
       01  CIA-REP-LINHA            PIC X(107).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CIATRAN-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CIAPARM-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-PONTOHIS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-BANCOHRS-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPPEND-STATUS    PIC X(02)   VALUE SPACES.
      * JORNAL DE ALTERACOES DO MESTRE (EMPJRNL); O OPERADOR DO LOTE
      * E O PROPRIO PROGRAMA
       01 WS-EMPJRNL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EVENTQ-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-OPERADOR          PIC X(08)   VALUE "EMPCIATR".
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
       01 WS-REG-ANTES         PIC X(102)  VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPCIATR".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-CIA-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIA-EOF                     VALUE "Y".
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
       01 DATA-HOJE-DET REDEFINES DATA-HOJE.
           03 DATA-HOJE-ANO-MES PIC 9(06).
           03 FILLER            PIC 9(02).
       01 WS-DADOS-OK-SW       PIC X(01)   VALUE "S".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-REJ-COD           PIC X(02)   VALUE SPACES.
       01 WS-REJ-DESC          PIC X(40)   VALUE SPACES.
      * EMPRESAS DO GRUPO (CIAPARM), POSICIONADAS PELO CODIGO, COM AS
      * SAIDAS E ENTRADAS POR TRANSFERENCIA DA RODADA
       01 WS-TAB-EMPRESAS.
          03 WS-CIA-ITEM                    OCCURS 99 TIMES.
             05 WS-CIA-CADASTRADA  PIC X(01).
             05 WS-CIA-RAZAO       PIC X(30).
             05 WS-CIA-SAIDAS      PIC 9(05).
             05 WS-CIA-ENTRADAS    PIC 9(05).
       01 WS-IDX-CIA           PIC 9(02)   VALUE ZEROES.
      * EMPRESA DE ORIGEM (EMPRESA ZERADA NO MESTRE CONTA COMO 01) E
      * DATA DO DESLIGAMENTO NA ORIGEM (VESPERA DA DATA EFETIVA)
       01 WS-EMP-ORIGEM        PIC 9(02)   VALUE ZEROES.
       01 WS-DATA-DESLIG       PIC 9(08)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A DATEUTIL (DATA EFETIVA CONFERIDA CONTRA
      * ELA MESMA; VESPERA PELA SOMA DE -1 DIA)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE "D".
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * PONTOMES E OBRIGATORIO (SO A AUSENCIA DO ARQUIVO E ACEITA:
      * NAO HA MES A DIVIDIR); PONTOHIS, BANCOHRS E EMPPEND SAO
      * OPCIONAIS
       01 WS-PONTOMES-OK-SW    PIC X(01)   VALUE "N".
          88 WS-PONTOMES-OK                 VALUE "S".
       01 WS-PONTOHIS-OK-SW    PIC X(01)   VALUE "N".
          88 WS-PONTOHIS-OK                 VALUE "S".
       01 WS-BANCOHRS-OK-SW    PIC X(01)   VALUE "N".
          88 WS-BANCOHRS-OK                 VALUE "S".
       01 WS-EMPPEND-OK-SW     PIC X(01)   VALUE "N".
          88 WS-EMPPEND-OK                  VALUE "S".
       01 WS-PND-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-PND-EOF                     VALUE "Y".
       01 WS-TEM-PENDENTE-SW   PIC X(01)   VALUE "N".
          88 WS-TEM-PENDENTE                VALUE "S".
       01 WS-PTM-ACHADO-SW     PIC X(01)   VALUE "N".
          88 WS-PTM-ACHADO                  VALUE "S".
      * O QUE VAI PARA A LINHA DO RELATORIO DA TRANSFERENCIA
       01 WS-SALDO-BH          PIC 9(07)   VALUE ZEROES.
       01 WS-INICIO-AQUIS.
          03 WS-AQ-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-AQ-MES-DIA     PIC 9(04)   VALUE ZEROES.
       01 WS-EFETIVA-MES-DIA   PIC 9(04)   VALUE ZEROES.
       01 WS-ADMIS-MES-DIA     PIC 9(04)   VALUE ZEROES.
      * QUEBRA DO RELATORIO POR GRUPO + EMPRESA DE ORIGEM + DESTINO
       01 WS-PRIMEIRO-SW       PIC X(01)   VALUE "S".
          88 WS-PRIMEIRO-PAR                VALUE "S".
       01 WS-PAR-ATUAL.
          03 WS-PAR-GRUPO      PIC 9(01)   VALUE ZEROES.
          03 WS-PAR-ORIGEM     PIC 9(02)   VALUE ZEROES.
          03 WS-PAR-DESTINO    PIC 9(02)   VALUE ZEROES.
       01 WS-PAR-ANTERIOR.
          03 WS-ANT-GRUPO      PIC 9(01)   VALUE ZEROES.
          03 WS-ANT-ORIGEM     PIC 9(02)   VALUE ZEROES.
          03 WS-ANT-DESTINO    PIC 9(02)   VALUE ZEROES.
       01 WS-PAR-QTDE          PIC 9(05)   VALUE ZEROES.
      * TOTAIS DE CONTROLE
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ACEITOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DIVIDIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FALHA-PTM   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EVENTOS     PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-ACEITOS      PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "INICIO DA TRANSFERENCIA ENTRE EMPRESAS DO GRUPO".

           OPEN INPUT CIA-TRANS-FILE.
           IF WS-CIATRAN-STATUS NOT = "00"
              DISPLAY "*** CIATRAN NAO ABRIU (STATUS "
                      WS-CIATRAN-STATUS ") - PASSO ABORTADO ***"
              MOVE "CIATRAN" TO WS-INC-ARQUIVO
              MOVE WS-CIATRAN-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              PERFORM 00012-CARREGA-EMPRESAS
              IF WS-ABORT
                 CLOSE CIA-TRANS-FILE
              ELSE
                 PERFORM 00011-ABRE-ARQUIVOS
              END-IF
           END-IF.
       00010-END.
      *
       00011-ABRE-ARQUIVOS SECTION.
      * MESTRE DE EMPREGADOS E ACUMULADOR MENSAL OBRIGATORIOS; OS
      * DEMAIS ABREM COMO AVISO
           OPEN I-O EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "EMPMAST" TO WS-INC-ARQUIVO
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
              CLOSE CIA-TRANS-FILE
           ELSE
              OPEN I-O PONTO-MES-FILE
              EVALUATE WS-PONTOMES-STATUS
                  WHEN "00"
                      MOVE "S" TO WS-PONTOMES-OK-SW
                  WHEN "35"
                      DISPLAY "AVISO: PONTOMES AINDA NAO EXISTE - "
                              "NENHUM MES A DIVIDIR"
                  WHEN OTHER
                      DISPLAY "*** PONTOMES NAO ABRIU (STATUS "
                              WS-PONTOMES-STATUS
                              ") - PASSO ABORTADO ***"
                      MOVE "PONTOMES" TO WS-INC-ARQUIVO
                      MOVE WS-PONTOMES-STATUS TO WS-INC-STATUS
                      PERFORM 00019-ABORTA-ABERTURA
                      CLOSE CIA-TRANS-FILE
                      CLOSE EMP-MASTER-FILE
              END-EVALUATE
           END-IF.
           IF NOT WS-ABORT
              OPEN OUTPUT CIA-REPORT-FILE
              OPEN EXTEND EMP-JORNAL-FILE
              IF WS-EMPJRNL-STATUS = "35"
                 OPEN OUTPUT EMP-JORNAL-FILE
              END-IF
              OPEN EXTEND EVENTO-FILA-FILE
              IF WS-EVENTQ-STATUS = "35"
                 OPEN OUTPUT EVENTO-FILA-FILE
              END-IF
              OPEN INPUT PONTO-HIST-FILE
              IF WS-PONTOHIS-STATUS = "00"
                 MOVE "S" TO WS-PONTOHIS-OK-SW
              ELSE
                 DISPLAY "AVISO: PONTOHIS NAO ABRIU (STATUS "
                         WS-PONTOHIS-STATUS ") - DIAS JA "
                         "CONVERTIDOS NAO CONFERIDOS"
              END-IF
              OPEN INPUT BANCO-MASTER-FILE
              IF WS-BANCOHRS-STATUS = "00"
                 MOVE "S" TO WS-BANCOHRS-OK-SW
              ELSE
                 DISPLAY "AVISO: BANCOHRS NAO ABRIU (STATUS "
                         WS-BANCOHRS-STATUS ") - SALDO DO BANCO "
                         "DE HORAS NAO IMPRESSO"
              END-IF
              OPEN INPUT EMP-PEND-FILE
              IF WS-EMPPEND-STATUS = "00"
                 MOVE "S" TO WS-EMPPEND-OK-SW
              ELSE
                 DISPLAY "AVISO: EMPPEND NAO ABRIU (STATUS "
                         WS-EMPPEND-STATUS ") - PENDENCIAS DE "
                         "APROVACAO NAO CONFERIDAS"
              END-IF
              PERFORM 00015-CABECALHO
           END-IF.
       00011-END.
      *
       00012-CARREGA-EMPRESAS SECTION.
      * CARREGA O CIAPARM NA TABELA POSICIONADA PELO CODIGO DA
      * EMPRESA; SEM O CIAPARM NAO HA COMO CONFERIR O DESTINO
           PERFORM 00012A-LIMPA-EMPRESA
              VARYING WS-IDX-CIA FROM 1 BY 1 UNTIL WS-IDX-CIA > 98.
           MOVE 99 TO WS-IDX-CIA.
           PERFORM 00012A-LIMPA-EMPRESA.
           OPEN INPUT CIA-PARM-FILE.
           IF WS-CIAPARM-STATUS NOT = "00"
              DISPLAY "*** CIAPARM NAO ABRIU (STATUS "
                      WS-CIAPARM-STATUS ") - PASSO ABORTADO ***"
              MOVE "CIAPARM" TO WS-INC-ARQUIVO
              MOVE WS-CIAPARM-STATUS TO WS-INC-STATUS
              PERFORM 00019-ABORTA-ABERTURA
           ELSE
              MOVE "N" TO WS-CIA-EOF-SW
              PERFORM 00013-LE-EMPRESA
              PERFORM 00014-GUARDA-EMPRESA UNTIL WS-CIA-EOF
              CLOSE CIA-PARM-FILE
           END-IF.
       00012-END.
      *
       00012A-LIMPA-EMPRESA SECTION.
           MOVE "N"    TO WS-CIA-CADASTRADA(WS-IDX-CIA).
           MOVE SPACES TO WS-CIA-RAZAO(WS-IDX-CIA).
           MOVE ZEROES TO WS-CIA-SAIDAS(WS-IDX-CIA)
                          WS-CIA-ENTRADAS(WS-IDX-CIA).
       00012A-END.
      *
       00013-LE-EMPRESA    SECTION.
           READ CIA-PARM-FILE
               AT END
                   MOVE "Y" TO WS-CIA-EOF-SW
           END-READ.
       00013-END.
      *
       00014-GUARDA-EMPRESA SECTION.
           IF CIA-EMPRESA NUMERIC AND CIA-EMPRESA > ZEROES
              MOVE "S"              TO WS-CIA-CADASTRADA(CIA-EMPRESA)
              MOVE CIA-RAZAO-SOCIAL TO WS-CIA-RAZAO(CIA-EMPRESA)
           END-IF.
           PERFORM 00013-LE-EMPRESA.
       00014-END.
      *
       00015-CABECALHO     SECTION.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "TRANSFERENCIAS ENTRE EMPRESAS DO GRUPO - DATA DO "
                  "PROCESSAMENTO " DATA-HOJE-NUM
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "MATRIC  NOME" "                                    "
                  "  EFETIVA   DESLIG    NORMAL EXTRA  DIA  SALDOBH"
                  "  AQUISIT"
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
       00015-END.
      *
       00019-ABORTA-ABERTURA SECTION.
      * ARQUIVO OBRIGATORIO NAO ABRIU: PASSO ABORTADO COM INCIDENTE
           MOVE "S" TO WS-ABORT-SW.
           MOVE RC-FATAL TO WS-INC-RC.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS WS-INC-RC
           END-CALL.
       00019-END.
      *
       00020-PROCESSO      SECTION.
      * APLICA AS TRANSACOES NA ORDEM DE LEITURA E IMPRIME O
      * RELATORIO ORDENADO POR EMPRESA DE ORIGEM E DE DESTINO
           SORT CIA-SORT-WORK
               ON ASCENDING KEY CSRT-GRUPO
                                CSRT-EMP-ORIGEM
                                CSRT-EMP-DESTINO
                                CSRT-MATRICULA
                                CSRT-SEQ
               INPUT PROCEDURE 00021-APLICA-TRANSACOES
               OUTPUT PROCEDURE 00040-IMPRIME-RELATORIO.
           IF NOT WS-PRIMEIRO-PAR AND WS-ANT-GRUPO = 1
              PERFORM 00044-SUBTOTAL-PAR
           END-IF.
           IF WS-TOTAL-ACEITOS > ZEROES
              PERFORM 00045-RESUMO-EMPRESAS
           END-IF.
       00020-END.
      *
       00021-APLICA-TRANSACOES SECTION.
           PERFORM 00024-LE-TRANSACAO.
           PERFORM 00022-APLICA-UMA UNTIL WS-EOF.
       00021-END.
      *
       00022-APLICA-UMA    SECTION.
      * VALIDA A TRANSFERENCIA; SE TUDO PASSA, APLICA NO MESTRE COM
      * OS EFEITOS DELA (JORNAL, EVENTOS E DIVISAO DO MES) E MANDA A
      * LINHA PARA O RELATORIO
           MOVE "S"    TO WS-DADOS-OK-SW.
           MOVE SPACES TO WS-REJ-COD WS-REJ-DESC.
           MOVE SPACES TO EMP-NOME.
           MOVE "N"    TO WS-PTM-ACHADO-SW.
           MOVE ZEROES TO WS-EMP-ORIGEM WS-DATA-DESLIG WS-SALDO-BH
                          WS-INICIO-AQUIS.

           PERFORM 00025-VALIDA-EMPREGADO.
           IF WS-DADOS-OK
              PERFORM 00026-VALIDA-DATA
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00027-VALIDA-EMPRESA
           END-IF.
           IF WS-DADOS-OK AND WS-EMPPEND-OK
              PERFORM 00027A-PROCURA-PENDENTE
           END-IF.
           IF WS-DADOS-OK AND WS-PONTOHIS-OK
              PERFORM 00027D-CONFERE-CONVERTIDOS
           END-IF.
           IF WS-DADOS-OK AND WS-PONTOMES-OK
              PERFORM 00027E-CONFERE-ACUMULADO
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00028-GRAVA-MESTRE
           END-IF.
           PERFORM 00029-LIBERA-LINHA.
           PERFORM 00024-LE-TRANSACAO.
       00022-END.
      *
       00024-LE-TRANSACAO  SECTION.
      * LE A PROXIMA TRANSACAO DE TRANSFERENCIA
           READ CIA-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   IF CTR-MATRICULA NUMERIC
                      ADD CTR-MATRICULA TO WS-HASH-MATRICULA
                   END-IF
           END-READ.
       00024-END.
      *
       00025-VALIDA-EMPREGADO SECTION.
      * A MATRICULA TEM DE EXISTIR NO MESTRE E ESTAR ATIVA
           IF CTR-MATRICULA NOT NUMERIC
              MOVE "01" TO WS-REJ-COD
              MOVE "MATRICULA NAO NUMERICA" TO WS-REJ-DESC
              MOVE "N"  TO WS-DADOS-OK-SW
           ELSE
              MOVE CTR-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      MOVE "01" TO WS-REJ-COD
                      MOVE "MATRICULA NAO EXISTE NO MESTRE"
                           TO WS-REJ-DESC
                      MOVE "N"  TO WS-DADOS-OK-SW
                      MOVE SPACES TO EMP-NOME
                  NOT INVALID KEY
                      IF NOT EMP-ATIVO
                         MOVE "02" TO WS-REJ-COD
                         MOVE "EMPREGADO NAO ESTA ATIVO"
                              TO WS-REJ-DESC
                         MOVE "N"  TO WS-DADOS-OK-SW
                      END-IF
              END-READ
           END-IF.
       00025-END.
      *
       00026-VALIDA-DATA   SECTION.
      * DATA EFETIVA VALIDA (DATEUTIL), NAO FUTURA, NO MES CORRENTE
      * (MES ANTERIOR PODE JA ESTAR FECHADO NO FECHAMENSAL/GLDIST) E
      * POSTERIOR A ADMISSAO, PARA A VESPERA NA ORIGEM SER DIA DE
      * VINCULO
           MOVE "D"  TO WS-DU-OPERACAO.
           MOVE "01" TO WS-DU-STATUS.
           IF CTR-DATA-EFETIVA NUMERIC
              MOVE CTR-DATA-EFETIVA TO WS-DU-DATA-2
              CALL "DATEUTIL" USING WS-DU-OPERACAO CTR-DATA-EFETIVA
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN WS-DU-STATUS NOT = "00"
                   MOVE "03" TO WS-REJ-COD
                   MOVE "DATA EFETIVA INVALIDA" TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN CTR-DATA-EFETIVA > DATA-HOJE-NUM
                   MOVE "04" TO WS-REJ-COD
                   MOVE "DATA EFETIVA NO FUTURO" TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN CTR-EFET-ANO-MES NOT = DATA-HOJE-ANO-MES
                   MOVE "05" TO WS-REJ-COD
                   MOVE "DATA EFETIVA FORA DO MES CORRENTE"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN EMP-DATA-ADMIS NUMERIC AND
                    EMP-DATA-ADMIS NOT = ZEROES AND
                    CTR-DATA-EFETIVA NOT > EMP-DATA-ADMIS
                   MOVE "06" TO WS-REJ-COD
                   MOVE "DATA EFETIVA NAO POSTERIOR A ADMISSAO"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
           END-EVALUATE.
       00026-END.
      *
       00027-VALIDA-EMPRESA SECTION.
      * EMPRESA DE DESTINO CADASTRADA NO CIAPARM E DIFERENTE DA ATUAL
           IF EMP-EMPRESA NUMERIC AND EMP-EMPRESA > ZEROES
              MOVE EMP-EMPRESA TO WS-EMP-ORIGEM
           ELSE
              MOVE 01          TO WS-EMP-ORIGEM
           END-IF.
           EVALUATE TRUE
               WHEN CTR-EMPRESA-DEST NOT NUMERIC
                 OR CTR-EMPRESA-DEST = ZEROES
                   MOVE "07" TO WS-REJ-COD
                   MOVE "EMPRESA DE DESTINO SEM PARAMETROS NO CIAPARM"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN WS-CIA-CADASTRADA(CTR-EMPRESA-DEST) NOT = "S"
                   MOVE "07" TO WS-REJ-COD
                   MOVE "EMPRESA DE DESTINO SEM PARAMETROS NO CIAPARM"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN CTR-EMPRESA-DEST = WS-EMP-ORIGEM
                   MOVE "08" TO WS-REJ-COD
                   MOVE "EMPRESA DE DESTINO IGUAL A ATUAL"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
           END-EVALUATE.
       00027-END.
      *
       00027A-PROCURA-PENDENTE SECTION.
      * ALTERACAO DA MATRICULA AGUARDANDO APROVACAO NO EMPPEND BLOQUEIA
      * A TRANSFERENCIA: APLICAR AGORA FARIA O EMPAPROV REJEITAR A
      * PENDENCIA POR MESTRE MUDADO SEM O APROVADOR SABER POR QUE; O
      * RH DECIDE A PENDENCIA E REENVIA A TRANSFERENCIA
           MOVE "N" TO WS-TEM-PENDENTE-SW.
           MOVE "N" TO WS-PND-EOF-SW.
           MOVE EMP-MATRICULA TO PND-MATRICULA.
           MOVE ZEROES        TO PND-DATA-PEDIDO PND-HORA-PEDIDO.
           START EMP-PEND-FILE KEY >= PND-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-SW
           END-START.
           PERFORM 00027B-LE-PENDENTE
              UNTIL WS-PND-EOF OR WS-TEM-PENDENTE.
           IF WS-TEM-PENDENTE
              MOVE "09" TO WS-REJ-COD
              MOVE "ALTERACAO PENDENTE DE APROVACAO (EMPPEND)"
                   TO WS-REJ-DESC
              MOVE "N"  TO WS-DADOS-OK-SW
           END-IF.
       00027A-END.
      *
       00027B-LE-PENDENTE  SECTION.
           READ EMP-PEND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-SW
               NOT AT END
                   IF PND-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-PND-EOF-SW
                   ELSE
                      IF PND-PENDENTE
                         MOVE "S" TO WS-TEM-PENDENTE-SW
                      END-IF
                   END-IF
           END-READ.
       00027B-END.
      *
       00027D-CONFERE-CONVERTIDOS SECTION.
      * DIA A PARTIR DA DATA EFETIVA JA CONVERTIDO (ARQUIVADO NO
      * PONTOHIS) ESTARIA DENTRO DA PARCELA DE ORIGEM: A DIVISAO SAIRIA
      * ERRADA, ENTAO A TRANSFERENCIA E RECUSADA -- ELA TEM DE RODAR
      * ANTES DA CONVERSAO DO PONTO DA DATA EFETIVA
           MOVE EMP-MATRICULA    TO PHI-MATRICULA.
           MOVE CTR-DATA-EFETIVA TO PHI-DATA.
           START PONTO-HIST-FILE KEY >= PHI-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ PONTO-HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PHI-MATRICULA = EMP-MATRICULA
                              MOVE "10" TO WS-REJ-COD
                              MOVE "DIA JA CONVERTIDO NO PONTOHIS"
                                   TO WS-REJ-DESC
                              MOVE "N"  TO WS-DADOS-OK-SW
                           END-IF
                   END-READ
           END-START.
       00027D-END.
      *
       00027E-CONFERE-ACUMULADO SECTION.
      * REGISTRO DO MES NO PONTOMES: SE JA TEM PARCELA DE ORIGEM,
      * OUTRA TRANSFERENCIA JA DIVIDIU O MES E A SEGUNDA E RECUSADA
           MOVE EMP-MATRICULA    TO PTM-MATRICULA.
           MOVE CTR-EFET-ANO-MES TO PTM-ANO-MES.
           READ PONTO-MES-FILE
               INVALID KEY
                   MOVE "N" TO WS-PTM-ACHADO-SW
               NOT INVALID KEY
                   MOVE "S" TO WS-PTM-ACHADO-SW
                   IF PTM-ORIG-EMPRESA NUMERIC AND
                      PTM-ORIG-EMPRESA > ZEROES
                      MOVE "11" TO WS-REJ-COD
                      MOVE "MES JA DIVIDIDO POR OUTRA TRANSFERENCIA"
                           TO WS-REJ-DESC
                      MOVE "N"  TO WS-DADOS-OK-SW
                   END-IF
           END-READ.
       00027E-END.
      *
       00028-GRAVA-MESTRE  SECTION.
      * APLICA A NOVA EMPRESA NO MESTRE E, GRAVADA, OS EFEITOS DELA;
      * MATRICULA E ADMISSAO FICAM, LEVANDO O BANCO DE HORAS E O
      * PERIODO AQUISITIVO DE FERIAS PARA O DESTINO
           MOVE "A"              TO WS-DU-OPERACAO.
           MOVE -1               TO WS-DU-DIAS.
           CALL "DATEUTIL" USING WS-DU-OPERACAO CTR-DATA-EFETIVA
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           MOVE WS-DU-RESULTADO  TO WS-DATA-DESLIG.
           MOVE EMP-REC          TO WS-REG-ANTES.
           MOVE CTR-EMPRESA-DEST TO EMP-EMPRESA.
           REWRITE EMP-REC
               INVALID KEY
                   MOVE "12" TO WS-REJ-COD
                   MOVE "FALHA NA REGRAVACAO DO MESTRE"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ACEITOS
                   ADD EMP-MATRICULA TO WS-HASH-ACEITOS
                   PERFORM 00028A-GRAVA-JORNAL
                   PERFORM 00028B-GRAVA-EVENTOS
                   IF WS-PTM-ACHADO
                      PERFORM 00028C-DIVIDE-ACUMULADO
                   END-IF
                   IF WS-BANCOHRS-OK
                      PERFORM 00028D-BUSCA-SALDO
                   END-IF
                   PERFORM 00028E-PERIODO-AQUISITIVO
           END-REWRITE.
       00028-END.
      *
       00028A-GRAVA-JORNAL SECTION.
      * GRAVA A TRANSFERENCIA NO JORNAL DE ALTERACOES DO MESTRE, COM
      * AS IMAGENS ANTES E DEPOIS
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES             TO EMPJ-REC.
           MOVE WS-JRN-DATA(1:4)   TO EMPJ-ANO.
           MOVE WS-JRN-DATA(5:2)   TO EMPJ-MES.
           MOVE WS-JRN-DATA(7:2)   TO EMPJ-DIA.
           MOVE WS-JRN-HORA(1:2)   TO EMPJ-HH.
           MOVE WS-JRN-HORA(3:2)   TO EMPJ-MM.
           MOVE WS-JRN-HORA(5:2)   TO EMPJ-SS.
           MOVE WS-OPERADOR        TO EMPJ-OPERADOR.
           MOVE "A"                TO EMPJ-OPERACAO.
           MOVE EMP-MATRICULA      TO EMPJ-MATRICULA.
           MOVE WS-REG-ANTES       TO EMPJ-ANTES.
           MOVE EMP-REC            TO EMPJ-DEPOIS.
           WRITE EMPJ-REC.
       00028A-END.
      *
       00028B-GRAVA-EVENTOS SECTION.
      * ENFILEIRA O PAR DE EVENTOS PARA O REGISTRO GOVERNAMENTAL
      * (EVENTQ, GERADO/TRANSMITIDO PELO EVTGER): DESLIGAMENTO NA
      * EMPRESA DE ORIGEM NA VESPERA E ADMISSAO NA DE DESTINO NA DATA
      * EFETIVA, OS DOIS MARCADOS COMO TRANSFERENCIA
           MOVE SPACES           TO EVT-REC.
           MOVE "D"              TO EVT-TIPO.
           MOVE EMP-MATRICULA    TO EVT-MATRICULA.
           MOVE EMP-CPF          TO EVT-CPF.
           MOVE WS-DATA-DESLIG   TO EVT-DATA-EVENTO.
           MOVE EMP-SETOR        TO EVT-SETOR.
           MOVE EMP-DEPTO        TO EVT-DEPTO.
           MOVE EMP-SERVIDOR-IDX TO EVT-SERVIDOR-IDX.
           MOVE "Q"              TO EVT-SITUACAO.
           MOVE ZEROES           TO EVT-LOTE.
           MOVE WS-EMP-ORIGEM    TO EVT-EMPRESA.
           MOVE "T"              TO EVT-MOTIVO.
           WRITE EVT-REC.
           MOVE "A"              TO EVT-TIPO.
           MOVE CTR-DATA-EFETIVA TO EVT-DATA-EVENTO.
           MOVE EMP-EMPRESA      TO EVT-EMPRESA.
           WRITE EVT-REC.
           ADD 2 TO WS-TOTAL-EVENTOS.
       00028B-END.
      *
       00028C-DIVIDE-ACUMULADO SECTION.
      * O QUE O PONTOMES ACUMULOU NO MES ATE AQUI (DIAS ANTERIORES A
      * DATA EFETIVA, PELA CONFERENCIA DO PONTOHIS) VIRA A PARCELA DA
      * EMPRESA E DA CELULA DE ORIGEM; OS TOTAIS CONTINUAM SENDO O MES
      * INTEIRO E A EMPRESA DO REGISTRO PASSA A SER A DE DESTINO.
      * TRANSFERENCIA NO DIA 1 NAO TEM PARCELA DE ORIGEM
           IF CTR-EFET-DIA > 01
              MOVE WS-EMP-ORIGEM    TO PTM-ORIG-EMPRESA
              MOVE EMP-SETOR        TO PTM-ORIG-SETOR
              MOVE EMP-DEPTO        TO PTM-ORIG-DEPTO
              MOVE EMP-SERVIDOR-IDX TO PTM-ORIG-SERVIDOR-IDX
              MOVE PTM-MIN-NORMAIS  TO PTM-ORIG-MIN-NORMAIS
              MOVE PTM-MIN-EXTRA    TO PTM-ORIG-MIN-EXTRA
              MOVE PTM-MIN-NOTURNO  TO PTM-ORIG-MIN-NOTURNO
              MOVE PTM-QTDE-DIAS    TO PTM-ORIG-QTDE-DIAS
              MOVE PTM-QTDE-AUS     TO PTM-ORIG-QTDE-AUS
           ELSE
              MOVE ZEROES           TO PTM-ORIGEM
           END-IF.
           MOVE EMP-EMPRESA TO PTM-EMPRESA.
           REWRITE PTM-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-FALHA-PTM
                   MOVE ZEROES TO PTM-ORIGEM
                   DISPLAY "*** FALHA NA DIVISAO DO PONTOMES DA "
                           "MATRICULA " EMP-MATRICULA " ***"
               NOT INVALID KEY
                   IF PTM-ORIG-EMPRESA > ZEROES
                      ADD 1 TO WS-TOTAL-DIVIDIDOS
                   END-IF
           END-REWRITE.
       00028C-END.
      *
       00028D-BUSCA-SALDO  SECTION.
      * SALDO DO BANCO DE HORAS QUE SEGUE COM A MATRICULA
           MOVE EMP-MATRICULA TO BHR-MATRICULA.
           READ BANCO-MASTER-FILE
               INVALID KEY
                   MOVE ZEROES TO WS-SALDO-BH
               NOT INVALID KEY
                   MOVE BHR-SALDO-MIN TO WS-SALDO-BH
           END-READ.
       00028D-END.
      *
       00028E-PERIODO-AQUISITIVO SECTION.
      * INICIO DO PERIODO AQUISITIVO DE FERIAS EM CURSO NA DATA
      * EFETIVA: O ULTIMO ANIVERSARIO DA ADMISSAO ATE ELA (O MESMO
      * DIREITO QUE O FERMNT CONFERE CONTRA A ADMISSAO)
           IF EMP-DATA-ADMIS NUMERIC AND EMP-DATA-ADMIS NOT = ZEROES
              MOVE CTR-DATA-EFETIVA(5:4) TO WS-EFETIVA-MES-DIA
              MOVE EMP-DATA-ADMIS(5:4)   TO WS-ADMIS-MES-DIA
              MOVE CTR-DATA-EFETIVA(1:4) TO WS-AQ-ANO
              MOVE WS-ADMIS-MES-DIA      TO WS-AQ-MES-DIA
              IF WS-ADMIS-MES-DIA > WS-EFETIVA-MES-DIA
                 SUBTRACT 1 FROM WS-AQ-ANO
              END-IF
           END-IF.
       00028E-END.
      *
       00029-LIBERA-LINHA  SECTION.
      * MANDA A TRANSACAO PARA A ORDENACAO DO RELATORIO: APLICADA COM
      * AS EMPRESAS E O QUE FOI TRANSPORTADO, REJEITADA COM O MOTIVO
           MOVE SPACES            TO CIA-SORT-REC.
           MOVE CTR-MATRICULA     TO CSRT-MATRICULA.
           MOVE WS-TOTAL-LIDOS    TO CSRT-SEQ.
           MOVE EMP-NOME          TO CSRT-NOME.
           MOVE CTR-DATA-EFETIVA  TO CSRT-DATA-EFETIVA.
           MOVE CTR-EMPRESA-DEST  TO CSRT-EMPRESA-DEST.
           MOVE ZEROES            TO CSRT-MIN-NORMAIS CSRT-MIN-EXTRA
                                     CSRT-QTDE-DIAS CSRT-SALDO-BH
                                     CSRT-INICIO-AQUIS
                                     CSRT-DATA-DESLIG.
           IF WS-DADOS-OK
              MOVE 1                TO CSRT-GRUPO
              MOVE WS-EMP-ORIGEM    TO CSRT-EMP-ORIGEM
              MOVE EMP-EMPRESA      TO CSRT-EMP-DESTINO
              MOVE WS-DATA-DESLIG   TO CSRT-DATA-DESLIG
              MOVE WS-SALDO-BH      TO CSRT-SALDO-BH
              MOVE WS-INICIO-AQUIS  TO CSRT-INICIO-AQUIS
              IF WS-PTM-ACHADO AND PTM-ORIG-EMPRESA > ZEROES
                 MOVE PTM-ORIG-MIN-NORMAIS TO CSRT-MIN-NORMAIS
                 MOVE PTM-ORIG-MIN-EXTRA   TO CSRT-MIN-EXTRA
                 MOVE PTM-ORIG-QTDE-DIAS   TO CSRT-QTDE-DIAS
              END-IF
           ELSE
              MOVE 2                TO CSRT-GRUPO
              MOVE ZEROES           TO CSRT-EMP-ORIGEM
                                       CSRT-EMP-DESTINO
              MOVE WS-REJ-COD       TO CSRT-REJ-COD
              MOVE WS-REJ-DESC      TO CSRT-REJ-DESC
              ADD 1 TO WS-TOTAL-REJEITADOS
           END-IF.
           RELEASE CIA-SORT-REC.
       00029-END.
      *
       00040-IMPRIME-RELATORIO SECTION.
           PERFORM 00041-LE-ORDENADO.
           PERFORM 00042-IMPRIME-UMA UNTIL WS-SORT-EOF.
       00040-END.
      *
       00041-LE-ORDENADO   SECTION.
           RETURN CIA-SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00041-END.
      *
       00042-IMPRIME-UMA   SECTION.
      * NA QUEBRA DE EMPRESA DE ORIGEM/DESTINO FECHA O PAR ANTERIOR E
      * ABRE O NOVO COM A RAZAO SOCIAL DAS DUAS EMPRESAS
           MOVE CSRT-GRUPO       TO WS-PAR-GRUPO.
           MOVE CSRT-EMP-ORIGEM  TO WS-PAR-ORIGEM.
           MOVE CSRT-EMP-DESTINO TO WS-PAR-DESTINO.
           IF WS-PRIMEIRO-PAR OR
              WS-PAR-ATUAL NOT = WS-PAR-ANTERIOR
              IF NOT WS-PRIMEIRO-PAR AND WS-ANT-GRUPO = 1
                 PERFORM 00044-SUBTOTAL-PAR
              END-IF
              PERFORM 00043-CABECALHO-PAR
           END-IF.
           IF CSRT-GRUPO = 1
              MOVE SPACES            TO CIA-REP-REC
              MOVE CSRT-MATRICULA    TO CREP-MATRICULA
              MOVE CSRT-NOME         TO CREP-NOME
              MOVE CSRT-DATA-EFETIVA TO CREP-DATA-EFETIVA
              MOVE CSRT-DATA-DESLIG  TO CREP-DATA-DESLIG
              MOVE CSRT-MIN-NORMAIS  TO CREP-MIN-NORMAIS
              MOVE CSRT-MIN-EXTRA    TO CREP-MIN-EXTRA
              MOVE CSRT-QTDE-DIAS    TO CREP-QTDE-DIAS
              MOVE CSRT-SALDO-BH     TO CREP-SALDO-BH
              MOVE CSRT-INICIO-AQUIS TO CREP-INICIO-AQUIS
              WRITE CIA-REP-REC
              ADD 1 TO WS-PAR-QTDE
              ADD 1 TO WS-CIA-SAIDAS(CSRT-EMP-ORIGEM)
              ADD 1 TO WS-CIA-ENTRADAS(CSRT-EMP-DESTINO)
           ELSE
              MOVE SPACES            TO CIA-REP-REJ
              MOVE CSRT-MATRICULA    TO CRJ-MATRICULA
              MOVE CSRT-NOME         TO CRJ-NOME
              MOVE CSRT-DATA-EFETIVA TO CRJ-DATA-EFETIVA
              MOVE CSRT-EMPRESA-DEST TO CRJ-EMPRESA-DEST
              MOVE CSRT-REJ-COD      TO CRJ-REJ-COD
              MOVE CSRT-REJ-DESC     TO CRJ-REJ-DESC
              WRITE CIA-REP-REJ
           END-IF.
           PERFORM 00041-LE-ORDENADO.
       00042-END.
      *
       00043-CABECALHO-PAR SECTION.
           MOVE "N"             TO WS-PRIMEIRO-SW.
           MOVE WS-PAR-ATUAL    TO WS-PAR-ANTERIOR.
           MOVE ZEROES          TO WS-PAR-QTDE.
           MOVE SPACES TO CIA-REP-LINHA.
           WRITE CIA-REP-LINHA.
           MOVE SPACES TO CIA-REP-LINHA.
           IF WS-PAR-GRUPO = 1
              STRING "ORIGEM " WS-PAR-ORIGEM " "
                     WS-CIA-RAZAO(WS-PAR-ORIGEM)
                     "  ->  DESTINO " WS-PAR-DESTINO " "
                     WS-CIA-RAZAO(WS-PAR-DESTINO)
                     DELIMITED BY SIZE INTO CIA-REP-LINHA
              END-STRING
           ELSE
              STRING "TRANSFERENCIAS REJEITADAS"
                     "  (MATRIC NOME EFETIVA DESTINO MOTIVO)"
                     DELIMITED BY SIZE INTO CIA-REP-LINHA
              END-STRING
           END-IF.
           WRITE CIA-REP-LINHA.
       00043-END.
      *
       00044-SUBTOTAL-PAR  SECTION.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "        TOTAL DA ORIGEM " WS-ANT-ORIGEM
                  " PARA O DESTINO " WS-ANT-DESTINO ": "
                  WS-PAR-QTDE " TRANSFERENCIA(S)"
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
       00044-END.
      *
       00045-RESUMO-EMPRESAS SECTION.
      * SAIDAS E ENTRADAS POR EMPRESA DO GRUPO NA RODADA
           MOVE SPACES TO CIA-REP-LINHA.
           WRITE CIA-REP-LINHA.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "RESUMO POR EMPRESA (SAIDAS = COMO ORIGEM, "
                  "ENTRADAS = COMO DESTINO)"
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
           PERFORM 00046-RESUMO-UMA
              VARYING WS-IDX-CIA FROM 1 BY 1 UNTIL WS-IDX-CIA > 98.
           MOVE 99 TO WS-IDX-CIA.
           PERFORM 00046-RESUMO-UMA.
       00045-END.
      *
       00046-RESUMO-UMA    SECTION.
           IF WS-CIA-SAIDAS(WS-IDX-CIA) > ZEROES OR
              WS-CIA-ENTRADAS(WS-IDX-CIA) > ZEROES
              MOVE SPACES TO CIA-REP-LINHA
              STRING "EMPRESA " WS-IDX-CIA " "
                     WS-CIA-RAZAO(WS-IDX-CIA)
                     "  SAIDAS " WS-CIA-SAIDAS(WS-IDX-CIA)
                     "  ENTRADAS " WS-CIA-ENTRADAS(WS-IDX-CIA)
                     DELIMITED BY SIZE INTO CIA-REP-LINHA
              END-STRING
              WRITE CIA-REP-LINHA
           END-IF.
       00046-END.
      *
       00047-TOTAIS-RELATORIO SECTION.
      * TOTAIS DE CONTROLE NO PE DO RELATORIO: LIDOS = ACEITOS +
      * REJEITADOS, E O HASH DAS MATRICULAS LIDAS
           MOVE SPACES TO CIA-REP-LINHA.
           WRITE CIA-REP-LINHA.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "TOTAIS: LIDOS " WS-TOTAL-LIDOS
                  "  ACEITOS " WS-TOTAL-ACEITOS
                  "  REJEITADOS " WS-TOTAL-REJEITADOS
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "        EVENTOS NA FILA " WS-TOTAL-EVENTOS
                  "  MESES DIVIDIDOS " WS-TOTAL-DIVIDIDOS
                  "  FALHAS NO PONTOMES " WS-TOTAL-FALHA-PTM
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
           MOVE SPACES TO CIA-REP-LINHA.
           STRING "        HASH DAS MATRICULAS LIDAS "
                  WS-HASH-MATRICULA
                  "  ACEITAS " WS-HASH-ACEITOS
                  DELIMITED BY SIZE INTO CIA-REP-LINHA
           END-STRING.
           WRITE CIA-REP-LINHA.
       00047-END.
      *
       00048-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "EMPCIATR"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-ACEITOS     TO AUDIT-QTDE-ACEITOS.
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
       00048-END.
      *
       00050-FIM           SECTION.
      *
           IF NOT WS-ABORT
              PERFORM 00047-TOTAIS-RELATORIO
              CLOSE CIA-TRANS-FILE
              CLOSE EMP-MASTER-FILE
              CLOSE CIA-REPORT-FILE
              CLOSE EMP-JORNAL-FILE
              CLOSE EVENTO-FILA-FILE
              IF WS-PONTOMES-OK
                 CLOSE PONTO-MES-FILE
              END-IF
              IF WS-PONTOHIS-OK
                 CLOSE PONTO-HIST-FILE
              END-IF
              IF WS-BANCOHRS-OK
                 CLOSE BANCO-MASTER-FILE
              END-IF
              IF WS-EMPPEND-OK
                 CLOSE EMP-PEND-FILE
              END-IF
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS ACEITOS...: " WS-TOTAL-ACEITOS.
           DISPLAY "REGISTROS REJEITADOS: " WS-TOTAL-REJEITADOS.
           DISPLAY "EVENTOS NA FILA.....: " WS-TOTAL-EVENTOS.
           DISPLAY "MESES DIVIDIDOS.....: " WS-TOTAL-DIVIDIDOS.
           DISPLAY "FALHAS NO PONTOMES..: " WS-TOTAL-FALHA-PTM.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00051-DEFINE-RETORNO.
           PERFORM 00048-GRAVA-AUDITORIA.
           DISPLAY "FIM DA TRANSFERENCIA ENTRE EMPRESAS".
       00050-END.
      *
       00051-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UMA ENTRADA OBRIGATORIA
      * NAO ABRIU, ALERTA SE HOUVE TRANSFERENCIA REJEITADA OU MES QUE
      * NAO PODE SER DIVIDIDO NO PONTOMES, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES OR
                 WS-TOTAL-FALHA-PTM > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00051-END.
