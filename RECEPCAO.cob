       IDENTIFICATION      DIVISION.
       PROGRAM-ID. RECEPCAO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Recepcao das interfaces de entrada: o PREFLIGHT
      *                so confere que o arquivo existe e nao esta
      *                vazio, e o extrato de ontem reenviado como o de
      *                hoje, ou uma transmissao pulada, passavam
      *                direto. Cada arquivo recebido (CPFTRANS,
      *                CNPJTRAN, CPFSTAT, PAGPROP, os extratos dos
      *                dispositivos de ponto PONTODV1/2/3, FOLHARET,
      *                EVTRETN, SANCLIST e CPFCORR) tem que chegar com
      *                o seu cartao de transmissao (TRANSCTL, copybook
      *                TRNCTL: remetente, sequencia e quantidade); a
      *                recepcao conta os registros, calcula o hash do
      *                conteudo (CALC-SELO) e confere o trailer das
      *                interfaces que o tem (CPFSTAT e FOLHARET). O
      *                arquivo e RECUSADO quando vem sem cartao, com a
      *                quantidade ou o trailer sem conferir, ou quando
      *                repete uma transmissao ja recebida -- a mesma
      *                sequencia em outro dia ou o mesmo conteudo com
      *                outra sequencia; o aceito entra no cadastro
      *                TRANSREG (copybook TRGREC) e, se a sequencia
      *                pulou numeros, a lacuna e reportada. Interface
      *                sem arquivo nem cartao nao foi recebida e so
      *                sai no relatorio RECEPREL. Termina em RC-FATAL
      *                se recusou algum arquivo (a cadeia nao deve
      *                rodar sobre ele), RC-ALERTA se so houve lacuna
      *                (o operador confirma com o remetente e
      *                resubmete: a transmissao ja registrada hoje, com
      *                o mesmo conteudo, passa como reexecucao) e
      *                RC-NORMAL caso contrario. Roda no lote diario,
      *                logo depois do PREFLIGHT, com as entradas do dia
      *                e, avulso (deck RECEPAV), antes do PONTOCOL, do
      *                EVTRET, do CNPJSANC e do CPFRECICLA, com os
      *                arquivos que eles consomem -- cada deck aloca so
      *                os DD das interfaces que recebe.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CPF-TRANS-FILE ASSIGN TO "CPFTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT CNPJ-TRANS-FILE ASSIGN TO "CNPJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT CPF-STATUS-FILE ASSIGN TO "CPFSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT PROPOSTA-FILE ASSIGN TO "PAGPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT DEV1-FILE ASSIGN TO "PONTODV1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT DEV2-FILE ASSIGN TO "PONTODV2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT DEV3-FILE ASSIGN TO "PONTODV3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT FOLHA-RET-FILE ASSIGN TO "FOLHARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT EVENTO-RETORNO-FILE ASSIGN TO "EVTRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT SANCIONADOS-FILE ASSIGN TO "SANCLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT CPF-CORRECAO-FILE ASSIGN TO "CPFCORR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.

           SELECT TRANS-CTL-FILE ASSIGN TO "TRANSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCTL-STATUS.

           SELECT TRANS-REG-FILE ASSIGN TO "TRANSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRG-CHAVE
               FILE STATUS IS WS-TRANSREG-STATUS.

           SELECT RECEP-REPORT-FILE ASSIGN TO "RECEPREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CPF-TRANS-FILE.
       01  RCP-CPFTRANS-REC    PIC X(22).

       FD  CNPJ-TRANS-FILE.
       01  RCP-CNPJTRAN-REC    PIC X(14).

       FD  CPF-STATUS-FILE.
       01  RCP-CPFSTAT-REC.
           03 RCP-STAT-TIPO        PIC X(01).
      *       "H" HEADER, "D" DETALHE, "T" TRAILER
           03 FILLER                PIC X(21).
       01  RCP-CPFSTAT-TRAILER REDEFINES RCP-CPFSTAT-REC.
           03 FILLER                PIC X(01).
           03 RCP-STAT-T-QTDE      PIC 9(09).
           03 FILLER                PIC X(12).

       FD  PROPOSTA-FILE.
       01  RCP-PAGPROP-REC     PIC X(45).

       FD  DEV1-FILE.
       01  RCP-DEV1-REC        PIC X(22).

       FD  DEV2-FILE.
       01  RCP-DEV2-REC        PIC X(22).

       FD  DEV3-FILE.
       01  RCP-DEV3-REC        PIC X(22).

       FD  FOLHA-RET-FILE.
       01  RCP-FOLHARET-REC.
           03 RCP-FRET-TIPO        PIC X(01).
      *       "H" HEADER, "D" DETALHE, "T" TRAILER
           03 FILLER                PIC X(35).
       01  RCP-FOLHARET-TRAILER REDEFINES RCP-FOLHARET-REC.
           03 FILLER                PIC X(01).
           03 RCP-FRET-T-QTDE      PIC 9(07).
           03 FILLER                PIC X(28).

       FD  EVENTO-RETORNO-FILE.
       01  RCP-EVTRETN-REC     PIC X(33).

       FD  SANCIONADOS-FILE.
       01  RCP-SANCLIST-REC    PIC X(45).

       FD  CPF-CORRECAO-FILE.
       01  RCP-CPFCORR-REC     PIC X(22).

       FD  TRANS-CTL-FILE.
           COPY TRNCTL.

       FD  TRANS-REG-FILE.
           COPY TRGREC.

       FD  RECEP-REPORT-FILE.
       01  RECEP-REP-REC.
           03 RREP-INTERFACE       PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-REMETENTE       PIC X(10).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-SEQUENCIA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-QTDE            PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-HASH            PIC 9(09).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-RESULTADO       PIC X(10).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 RREP-DETALHE         PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
      * UM SO CAMPO DE FILE STATUS E COMPARTILHADO PELAS INTERFACES,
      * JA QUE ELAS SAO ABERTAS E FECHADAS UMA POR VEZ
       01 WS-ARQ-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-TRANSCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-TRANSREG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-HOJE              PIC 9(08)   VALUE ZEROES.
       01 WS-AGORA             PIC 9(08)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "RECEPCAO".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
      * CARTOES DE TRANSMISSAO DO DIA (TRANSCTL), MARCADOS A MEDIDA
      * QUE CADA INTERFACE OS CONSOME; O QUE SOBRAR NO FIM E CARTAO
      * DE INTERFACE DESCONHECIDA
       01 WS-LIMITE-CARTOES    PIC 9(02)   VALUE 30.
       01 WS-QTDE-CARTOES      PIC 9(02)   VALUE ZEROES.
       01 WS-CARTOES-EXCEDENTES PIC 9(03)  VALUE ZEROES.
       01 WS-TAB-CARTOES.
          03 WS-CARTAO OCCURS 30 TIMES.
             05 WS-CRT-INTERFACE  PIC X(08).
             05 WS-CRT-REMETENTE  PIC X(10).
             05 WS-CRT-SEQUENCIA  PIC X(06).
             05 WS-CRT-QTDE       PIC X(07).
             05 WS-CRT-USADO      PIC X(01).
       01 WS-IDX-CARTAO        PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-ACHADO        PIC 9(02)   VALUE ZEROES.
       01 WS-CARTOES-ACHADOS   PIC 9(02)   VALUE ZEROES.
      * INTERFACE CORRENTE E O QUE A LEITURA DELA APUROU
       01 WS-INTERFACE         PIC X(08)   VALUE SPACES.
       01 WS-ARQ-ABERTO-SW     PIC X(01)   VALUE "N".
          88 WS-ARQ-ABERTO                  VALUE "S".
       01 WS-TEM-TRAILER-SW    PIC X(01)   VALUE "N".
          88 WS-TEM-TRAILER                 VALUE "S".
       01 WS-TRAILER-LIDO-SW   PIC X(01)   VALUE "N".
          88 WS-TRAILER-LIDO                VALUE "S".
       01 WS-QTDE-LIDA         PIC 9(07)   VALUE ZEROES.
       01 WS-QTDE-DETALHES     PIC 9(09)   VALUE ZEROES.
       01 WS-QTDE-TRAILER      PIC 9(09)   VALUE ZEROES.
       01 WS-REMETENTE         PIC X(10)   VALUE SPACES.
       01 WS-SEQUENCIA         PIC 9(06)   VALUE ZEROES.
       01 WS-QTDE-CARTAO       PIC 9(07)   VALUE ZEROES.
      * HASH DO CONTEUDO: CALC-SELO ENCADEADO SOBRE CADA REGISTRO,
      * NO TAMANHO DO REGISTRO DA INTERFACE
       01 WS-REGISTRO          PIC X(241)  VALUE SPACES.
       01 WS-TAMANHO           PIC 9(04)   VALUE ZEROES.
       01 WS-HASH              PIC 9(09)   VALUE ZEROES.
      * CONFERENCIA CONTRA O CADASTRO TRANSREG
       01 WS-REG-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-REG-EOF                     VALUE "S".
       01 WS-SEQ-MAIOR         PIC 9(06)   VALUE ZEROES.
       01 WS-SEQ-MESMO-CONTEUDO PIC 9(06)  VALUE ZEROES.
       01 WS-LACUNA-DE         PIC 9(06)   VALUE ZEROES.
       01 WS-LACUNA-ATE        PIC 9(06)   VALUE ZEROES.
      * RESULTADO DA INTERFACE CORRENTE E O MOTIVO GRAVADO NO INCDLOG
      * (NO LUGAR DO FILE STATUS): SC SEM CARTAO, CA CARTAO SEM
      * ARQUIVO, CD CARTAO EM DUPLICIDADE, CI CARTAO INVALIDO, QT
      * QUANTIDADE, TR TRAILER, DS SEQUENCIA REPETIDA, DC CONTEUDO
      * REPETIDO, IN INTERFACE DESCONHECIDA, LA LACUNA
       01 WS-RESULTADO-SW      PIC X(01)   VALUE SPACES.
          88 WS-RES-NAO-RECEBIDO            VALUE "N".
          88 WS-RES-RECUSADO                VALUE "R".
          88 WS-RES-ACEITO                  VALUE "A".
          88 WS-RES-LACUNA                  VALUE "L".
          88 WS-RES-REEXECUCAO              VALUE "J".
       01 WS-MOTIVO            PIC X(02)   VALUE SPACES.
       01 WS-DETALHE           PIC X(40)   VALUE SPACES.
       01 WS-TOTAL-RECEBIDOS   PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-ACEITOS     PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-RECUSADOS   PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-LACUNAS     PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-LINHAS      PIC 9(07)   VALUE ZEROES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "RECEPREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "RECEPCAO".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-RECEBE-CPFTRANS
              PERFORM 00021-RECEBE-CNPJTRAN
              PERFORM 00022-RECEBE-CPFSTAT
              PERFORM 00023-RECEBE-PAGPROP
              PERFORM 00024-RECEBE-PONTODV1
              PERFORM 00025-RECEBE-PONTODV2
              PERFORM 00026-RECEBE-PONTODV3
              PERFORM 00027-RECEBE-FOLHARET
              PERFORM 00028-RECEBE-EVTRETN
              PERFORM 00029-RECEBE-SANCLIST
              PERFORM 00030-RECEBE-CPFCORR
              PERFORM 00036-CARTOES-SOBRANTES
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT WS-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WS-AGORA FROM TIME.
           DISPLAY " ".
           DISPLAY "RECEPCAO DAS INTERFACES DE ENTRADA".
           OPEN I-O TRANS-REG-FILE.
           IF WS-TRANSREG-STATUS = "35"
              OPEN OUTPUT TRANS-REG-FILE
              CLOSE TRANS-REG-FILE
              OPEN I-O TRANS-REG-FILE
           END-IF.
           IF WS-TRANSREG-STATUS NOT = "00"
              DISPLAY "*** TRANSREG NAO ABRIU (STATUS "
                      WS-TRANSREG-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "TRANSREG"         TO WS-INC-ARQUIVO
              MOVE WS-TRANSREG-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL           TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN OUTPUT RECEP-REPORT-FILE
              PERFORM 00011-CARREGA-CARTOES
           END-IF.
       00010-END.
      *
       00011-CARREGA-CARTOES SECTION.
      * CARREGA OS CARTOES DE TRANSMISSAO DO DIA; SEM TRANSCTL NENHUM
      * ARQUIVO TEM CARTAO, E TODO ARQUIVO PRESENTE SERA RECUSADO
           OPEN INPUT TRANS-CTL-FILE.
           IF WS-TRANSCTL-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM 00011A-LE-CARTAO
              PERFORM 00011B-GUARDA-CARTAO UNTIL WS-EOF
              CLOSE TRANS-CTL-FILE
           ELSE
              DISPLAY "*** TRANSCTL NAO ABRIU (STATUS "
                      WS-TRANSCTL-STATUS ") - NENHUM CARTAO DE "
                      "TRANSMISSAO ***"
           END-IF.
           DISPLAY "CARTOES DE TRANSMISSAO: " WS-QTDE-CARTOES.
           IF WS-CARTOES-EXCEDENTES > ZEROES
              MOVE SPACES     TO WS-REMETENTE
              MOVE ZEROES     TO WS-SEQUENCIA WS-QTDE-LIDA WS-HASH
              MOVE "R"        TO WS-RESULTADO-SW
              MOVE "CI"       TO WS-MOTIVO
              MOVE "TRANSCTL" TO WS-INTERFACE
              MOVE "XXX CARTOES ALEM DO LIMITE DE 30" TO WS-DETALHE
              MOVE WS-CARTOES-EXCEDENTES TO WS-DETALHE(1:3)
              PERFORM 00035-GRAVA-LINHA
           END-IF.
       00011-END.
      *
       00011A-LE-CARTAO    SECTION.
           READ TRANS-CTL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00011A-END.
      *
       00011B-GUARDA-CARTAO SECTION.
      * CARTAO EM BRANCO E DESPREZADO; ALEM DO LIMITE DA TABELA O
      * CARTAO E CONTADO E A RECEPCAO E RECUSADA
           IF TRN-INTERFACE NOT = SPACES
              IF WS-QTDE-CARTOES < WS-LIMITE-CARTOES
                 ADD 1 TO WS-QTDE-CARTOES
                 MOVE TRN-INTERFACE
                   TO WS-CRT-INTERFACE(WS-QTDE-CARTOES)
                 MOVE TRN-REMETENTE
                   TO WS-CRT-REMETENTE(WS-QTDE-CARTOES)
                 MOVE TRN-SEQUENCIA
                   TO WS-CRT-SEQUENCIA(WS-QTDE-CARTOES)
                 MOVE TRN-QTDE
                   TO WS-CRT-QTDE(WS-QTDE-CARTOES)
                 MOVE "N" TO WS-CRT-USADO(WS-QTDE-CARTOES)
              ELSE
                 ADD 1 TO WS-CARTOES-EXCEDENTES
              END-IF
           END-IF.
           PERFORM 00011A-LE-CARTAO.
       00011B-END.
      *
       00020-RECEBE-CPFTRANS SECTION.
           MOVE "CPFTRANS" TO WS-INTERFACE.
           MOVE 22         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT CPF-TRANS-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00020A-LE-CPFTRANS UNTIL WS-EOF
              CLOSE CPF-TRANS-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00020-END.
      *
       00020A-LE-CPFTRANS  SECTION.
           READ CPF-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-CPFTRANS-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00020A-END.
      *
       00021-RECEBE-CNPJTRAN SECTION.
           MOVE "CNPJTRAN" TO WS-INTERFACE.
           MOVE 14         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT CNPJ-TRANS-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00021A-LE-CNPJTRAN UNTIL WS-EOF
              CLOSE CNPJ-TRANS-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00021-END.
      *
       00021A-LE-CNPJTRAN  SECTION.
           READ CNPJ-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-CNPJTRAN-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00021A-END.
      *
       00022-RECEBE-CPFSTAT SECTION.
      * O EXTRATO DE SITUACAO CADASTRAL TEM HEADER E TRAILER COM A
      * QUANTIDADE DE DETALHES (MESMO LAYOUT LIDO PELO CPFXREF)
           MOVE "CPFSTAT"  TO WS-INTERFACE.
           MOVE 22         TO WS-TAMANHO.
           MOVE "S"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT CPF-STATUS-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00022A-LE-CPFSTAT UNTIL WS-EOF
              CLOSE CPF-STATUS-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00022-END.
      *
       00022A-LE-CPFSTAT   SECTION.
           READ CPF-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-CPFSTAT-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
                   EVALUATE RCP-STAT-TIPO
                       WHEN "D"
                           ADD 1 TO WS-QTDE-DETALHES
                       WHEN "T"
                           MOVE "S" TO WS-TRAILER-LIDO-SW
                           IF RCP-STAT-T-QTDE NUMERIC
                              MOVE RCP-STAT-T-QTDE TO WS-QTDE-TRAILER
                           END-IF
                   END-EVALUATE
           END-READ.
       00022A-END.
      *
       00023-RECEBE-PAGPROP SECTION.
           MOVE "PAGPROP"  TO WS-INTERFACE.
           MOVE 45         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT PROPOSTA-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00023A-LE-PAGPROP UNTIL WS-EOF
              CLOSE PROPOSTA-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00023-END.
      *
       00023A-LE-PAGPROP   SECTION.
           READ PROPOSTA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-PAGPROP-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00023A-END.
      *
       00024-RECEBE-PONTODV1 SECTION.
           MOVE "PONTODV1" TO WS-INTERFACE.
           MOVE 22         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT DEV1-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00024A-LE-PONTODV1 UNTIL WS-EOF
              CLOSE DEV1-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00024-END.
      *
       00024A-LE-PONTODV1  SECTION.
           READ DEV1-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-DEV1-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00024A-END.
      *
       00025-RECEBE-PONTODV2 SECTION.
           MOVE "PONTODV2" TO WS-INTERFACE.
           MOVE 22         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT DEV2-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00025A-LE-PONTODV2 UNTIL WS-EOF
              CLOSE DEV2-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00025-END.
      *
       00025A-LE-PONTODV2  SECTION.
           READ DEV2-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-DEV2-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00025A-END.
      *
       00026-RECEBE-PONTODV3 SECTION.
           MOVE "PONTODV3" TO WS-INTERFACE.
           MOVE 22         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT DEV3-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00026A-LE-PONTODV3 UNTIL WS-EOF
              CLOSE DEV3-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00026-END.
      *
       00026A-LE-PONTODV3  SECTION.
           READ DEV3-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-DEV3-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00026A-END.
      *
       00027-RECEBE-FOLHARET SECTION.
      * O RETORNO DA FOLHA TEM HEADER E TRAILER COM A QUANTIDADE DE
      * DETALHES (MESMO LAYOUT LIDO PELO FOLHACONC)
           MOVE "FOLHARET" TO WS-INTERFACE.
           MOVE 36         TO WS-TAMANHO.
           MOVE "S"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT FOLHA-RET-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00027A-LE-FOLHARET UNTIL WS-EOF
              CLOSE FOLHA-RET-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00027-END.
      *
       00027A-LE-FOLHARET  SECTION.
           READ FOLHA-RET-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-FOLHARET-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
                   EVALUATE RCP-FRET-TIPO
                       WHEN "D"
                           ADD 1 TO WS-QTDE-DETALHES
                       WHEN "T"
                           MOVE "S" TO WS-TRAILER-LIDO-SW
                           IF RCP-FRET-T-QTDE NUMERIC
                              MOVE RCP-FRET-T-QTDE TO WS-QTDE-TRAILER
                           END-IF
                   END-EVALUATE
           END-READ.
       00027A-END.
      *
       00028-RECEBE-EVTRETN SECTION.
           MOVE "EVTRETN"  TO WS-INTERFACE.
           MOVE 33         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT EVENTO-RETORNO-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00028A-LE-EVTRETN UNTIL WS-EOF
              CLOSE EVENTO-RETORNO-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00028-END.
      *
       00028A-LE-EVTRETN   SECTION.
           READ EVENTO-RETORNO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-EVTRETN-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00028A-END.
      *
       00029-RECEBE-SANCLIST SECTION.
           MOVE "SANCLIST" TO WS-INTERFACE.
           MOVE 45         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT SANCIONADOS-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00029A-LE-SANCLIST UNTIL WS-EOF
              CLOSE SANCIONADOS-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00029-END.
      *
       00029A-LE-SANCLIST  SECTION.
           READ SANCIONADOS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-SANCLIST-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00029A-END.
      *
       00030-RECEBE-CPFCORR SECTION.
           MOVE "CPFCORR"  TO WS-INTERFACE.
           MOVE 22         TO WS-TAMANHO.
           MOVE "N"        TO WS-TEM-TRAILER-SW.
           PERFORM 00031-PREPARA-INTERFACE.
           OPEN INPUT CPF-CORRECAO-FILE.
           IF WS-ARQ-STATUS = "00"
              MOVE "S" TO WS-ARQ-ABERTO-SW
              PERFORM 00030A-LE-CPFCORR UNTIL WS-EOF
              CLOSE CPF-CORRECAO-FILE
           END-IF.
           PERFORM 00033-AVALIA-RECEPCAO.
       00030-END.
      *
       00030A-LE-CPFCORR   SECTION.
           READ CPF-CORRECAO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE RCP-CPFCORR-REC TO WS-REGISTRO
                   PERFORM 00032-SOMA-REGISTRO
           END-READ.
       00030A-END.
      *
       00031-PREPARA-INTERFACE SECTION.
      * ZERA OS CONTADORES DA INTERFACE CORRENTE E LOCALIZA O(S)
      * CARTAO(OES) DE TRANSMISSAO DELA, MARCANDO-OS COMO CONSUMIDOS
           MOVE "N"    TO WS-EOF-SW WS-ARQ-ABERTO-SW
                          WS-TRAILER-LIDO-SW.
           MOVE SPACES TO WS-ARQ-STATUS WS-REMETENTE WS-MOTIVO
                          WS-DETALHE WS-RESULTADO-SW.
           MOVE ZEROES TO WS-QTDE-LIDA WS-QTDE-DETALHES
                          WS-QTDE-TRAILER WS-HASH WS-SEQUENCIA
                          WS-QTDE-CARTAO WS-CARTOES-ACHADOS
                          WS-IDX-ACHADO.
           PERFORM 00031A-PROCURA-CARTAO
              VARYING WS-IDX-CARTAO FROM 1 BY 1
              UNTIL WS-IDX-CARTAO > WS-QTDE-CARTOES.
           IF WS-IDX-ACHADO > ZEROES
              MOVE WS-CRT-REMETENTE(WS-IDX-ACHADO) TO WS-REMETENTE
           END-IF.
       00031-END.
      *
       00031A-PROCURA-CARTAO SECTION.
           IF WS-CRT-INTERFACE(WS-IDX-CARTAO) = WS-INTERFACE
              ADD 1 TO WS-CARTOES-ACHADOS
              MOVE "S" TO WS-CRT-USADO(WS-IDX-CARTAO)
              IF WS-IDX-ACHADO = ZEROES
                 MOVE WS-IDX-CARTAO TO WS-IDX-ACHADO
              END-IF
           END-IF.
       00031A-END.
      *
       00032-SOMA-REGISTRO SECTION.
      * CONTA O REGISTRO FISICO E O ENCADEIA NO HASH DO CONTEUDO
           ADD 1 TO WS-QTDE-LIDA.
           CALL "CALC-SELO" USING WS-REGISTRO WS-TAMANHO WS-HASH
           END-CALL.
       00032-END.
      *
       00033-AVALIA-RECEPCAO SECTION.
      * DECIDE A INTERFACE CORRENTE NA ORDEM DAS CONFERENCIAS: ARQUIVO
      * E CARTAO, QUANTIDADE, TRAILER E, POR ULTIMO, O CADASTRO DE
      * TRANSMISSOES (REPETICAO E LACUNA)
           IF WS-IDX-ACHADO > ZEROES
              IF WS-CRT-SEQUENCIA(WS-IDX-ACHADO) NUMERIC
                 MOVE WS-CRT-SEQUENCIA(WS-IDX-ACHADO) TO WS-SEQUENCIA
              END-IF
              IF WS-CRT-QTDE(WS-IDX-ACHADO) NUMERIC
                 MOVE WS-CRT-QTDE(WS-IDX-ACHADO) TO WS-QTDE-CARTAO
              END-IF
           END-IF.
           MOVE "R" TO WS-RESULTADO-SW.
           EVALUATE TRUE
               WHEN NOT WS-ARQ-ABERTO AND WS-CARTOES-ACHADOS = ZEROES
                   MOVE "N" TO WS-RESULTADO-SW
                   MOVE "SEM ARQUIVO E SEM CARTAO (STATUS XX)"
                     TO WS-DETALHE
                   MOVE WS-ARQ-STATUS TO WS-DETALHE(34:2)
               WHEN NOT WS-ARQ-ABERTO
                   MOVE "CA" TO WS-MOTIVO
                   MOVE "CARTAO SEM ARQUIVO (STATUS XX)" TO WS-DETALHE
                   MOVE WS-ARQ-STATUS TO WS-DETALHE(28:2)
               WHEN WS-CARTOES-ACHADOS = ZEROES AND
                    WS-QTDE-LIDA = ZEROES
                   MOVE "N" TO WS-RESULTADO-SW
                   MOVE "ARQUIVO VAZIO E SEM CARTAO" TO WS-DETALHE
               WHEN WS-CARTOES-ACHADOS = ZEROES
                   MOVE "SC" TO WS-MOTIVO
                   MOVE "SEM CARTAO DE TRANSMISSAO" TO WS-DETALHE
               WHEN WS-CARTOES-ACHADOS > 1
                   MOVE "CD" TO WS-MOTIVO
                   MOVE "MAIS DE UM CARTAO PARA A INTERFACE"
                     TO WS-DETALHE
               WHEN WS-CRT-SEQUENCIA(WS-IDX-ACHADO) NOT NUMERIC OR
                    WS-SEQUENCIA = ZEROES OR
                    WS-CRT-QTDE(WS-IDX-ACHADO) NOT NUMERIC
                   MOVE "CI" TO WS-MOTIVO
                   MOVE "CARTAO SEM SEQUENCIA/QUANTIDADE VALIDA"
                     TO WS-DETALHE
               WHEN WS-QTDE-CARTAO NOT = WS-QTDE-LIDA
                   MOVE "QT" TO WS-MOTIVO
                   MOVE "CARTAO DECLARA XXXXXXX REGISTROS"
                     TO WS-DETALHE
                   MOVE WS-QTDE-CARTAO TO WS-DETALHE(16:7)
               WHEN WS-TEM-TRAILER AND NOT WS-TRAILER-LIDO
                   MOVE "TR" TO WS-MOTIVO
                   MOVE "ARQUIVO TERMINOU SEM TRAILER" TO WS-DETALHE
               WHEN WS-TEM-TRAILER AND
                    WS-QTDE-TRAILER NOT = WS-QTDE-DETALHES
                   MOVE "TR" TO WS-MOTIVO
                   MOVE "TRAILER XXXXXXXXX / DETALHES XXXXXXXXX"
                     TO WS-DETALHE
                   MOVE WS-QTDE-TRAILER  TO WS-DETALHE(9:9)
                   MOVE WS-QTDE-DETALHES TO WS-DETALHE(30:9)
               WHEN OTHER
                   PERFORM 00034-CONFERE-CADASTRO
           END-EVALUATE.
           PERFORM 00035-GRAVA-LINHA.
       00033-END.
      *
       00034-CONFERE-CADASTRO SECTION.
      * CONFERE A TRANSMISSAO CONTRA O CADASTRO TRANSREG. A MESMA
      * SEQUENCIA JA REGISTRADA SO PASSA QUANDO FOI REGISTRADA HOJE
      * COM O MESMO CONTEUDO (REEXECUCAO DO PASSO); SENAO E
      * TRANSMISSAO REPETIDA. SEQUENCIA NOVA COM O MESMO CONTEUDO DE
      * OUTRA JA RECEBIDA TAMBEM E REPETIDA; A QUE PASSA DA MAIOR JA
      * RECEBIDA MAIS DE UM NUMERO ABRE LACUNA
           MOVE WS-INTERFACE TO TRG-INTERFACE.
           MOVE WS-SEQUENCIA TO TRG-SEQUENCIA.
           READ TRANS-REG-FILE
               INVALID KEY
                   MOVE "23" TO WS-TRANSREG-STATUS
           END-READ.
           IF WS-TRANSREG-STATUS = "00"
              IF TRG-DATA-RECEB = WS-HOJE AND
                 TRG-QTDE = WS-QTDE-LIDA AND TRG-HASH = WS-HASH
                 MOVE "J" TO WS-RESULTADO-SW
                 MOVE "JA REGISTRADA HOJE (REEXECUCAO)" TO WS-DETALHE
              ELSE
                 MOVE "DS" TO WS-MOTIVO
                 MOVE "SEQUENCIA JA RECEBIDA EM XXXXXXXX"
                   TO WS-DETALHE
                 MOVE TRG-DATA-RECEB TO WS-DETALHE(26:8)
              END-IF
           ELSE
              PERFORM 00034A-VARRE-INTERFACE
              EVALUATE TRUE
                  WHEN WS-SEQ-MESMO-CONTEUDO > ZEROES
                      MOVE "DC" TO WS-MOTIVO
                      MOVE "MESMO CONTEUDO DA SEQUENCIA XXXXXX"
                        TO WS-DETALHE
                      MOVE WS-SEQ-MESMO-CONTEUDO TO WS-DETALHE(29:6)
                  WHEN WS-SEQ-MAIOR > ZEROES AND
                       WS-SEQUENCIA > WS-SEQ-MAIOR + 1
                      MOVE "L"  TO WS-RESULTADO-SW
                      MOVE "LA" TO WS-MOTIVO
                      COMPUTE WS-LACUNA-DE  = WS-SEQ-MAIOR + 1
                      COMPUTE WS-LACUNA-ATE = WS-SEQUENCIA - 1
                      MOVE "LACUNA: SEQ XXXXXX A XXXXXX FALTANDO"
                        TO WS-DETALHE
                      MOVE WS-LACUNA-DE  TO WS-DETALHE(13:6)
                      MOVE WS-LACUNA-ATE TO WS-DETALHE(22:6)
                      PERFORM 00034C-GRAVA-CADASTRO
                  WHEN WS-SEQ-MAIOR = ZEROES
                      MOVE "A" TO WS-RESULTADO-SW
                      MOVE "PRIMEIRA TRANSMISSAO DA INTERFACE"
                        TO WS-DETALHE
                      PERFORM 00034C-GRAVA-CADASTRO
                  WHEN WS-SEQUENCIA < WS-SEQ-MAIOR
                      MOVE "A" TO WS-RESULTADO-SW
                      MOVE "FORA DE ORDEM (ULTIMA RECEBIDA XXXXXX)"
                        TO WS-DETALHE
                      MOVE WS-SEQ-MAIOR TO WS-DETALHE(32:6)
                      PERFORM 00034C-GRAVA-CADASTRO
                  WHEN OTHER
                      MOVE "A" TO WS-RESULTADO-SW
                      PERFORM 00034C-GRAVA-CADASTRO
              END-EVALUATE
           END-IF.
       00034-END.
      *
       00034A-VARRE-INTERFACE SECTION.
      * PERCORRE AS TRANSMISSOES JA REGISTRADAS DA INTERFACE: GUARDA
      * A MAIOR SEQUENCIA E A QUE TEM O MESMO CONTEUDO (QUANTIDADE E
      * HASH IGUAIS; ARQUIVO VAZIO NAO TEM CONTEUDO A COMPARAR)
           MOVE ZEROES TO WS-SEQ-MAIOR WS-SEQ-MESMO-CONTEUDO.
           MOVE "N"    TO WS-REG-EOF-SW.
           MOVE WS-INTERFACE TO TRG-INTERFACE.
           MOVE ZEROES       TO TRG-SEQUENCIA.
           START TRANS-REG-FILE KEY >= TRG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-REG-EOF-SW
           END-START.
           IF NOT WS-REG-EOF
              PERFORM 00034B-LE-CADASTRO
           END-IF.
           PERFORM 00034D-COMPARA-ANTERIOR UNTIL WS-REG-EOF.
       00034A-END.
      *
       00034B-LE-CADASTRO  SECTION.
           READ TRANS-REG-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-REG-EOF-SW
           END-READ.
           IF NOT WS-REG-EOF AND TRG-INTERFACE NOT = WS-INTERFACE
              MOVE "S" TO WS-REG-EOF-SW
           END-IF.
       00034B-END.
      *
       00034C-GRAVA-CADASTRO SECTION.
      * REGISTRA A TRANSMISSAO ACEITA
           MOVE SPACES            TO TRG-REC.
           MOVE WS-INTERFACE      TO TRG-INTERFACE.
           MOVE WS-SEQUENCIA      TO TRG-SEQUENCIA.
           MOVE WS-REMETENTE      TO TRG-REMETENTE.
           MOVE WS-HOJE           TO TRG-DATA-RECEB.
           MOVE WS-AGORA(1:6)     TO TRG-HORA-RECEB.
           MOVE WS-QTDE-LIDA      TO TRG-QTDE.
           MOVE WS-QTDE-TRAILER   TO TRG-QTDE-TRAILER.
           MOVE WS-HASH           TO TRG-HASH.
           IF WS-RES-LACUNA
              MOVE "S" TO TRG-LACUNA
           ELSE
              MOVE "N" TO TRG-LACUNA
           END-IF.
           WRITE TRG-REC
               INVALID KEY
                   DISPLAY "*** TRANSREG: GRAVACAO RECUSADA PARA "
                           WS-INTERFACE " " WS-SEQUENCIA " ***"
           END-WRITE.
       00034C-END.
      *
       00034D-COMPARA-ANTERIOR SECTION.
           IF TRG-SEQUENCIA > WS-SEQ-MAIOR
              MOVE TRG-SEQUENCIA TO WS-SEQ-MAIOR
           END-IF.
           IF WS-QTDE-LIDA > ZEROES AND
              TRG-QTDE = WS-QTDE-LIDA AND TRG-HASH = WS-HASH AND
              WS-SEQ-MESMO-CONTEUDO = ZEROES
              MOVE TRG-SEQUENCIA TO WS-SEQ-MESMO-CONTEUDO
           END-IF.
           PERFORM 00034B-LE-CADASTRO.
       00034D-END.
      *
       00035-GRAVA-LINHA   SECTION.
      * GRAVA A LINHA DA INTERFACE NO RELATORIO E ACUMULA OS TOTAIS;
      * RECUSA E LACUNA VAO TAMBEM PARA O LOG DE INCIDENTES, COM O
      * MOTIVO NO LUGAR DO FILE STATUS
           MOVE SPACES          TO RECEP-REP-REC.
           MOVE WS-INTERFACE    TO RREP-INTERFACE.
           MOVE WS-REMETENTE    TO RREP-REMETENTE.
           IF WS-SEQUENCIA > ZEROES
              MOVE WS-SEQUENCIA TO RREP-SEQUENCIA
           END-IF.
           MOVE WS-QTDE-LIDA    TO RREP-QTDE.
           MOVE WS-HASH         TO RREP-HASH.
           MOVE WS-DETALHE      TO RREP-DETALHE.
           EVALUATE TRUE
               WHEN WS-RES-NAO-RECEBIDO
                   MOVE "NAO RECEB." TO RREP-RESULTADO
               WHEN WS-RES-RECUSADO
                   MOVE "RECUSADO"   TO RREP-RESULTADO
                   ADD 1 TO WS-TOTAL-RECEBIDOS
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "*** " WS-INTERFACE " RECUSADO: "
                           WS-DETALHE " ***"
                   MOVE RC-FATAL TO WS-INC-RC
                   PERFORM 00035A-GRAVA-INCIDENTE
               WHEN WS-RES-LACUNA
                   MOVE "ACEITO"     TO RREP-RESULTADO
                   ADD 1 TO WS-TOTAL-RECEBIDOS
                   ADD 1 TO WS-TOTAL-ACEITOS
                   ADD 1 TO WS-TOTAL-LACUNAS
                   DISPLAY "*** " WS-INTERFACE " " WS-DETALHE " ***"
                   MOVE RC-ALERTA TO WS-INC-RC
                   PERFORM 00035A-GRAVA-INCIDENTE
               WHEN OTHER
                   MOVE "ACEITO"     TO RREP-RESULTADO
                   ADD 1 TO WS-TOTAL-RECEBIDOS
                   ADD 1 TO WS-TOTAL-ACEITOS
           END-EVALUATE.
           WRITE RECEP-REP-REC.
           ADD 1 TO WS-TOTAL-LINHAS.
       00035-END.
      *
       00035A-GRAVA-INCIDENTE SECTION.
           MOVE WS-INTERFACE TO WS-INC-ARQUIVO.
           MOVE WS-MOTIVO    TO WS-INC-STATUS.
           CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                         WS-INC-ARQUIVO
                                         WS-INC-STATUS WS-INC-RC
           END-CALL.
       00035A-END.
      *
       00036-CARTOES-SOBRANTES SECTION.
      * CARTAO QUE NENHUMA INTERFACE CONSUMIU E DE INTERFACE QUE ESTA
      * RECEPCAO NAO CONHECE: A TRANSMISSAO E RECUSADA
           PERFORM 00036A-CONFERE-SOBRA
              VARYING WS-IDX-CARTAO FROM 1 BY 1
              UNTIL WS-IDX-CARTAO > WS-QTDE-CARTOES.
       00036-END.
      *
       00036A-CONFERE-SOBRA SECTION.
           IF WS-CRT-USADO(WS-IDX-CARTAO) = "N"
              MOVE WS-CRT-INTERFACE(WS-IDX-CARTAO) TO WS-INTERFACE
              MOVE WS-CRT-REMETENTE(WS-IDX-CARTAO) TO WS-REMETENTE
              MOVE ZEROES TO WS-SEQUENCIA WS-QTDE-LIDA WS-HASH
              IF WS-CRT-SEQUENCIA(WS-IDX-CARTAO) NUMERIC
                 MOVE WS-CRT-SEQUENCIA(WS-IDX-CARTAO) TO WS-SEQUENCIA
              END-IF
              MOVE "R"  TO WS-RESULTADO-SW
              MOVE "IN" TO WS-MOTIVO
              MOVE "CARTAO DE INTERFACE DESCONHECIDA" TO WS-DETALHE
              PERFORM 00035-GRAVA-LINHA
           END-IF.
       00036A-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "RECEPCAO"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-RECEBIDOS   TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-ACEITOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-RECUSADOS   TO AUDIT-QTDE-REJEIT.
           MOVE ZEROES               TO AUDIT-HASH-TOTAL.
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
       00050-FIM           SECTION.
      *
           IF NOT WS-ABORT
              CLOSE TRANS-REG-FILE
              CLOSE RECEP-REPORT-FILE
              MOVE WS-TOTAL-LINHAS TO WS-SPL-LINHAS
              CALL "GRAVA-SPOOL" USING WS-SPL-REPORT WS-SPL-PROGRAMA
                                        WS-SPL-LINHAS
              END-CALL
           END-IF.
           DISPLAY " ".
           DISPLAY "TRANSMISSOES RECEBIDAS: " WS-TOTAL-RECEBIDOS.
           DISPLAY "ACEITAS...............: " WS-TOTAL-ACEITOS.
           DISPLAY "RECUSADAS.............: " WS-TOTAL-RECUSADOS.
           DISPLAY "COM LACUNA DE SEQUENCIA: " WS-TOTAL-LACUNAS.
           PERFORM 00051-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA RECEPCAO DAS INTERFACES DE ENTRADA".
       00050-END.
      *
       00051-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O CADASTRO NAO ABRIU OU
      * SE ALGUMA TRANSMISSAO FOI RECUSADA, ALERTA SE ALGUMA CHEGOU
      * COM LACUNA DE SEQUENCIA, NORMAL CASO CONTRARIO
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE RC-FATAL  TO RETURN-CODE
               WHEN WS-TOTAL-RECUSADOS > ZEROES
                   MOVE RC-FATAL  TO RETURN-CODE
               WHEN WS-TOTAL-LACUNAS > ZEROES
                   MOVE RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-NORMAL TO RETURN-CODE
           END-EVALUATE.
       00051-END.
