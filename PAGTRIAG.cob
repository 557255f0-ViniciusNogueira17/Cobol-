       IDENTIFICATION      DIVISION.
       PROGRAM-ID. PAGTRIAG.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Triagem diaria da proposta de pagamentos do
      *                contas a pagar contra o mestre de fornecedores:
      *                o bloqueio do CNPJSANC so era visto por quem
      *                olhava os extratos, e nota de fornecedor
      *                bloqueado -- ou de CNPJ que nunca passou pelo
      *                CNPJBATCH -- continuava sendo paga. Cada nota
      *                do PAGPROP e conferida no CNPJMAST (existencia
      *                e bloqueio) e no agrupamento matriz/filial do
      *                CNPJGRUPO (filial paga so se a matriz, ordem
      *                0001 da mesma raiz, esta no mestre e nao esta
      *                bloqueada). As notas saem separadas em PAGLIB
      *                (liberadas) e PAGRET (retidas), as retidas com o
      *                motivo no relatorio PAGRREL, e a rodada termina
      *                em alerta quando algo foi retido. Sem proposta
      *                no dia o passo termina limpo.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PROPOSTA-FILE ASSIGN TO "PAGPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGPROP-STATUS.

           SELECT CNPJ-MASTER-FILE ASSIGN TO "CNPJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.

           SELECT LIBERADOS-FILE ASSIGN TO "PAGLIB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETIDOS-FILE ASSIGN TO "PAGRET"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETIDOS-REPORT-FILE ASSIGN TO "PAGRREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  PROPOSTA-FILE.
           COPY PAGREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.

       FD  LIBERADOS-FILE.
       01  PAG-LIB-REC             PIC X(45).

       FD  RETIDOS-FILE.
       01  PAG-RET-REC             PIC X(45).

       FD  RETIDOS-REPORT-FILE.
       01  PAG-REP-REC.
           03 PREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-DOCUMENTO       PIC X(12).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-CNPJ            PIC X(14).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-VENCIMENTO      PIC 9(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-VALOR           PIC 9(10).99.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 PREP-MOTIVO          PIC X(50).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-PAGPROP-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "PAGTRIAG".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
      * SEM PAGPROP NO DIA NAO HA PROPOSTA A TRIAR; AS SAIDAS SAEM
      * VAZIAS
       01 WS-PROPOSTA-OK-SW    PIC X(01)   VALUE "N".
          88 WS-PROPOSTA-OK                 VALUE "S".
      * RESULTADO DA TRIAGEM DA NOTA CORRENTE
       01 WS-RETEM-SW          PIC X(01)   VALUE "N".
          88 WS-RETEM                       VALUE "S".
       01 WS-MOTIVO            PIC X(50)   VALUE SPACES.
      * AGRUPAMENTO MATRIZ/FILIAL (MESMA REGRA DO CNPJGRUPO): RAIZ =
      * 8 PRIMEIRAS POSICOES, ORDEM = 4 SEGUINTES, "0001" = MATRIZ
       01 WS-RAIZ              PIC X(08)   VALUE SPACES.
       01 WS-ORDEM             PIC X(04)   VALUE SPACES.
       01 WS-ORDEM-MATRIZ      PIC X(04)   VALUE "0001".
       01 WS-CHAVE-MATRIZ.
          03 WS-CHM-RAIZ       PIC X(08).
          03 WS-CHM-ORDEM      PIC X(04).
          03 WS-CHM-DIGITOS    PIC X(02).
       01 WS-ACHOU-MATRIZ-SW   PIC X(01)   VALUE "N".
          88 WS-ACHOU-MATRIZ                VALUE "S".
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "PAGRREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "PAGTRIAG".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIBERADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-RETIDOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-NAO-VALID   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-BLOQUEADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-MATRIZ  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-INVALIDOS   PIC 9(07)   VALUE ZEROES.
       01 WS-VLR-LIBERADO      PIC 9(11)V99 VALUE ZEROES.
       01 WS-VLR-RETIDO        PIC 9(11)V99 VALUE ZEROES.
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
      * O MESTRE DE FORNECEDORES E OBRIGATORIO; A PROPOSTA DO DIA E
      * OPCIONAL (SEM ELA AS SAIDAS SAEM VAZIAS)
           DISPLAY " ".
           DISPLAY "INICIO DA TRIAGEM DA PROPOSTA DE PAGAMENTOS".

           OPEN INPUT CNPJ-MASTER-FILE.
           IF WS-CNPJMAST-STATUS NOT = "00"
              DISPLAY "*** CNPJMAST NAO ABRIU (STATUS "
                      WS-CNPJMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "CNPJMAST" TO WS-INC-ARQUIVO
              MOVE WS-CNPJMAST-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN INPUT PROPOSTA-FILE
              IF WS-PAGPROP-STATUS = "00"
                 MOVE "S" TO WS-PROPOSTA-OK-SW
              ELSE
                 DISPLAY "PAGPROP INDISPONIVEL (STATUS "
                         WS-PAGPROP-STATUS ") - SEM PROPOSTA DE "
                         "PAGAMENTOS NO DIA"
                 MOVE "Y" TO WS-EOF-SW
              END-IF
              OPEN OUTPUT LIBERADOS-FILE
              OPEN OUTPUT RETIDOS-FILE
              OPEN OUTPUT RETIDOS-REPORT-FILE
              IF NOT WS-EOF
                 PERFORM 00024-LE-PROPOSTA
              END-IF
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * TRIA A NOTA CORRENTE E GRAVA NA SAIDA CORRESPONDENTE
           MOVE "N"    TO WS-RETEM-SW.
           MOVE SPACES TO WS-MOTIVO.
           IF PAG-VALOR NOT NUMERIC OR PAG-VALOR = ZEROES OR
              PAG-DATA-VENC NOT NUMERIC OR PAG-CNPJ = SPACES
              MOVE "S" TO WS-RETEM-SW
              MOVE "PROPOSTA COM CNPJ/VENCIMENTO/VALOR INVALIDO"
                   TO WS-MOTIVO
              ADD 1 TO WS-TOTAL-INVALIDOS
           ELSE
              PERFORM 00025-CONFERE-FORNECEDOR
              IF NOT WS-RETEM
                 PERFORM 00027-CONFERE-MATRIZ
              END-IF
           END-IF.
           IF WS-RETEM
              PERFORM 00030-GRAVA-RETIDO
           ELSE
              MOVE PAG-REC TO PAG-LIB-REC
              WRITE PAG-LIB-REC
              ADD 1 TO WS-TOTAL-LIBERADOS
              ADD PAG-VALOR TO WS-VLR-LIBERADO
           END-IF.
           PERFORM 00024-LE-PROPOSTA.
       00020-END.
      *
       00024-LE-PROPOSTA   SECTION.
           READ PROPOSTA-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00025-CONFERE-FORNECEDOR SECTION.
      * O CNPJ DA NOTA PRECISA TER PASSADO PELO CNPJBATCH (ESTAR NO
      * MESTRE) E NAO PODE ESTAR BLOQUEADO PELO CNPJSANC
           MOVE PAG-CNPJ TO CNPJ-MST-CHAVE.
           READ CNPJ-MASTER-FILE
               INVALID KEY
                   MOVE "S" TO WS-RETEM-SW
                   MOVE "CNPJ NAO VALIDADO (AUSENTE DO CNPJMAST)"
                        TO WS-MOTIVO
                   ADD 1 TO WS-TOTAL-NAO-VALID
               NOT INVALID KEY
                   IF CNPJ-MST-BLOQUEADO
                      MOVE "S" TO WS-RETEM-SW
                      STRING "FORNECEDOR BLOQUEADO: "
                             DELIMITED BY SIZE
                             CNPJ-MST-BLOQ-MOTIVO
                             DELIMITED BY SIZE
                        INTO WS-MOTIVO
                      END-STRING
                      ADD 1 TO WS-TOTAL-BLOQUEADOS
                   END-IF
           END-READ.
       00025-END.
      *
       00027-CONFERE-MATRIZ SECTION.
      * FILIAL (ORDEM DIFERENTE DE 0001) SO E PAGA SE A MATRIZ DA
      * MESMA RAIZ ESTA NO MESTRE E NAO ESTA BLOQUEADA -- O BLOQUEIO
      * DO COMPLIANCE VALE PARA O GRUPO INTEIRO. OS DIGITOS DA MATRIZ
      * NAO SAO CONHECIDOS: POSICIONA NO INICIO DA RAIZ + 0001 E
      * CONFERE AS 12 PRIMEIRAS POSICOES DO PRIMEIRO REGISTRO
           MOVE PAG-CNPJ(1:8) TO WS-RAIZ.
           MOVE PAG-CNPJ(9:4) TO WS-ORDEM.
           IF WS-ORDEM NOT = WS-ORDEM-MATRIZ
              MOVE "N"             TO WS-ACHOU-MATRIZ-SW
              MOVE WS-RAIZ         TO WS-CHM-RAIZ
              MOVE WS-ORDEM-MATRIZ TO WS-CHM-ORDEM
              MOVE LOW-VALUES      TO WS-CHM-DIGITOS
              MOVE WS-CHAVE-MATRIZ TO CNPJ-MST-CHAVE
              START CNPJ-MASTER-FILE KEY >= CNPJ-MST-CHAVE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 00028-LE-MATRIZ
              END-START
              IF NOT WS-ACHOU-MATRIZ
                 MOVE "S" TO WS-RETEM-SW
                 MOVE "FILIAL SEM MATRIZ (0001) NO CNPJMAST"
                      TO WS-MOTIVO
                 ADD 1 TO WS-TOTAL-SEM-MATRIZ
              ELSE
                 IF CNPJ-MST-BLOQUEADO
                    MOVE "S" TO WS-RETEM-SW
                    STRING "MATRIZ BLOQUEADA: "
                           DELIMITED BY SIZE
                           CNPJ-MST-BLOQ-MOTIVO
                           DELIMITED BY SIZE
                      INTO WS-MOTIVO
                    END-STRING
                    ADD 1 TO WS-TOTAL-BLOQUEADOS
                 END-IF
              END-IF
           END-IF.
       00027-END.
      *
       00028-LE-MATRIZ     SECTION.
           READ CNPJ-MASTER-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF CNPJ-MST-CHAVE(1:8) = WS-RAIZ AND
                      CNPJ-MST-CHAVE(9:4) = WS-ORDEM-MATRIZ
                      MOVE "S" TO WS-ACHOU-MATRIZ-SW
                   END-IF
           END-READ.
       00028-END.
      *
       00030-GRAVA-RETIDO  SECTION.
      * A NOTA RETIDA VAI PARA O PAGRET NO LAYOUT ORIGINAL E SAI NO
      * RELATORIO COM O MOTIVO
           MOVE PAG-REC TO PAG-RET-REC.
           WRITE PAG-RET-REC.
           ADD 1 TO WS-TOTAL-RETIDOS.
           MOVE SPACES           TO PAG-REP-REC.
           MOVE "RETIDO"         TO PREP-ROTULO.
           MOVE PAG-DOCUMENTO    TO PREP-DOCUMENTO.
           MOVE PAG-CNPJ         TO PREP-CNPJ.
           IF PAG-DATA-VENC NUMERIC
              MOVE PAG-DATA-VENC TO PREP-VENCIMENTO
           ELSE
              MOVE ZEROES        TO PREP-VENCIMENTO
           END-IF.
           IF PAG-VALOR NUMERIC
              MOVE PAG-VALOR     TO PREP-VALOR
              ADD PAG-VALOR      TO WS-VLR-RETIDO
           ELSE
              MOVE ZEROES        TO PREP-VALOR
           END-IF.
           MOVE WS-MOTIVO        TO PREP-MOTIVO.
           WRITE PAG-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00030-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
      * LINHAS DE TOTAL DO RELATORIO (LIBERADO E RETIDO) E
      * FECHAMENTO
           MOVE SPACES            TO PAG-REP-REC.
           MOVE "TOTAL"           TO PREP-ROTULO.
           MOVE "LIBERADO"        TO PREP-DOCUMENTO.
           MOVE ZEROES            TO PREP-VENCIMENTO.
           MOVE WS-VLR-LIBERADO   TO PREP-VALOR.
           MOVE WS-TOTAL-LIBERADOS TO PREP-MOTIVO(1:7).
           MOVE "NOTA(S)"         TO PREP-MOTIVO(9:7).
           WRITE PAG-REP-REC.
           MOVE SPACES            TO PAG-REP-REC.
           MOVE "TOTAL"           TO PREP-ROTULO.
           MOVE "RETIDO"          TO PREP-DOCUMENTO.
           MOVE ZEROES            TO PREP-VENCIMENTO.
           MOVE WS-VLR-RETIDO     TO PREP-VALOR.
           MOVE WS-TOTAL-RETIDOS  TO PREP-MOTIVO(1:7).
           MOVE "NOTA(S)"         TO PREP-MOTIVO(9:7).
           WRITE PAG-REP-REC.
           ADD 2 TO WS-SPL-LINHAS.
           IF WS-PROPOSTA-OK
              CLOSE PROPOSTA-FILE
           END-IF.
           CLOSE CNPJ-MASTER-FILE.
           CLOSE LIBERADOS-FILE.
           CLOSE RETIDOS-FILE.
           CLOSE RETIDOS-REPORT-FILE.
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
           MOVE "PAGTRIAG"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-LIBERADOS   TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-RETIDOS     TO AUDIT-QTDE-REJEIT.
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
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O MESTRE DE
      * FORNECEDORES NAO ABRIU, ALERTA SE ALGUMA NOTA FOI RETIDA,
      * NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-RETIDOS > ZEROES
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
           DISPLAY "NOTAS LIDAS..........: " WS-TOTAL-LIDOS.
           DISPLAY "NOTAS LIBERADAS......: " WS-TOTAL-LIBERADOS.
           DISPLAY "NOTAS RETIDAS........: " WS-TOTAL-RETIDOS.
           DISPLAY "  CNPJ NAO VALIDADO..: " WS-TOTAL-NAO-VALID.
           DISPLAY "  BLOQUEADAS.........: " WS-TOTAL-BLOQUEADOS.
           DISPLAY "  FILIAL SEM MATRIZ..: " WS-TOTAL-SEM-MATRIZ.
           DISPLAY "  PROPOSTA INVALIDA..: " WS-TOTAL-INVALIDOS.
           DISPLAY "VALOR LIBERADO.......: " WS-VLR-LIBERADO.
           DISPLAY "VALOR RETIDO.........: " WS-VLR-RETIDO.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA TRIAGEM DA PROPOSTA DE PAGAMENTOS".
       00050-END.
