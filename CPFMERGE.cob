       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CPFMERGE.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Juncao da validacao de CPF particionada: depois
      *                que as instancias paralelas do CPFBATCH (uma por
      *                faixa de chave gravada pelo CPFPREP) terminam,
      *                prova pelos totais de controle do AUDITLOG que
      *                cada faixa leu exatamente o que o CPFPREP gravou
      *                nela (CPFPCTL e CPFPREP-Pnn x CPFBATCH-Pnn), que
      *                LIDOS = ACEITOS + REJEITADOS em cada uma e que a
      *                soma das faixas fecha com a saida do CPFPREP; so
      *                entao junta as fatias de excecao e de rastreio,
      *                na ordem das faixas (que e a ordem de CPF), nos
      *                CPFEXCPT/CPFTRACE do dia e acrescenta as fatias
      *                de pendencia ao CPFPEND cumulativo. A rodada
      *                toda fica registrada no AUDITLOG como CPFMERGE,
      *                com os totais somados das faixas, e uma segunda
      *                juncao depois do mesmo CPFPREP e recusada para
      *                nao duplicar pendencias.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Todas as fatias de pendencia sao conferidas
      *                  antes de o CPFPEND ser aberto para acrescimo:
      *                  fatia ausente no meio da juncao deixava as
      *                  anteriores ja acrescentadas, e o rerun as
      *                  acrescentava de novo.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CPF-PCTL-FILE ASSIGN TO "CPFPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPFPCTL-STATUS.

           SELECT CPF-EXC-01-FILE ASSIGN TO "CPFEXC01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-EXC-02-FILE ASSIGN TO "CPFEXC02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-EXC-03-FILE ASSIGN TO "CPFEXC03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-EXC-04-FILE ASSIGN TO "CPFEXC04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-TRC-01-FILE ASSIGN TO "CPFTRC01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-TRC-02-FILE ASSIGN TO "CPFTRC02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-TRC-03-FILE ASSIGN TO "CPFTRC03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-TRC-04-FILE ASSIGN TO "CPFTRC04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-PND-01-FILE ASSIGN TO "CPFPND01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-PND-02-FILE ASSIGN TO "CPFPND02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-PND-03-FILE ASSIGN TO "CPFPND03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-PND-04-FILE ASSIGN TO "CPFPND04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FATIA-STATUS.

           SELECT CPF-EXCECAO-FILE ASSIGN TO "CPFEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-TRACE-FILE ASSIGN TO "CPFTRACE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PENDENTE-FILE ASSIGN TO "CPFPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPFPEND-STATUS.

           SELECT MERGE-REPORT-FILE ASSIGN TO "CPFMREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CPF-PCTL-FILE.
           COPY CPFPCTL.

       FD  CPF-EXC-01-FILE.
       01  CPF-EXC-01-REC      PIC X(67).

       FD  CPF-EXC-02-FILE.
       01  CPF-EXC-02-REC      PIC X(67).

       FD  CPF-EXC-03-FILE.
       01  CPF-EXC-03-REC      PIC X(67).

       FD  CPF-EXC-04-FILE.
       01  CPF-EXC-04-REC      PIC X(67).

       FD  CPF-TRC-01-FILE.
       01  CPF-TRC-01-REC      PIC X(26).

       FD  CPF-TRC-02-FILE.
       01  CPF-TRC-02-REC      PIC X(26).

       FD  CPF-TRC-03-FILE.
       01  CPF-TRC-03-REC      PIC X(26).

       FD  CPF-TRC-04-FILE.
       01  CPF-TRC-04-REC      PIC X(26).

       FD  CPF-PND-01-FILE.
       01  CPF-PND-01-REC      PIC X(24).

       FD  CPF-PND-02-FILE.
       01  CPF-PND-02-REC      PIC X(24).

       FD  CPF-PND-03-FILE.
       01  CPF-PND-03-REC      PIC X(24).

       FD  CPF-PND-04-FILE.
       01  CPF-PND-04-REC      PIC X(24).

       FD  CPF-EXCECAO-FILE.
       01  CPF-EXCECAO-REC     PIC X(67).

       FD  CPF-TRACE-FILE.
       01  CPF-TRACE-REC       PIC X(26).

       FD  CPF-PENDENTE-FILE.
           COPY CPFPEND.

       FD  MERGE-REPORT-FILE.
       01  MERGE-REP-REC.
           03 MREP-ROTULO          PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-PARTICAO        PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-QTDE-CTL        PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-QTDE-PREP       PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-LIDOS           PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-ACEITOS         PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-REJEITADOS      PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-EXCECOES        PIC 9(07).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 MREP-MSG             PIC X(40).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CPFPCTL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CPFPEND-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FATIA-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "CPFMERGE".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-PROVA-OK-SW       PIC X(01)   VALUE "S".
          88 WS-PROVA-OK                    VALUE "S".
      * JA HOUVE JUNCAO BEM-SUCEDIDA DEPOIS DO ULTIMO CPFPREP
       01 WS-JA-JUNTADO-SW     PIC X(01)   VALUE "N".
          88 WS-JA-JUNTADO                  VALUE "S".
       01 WS-PREP-ACHADO-SW    PIC X(01)   VALUE "N".
          88 WS-PREP-ACHADO                 VALUE "S".
       01 WS-PREP-GRAVADOS     PIC 9(07)   VALUE ZEROES.
       01 WS-MAX-PARTICOES     PIC 9(02)   VALUE 4.
       01 WS-QTDE-PARTICOES    PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-PART          PIC 9(02)   VALUE ZEROES.
      * UMA LINHA POR FAIXA: O QUE O CPFPREP GRAVOU (CPFPCTL E
      * AUDITLOG) E O QUE A INSTANCIA DA FAIXA INFORMOU NO AUDITLOG
       01 WS-TAB-PARTICOES.
          03 WS-PART-ITEM                   OCCURS 4 TIMES.
             05 WS-PART-QTDE-CTL   PIC 9(07).
             05 WS-PART-QTDE-PREP  PIC 9(07).
             05 WS-PART-BATCH-SW   PIC X(01).
             05 WS-PART-LIDOS      PIC 9(07).
             05 WS-PART-ACEITOS    PIC 9(07).
             05 WS-PART-REJEITADOS PIC 9(07).
             05 WS-PART-HASH       PIC 9(09).
             05 WS-PART-RC         PIC 9(04).
             05 WS-PART-EXCECOES   PIC 9(07).
             05 WS-PART-MSG        PIC X(40).
      * NOME DO PROGRAMA NO AUDITLOG QUEBRADO EM PREFIXO E FAIXA
       01 WS-AUD-PROGRAMA.
          03 WS-AUD-PREFIXO    PIC X(10).
          03 WS-AUD-FAIXA      PIC X(02).
          03 FILLER            PIC X(08).
       01 WS-AUD-FAIXA-NUM     PIC 9(02)   VALUE ZEROES.
       01 WS-TOTAL-CTL         PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ACEITOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXCECOES    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-TRACOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PENDENCIAS  PIC 9(07)   VALUE ZEROES.
      * A SOMA DOS HASHES DAS FAIXAS, TRUNCADA EM 9 DIGITOS, E O MESMO
      * HASH QUE UMA PASSADA UNICA TERIA GRAVADO
       01 WS-SOMA-HASH         PIC 9(11)   VALUE ZEROES.
       01 WS-TOTAL-HASH        PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROVA-CONTAGENS
              IF WS-PROVA-OK AND NOT WS-JA-JUNTADO
                 PERFORM 00030-JUNTA-FATIAS
              END-IF
              PERFORM 00040-IMPRIME-PROVA
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * O CPFPCTL DA RODADA PARTICIONADA E OBRIGATORIO; O AUDITLOG E
      * LIDO INTEIRO PARA PEGAR OS TOTAIS DO ULTIMO CPFPREP E DAS
      * INSTANCIAS QUE RODARAM DEPOIS DELE
           DISPLAY " ".
           DISPLAY "INICIO DA JUNCAO DA VALIDACAO DE CPF PARTICIONADA".
           PERFORM 00011-ZERA-PARTICAO
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-MAX-PARTICOES.
           OPEN INPUT CPF-PCTL-FILE.
           IF WS-CPFPCTL-STATUS NOT = "00"
              DISPLAY "*** CPFPCTL NAO ABRIU (STATUS "
                      WS-CPFPCTL-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "CPFPCTL" TO WS-INC-ARQUIVO
              MOVE WS-CPFPCTL-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              PERFORM 00012-LE-CONTROLE UNTIL WS-EOF
              CLOSE CPF-PCTL-FILE
              IF WS-QTDE-PARTICOES = ZEROES
                 DISPLAY "*** CPFPCTL VAZIO - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
              ELSE
                 MOVE "N" TO WS-EOF-SW
                 OPEN INPUT AUDIT-TRAIL-FILE
                 IF WS-AUDIT-STATUS = "00"
                    PERFORM 00013-LE-AUDITORIA UNTIL WS-EOF
                    CLOSE AUDIT-TRAIL-FILE
                 END-IF
                 OPEN OUTPUT MERGE-REPORT-FILE
              END-IF
           END-IF.
       00010-END.
      *
       00011-ZERA-PARTICAO SECTION.
           MOVE ZEROES TO WS-PART-QTDE-CTL(WS-IDX-PART)
                          WS-PART-EXCECOES(WS-IDX-PART).
           PERFORM 00011A-ZERA-INSTANCIA.
           MOVE SPACES TO WS-PART-MSG(WS-IDX-PART).
       00011-END.
      *
       00011A-ZERA-INSTANCIA SECTION.
      * ESQUECE O QUE O AUDITLOG DISSE DA FAIXA (UM CPFPREP NOVO
      * INVALIDA AS INSTANCIAS QUE RODARAM ANTES DELE)
           MOVE ZEROES TO WS-PART-QTDE-PREP(WS-IDX-PART)
                          WS-PART-LIDOS(WS-IDX-PART)
                          WS-PART-ACEITOS(WS-IDX-PART)
                          WS-PART-REJEITADOS(WS-IDX-PART)
                          WS-PART-HASH(WS-IDX-PART)
                          WS-PART-RC(WS-IDX-PART).
           MOVE "N"    TO WS-PART-BATCH-SW(WS-IDX-PART).
       00011A-END.
      *
       00012-LE-CONTROLE   SECTION.
           READ CPF-PCTL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF PCTL-PARTICAO > ZEROES AND
                      PCTL-PARTICAO NOT > WS-MAX-PARTICOES
                      MOVE PCTL-QTDE TO WS-PART-QTDE-CTL(PCTL-PARTICAO)
                      ADD PCTL-QTDE  TO WS-TOTAL-CTL
                      IF PCTL-PARTICAO > WS-QTDE-PARTICOES
                         MOVE PCTL-PARTICAO TO WS-QTDE-PARTICOES
                      END-IF
                   END-IF
           END-READ.
       00012-END.
      *
       00013-LE-AUDITORIA  SECTION.
      * O AUDITLOG ESTA EM ORDEM CRONOLOGICA: O ULTIMO REGISTRO DE
      * CADA FAIXA E O QUE VALE, E CADA CPFPREP ZERA O QUE VEIO ANTES
           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   PERFORM 00014-CLASSIFICA-AUDITORIA
           END-READ.
       00013-END.
      *
       00014-CLASSIFICA-AUDITORIA SECTION.
           MOVE AUDIT-PROGRAMA TO WS-AUD-PROGRAMA.
           MOVE ZEROES         TO WS-AUD-FAIXA-NUM.
           IF WS-AUD-FAIXA NUMERIC
              MOVE WS-AUD-FAIXA TO WS-AUD-FAIXA-NUM
           END-IF.
           IF WS-AUD-FAIXA-NUM > WS-MAX-PARTICOES
              MOVE ZEROES TO WS-AUD-FAIXA-NUM
           END-IF.
           EVALUATE TRUE
               WHEN AUDIT-PROGRAMA = "CPFPREP"
                   MOVE "S" TO WS-PREP-ACHADO-SW
                   MOVE "N" TO WS-JA-JUNTADO-SW
                   MOVE AUDIT-QTDE-ACEITOS TO WS-PREP-GRAVADOS
                   PERFORM 00011A-ZERA-INSTANCIA
                      VARYING WS-IDX-PART FROM 1 BY 1
                      UNTIL WS-IDX-PART > WS-MAX-PARTICOES
               WHEN WS-AUD-PREFIXO(1:9) = "CPFPREP-P" AND
                    WS-AUD-PROGRAMA(10:2) NUMERIC AND
                    WS-AUD-PROGRAMA(10:2) > "00" AND
                    WS-AUD-PROGRAMA(10:2) NOT > "04"
                   MOVE WS-AUD-PROGRAMA(10:2) TO WS-AUD-FAIXA-NUM
                   MOVE AUDIT-QTDE-ACEITOS
                        TO WS-PART-QTDE-PREP(WS-AUD-FAIXA-NUM)
               WHEN WS-AUD-PREFIXO = "CPFBATCH-P" AND
                    WS-AUD-FAIXA-NUM > ZEROES
                   MOVE "S" TO WS-PART-BATCH-SW(WS-AUD-FAIXA-NUM)
                   MOVE AUDIT-QTDE-LIDOS
                        TO WS-PART-LIDOS(WS-AUD-FAIXA-NUM)
                   MOVE AUDIT-QTDE-ACEITOS
                        TO WS-PART-ACEITOS(WS-AUD-FAIXA-NUM)
                   MOVE AUDIT-QTDE-REJEIT
                        TO WS-PART-REJEITADOS(WS-AUD-FAIXA-NUM)
                   MOVE AUDIT-HASH-TOTAL
                        TO WS-PART-HASH(WS-AUD-FAIXA-NUM)
                   MOVE AUDIT-RETURN-CODE
                        TO WS-PART-RC(WS-AUD-FAIXA-NUM)
               WHEN AUDIT-PROGRAMA = "CPFMERGE"
                   IF AUDIT-RETURN-CODE < RC-ERRO AND
                      AUDIT-QTDE-LIDOS > ZEROES
                      MOVE "S" TO WS-JA-JUNTADO-SW
                   END-IF
           END-EVALUATE.
       00014-END.
      *
       00020-PROVA-CONTAGENS SECTION.
      * CADA FAIXA: A INSTANCIA RODOU SEM ABORTAR, LEU O QUE O CPFPREP
      * GRAVOU NELA E FECHA LIDOS = ACEITOS + REJEITADOS; NO TOTAL, AS
      * FAIXAS SOMAM A SAIDA DO CPFPREP
           IF NOT WS-PREP-ACHADO
              DISPLAY "*** NENHUM CPFPREP NO AUDITLOG ***"
              MOVE "N" TO WS-PROVA-OK-SW
           END-IF.
           PERFORM 00021-PROVA-PARTICAO
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-QTDE-PARTICOES.
           MOVE WS-SOMA-HASH TO WS-TOTAL-HASH.
           IF WS-TOTAL-LIDOS NOT = WS-PREP-GRAVADOS OR
              WS-TOTAL-CTL NOT = WS-PREP-GRAVADOS
              DISPLAY "*** SOMA DAS FAIXAS (" WS-TOTAL-LIDOS
                      ") NAO FECHA COM A SAIDA DO CPFPREP ("
                      WS-PREP-GRAVADOS ") ***"
              MOVE "N" TO WS-PROVA-OK-SW
           END-IF.
           IF WS-JA-JUNTADO
              DISPLAY "FATIAS JA JUNTADAS DEPOIS DO ULTIMO CPFPREP - "
                      "NADA A ACRESCENTAR AO CPFPEND"
           END-IF.
       00020-END.
      *
       00021-PROVA-PARTICAO SECTION.
           EVALUATE TRUE
               WHEN WS-PART-BATCH-SW(WS-IDX-PART) NOT = "S"
                   MOVE "INSTANCIA NAO RODOU DEPOIS DO CPFPREP"
                        TO WS-PART-MSG(WS-IDX-PART)
               WHEN WS-PART-RC(WS-IDX-PART) > RC-ALERTA
                   MOVE "INSTANCIA TERMINOU EM ERRO/FATAL"
                        TO WS-PART-MSG(WS-IDX-PART)
               WHEN WS-PART-LIDOS(WS-IDX-PART) NOT =
                    WS-PART-QTDE-CTL(WS-IDX-PART)
                   MOVE "LIDOS DIFERE DO GRAVADO NA FAIXA"
                        TO WS-PART-MSG(WS-IDX-PART)
               WHEN WS-PART-QTDE-PREP(WS-IDX-PART) NOT =
                    WS-PART-QTDE-CTL(WS-IDX-PART)
                   MOVE "CPFPCTL DIFERE DO AUDITLOG DO CPFPREP"
                        TO WS-PART-MSG(WS-IDX-PART)
               WHEN WS-PART-LIDOS(WS-IDX-PART) NOT =
                    WS-PART-ACEITOS(WS-IDX-PART) +
                    WS-PART-REJEITADOS(WS-IDX-PART)
                   MOVE "LIDOS DIFERE DE ACEITOS + REJEITADOS"
                        TO WS-PART-MSG(WS-IDX-PART)
               WHEN OTHER
                   MOVE "OK" TO WS-PART-MSG(WS-IDX-PART)
           END-EVALUATE.
           IF WS-PART-MSG(WS-IDX-PART) NOT = "OK"
              MOVE "N" TO WS-PROVA-OK-SW
              DISPLAY "*** FAIXA " WS-IDX-PART ": "
                      WS-PART-MSG(WS-IDX-PART) " ***"
           END-IF.
           ADD WS-PART-LIDOS(WS-IDX-PART)      TO WS-TOTAL-LIDOS.
           ADD WS-PART-ACEITOS(WS-IDX-PART)    TO WS-TOTAL-ACEITOS.
           ADD WS-PART-REJEITADOS(WS-IDX-PART) TO WS-TOTAL-REJEITADOS.
           ADD WS-PART-HASH(WS-IDX-PART)       TO WS-SOMA-HASH.
       00021-END.
      *
       00030-JUNTA-FATIAS  SECTION.
      * EXCECOES E RASTREIO DO DIA SAEM INTEIROS, FAIXA APOS FAIXA;
      * AS EXCECOES DE CADA FATIA TEM DE BATER COM OS REJEITADOS DA
      * INSTANCIA ANTES DE AS PENDENCIAS ENTRAREM NO CPFPEND
           OPEN OUTPUT CPF-EXCECAO-FILE.
           OPEN OUTPUT CPF-TRACE-FILE.
           PERFORM 00031-JUNTA-EXCECOES
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-QTDE-PARTICOES.
           PERFORM 00033-JUNTA-TRACOS
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-QTDE-PARTICOES.
           CLOSE CPF-EXCECAO-FILE.
           CLOSE CPF-TRACE-FILE.
           IF WS-PROVA-OK
              PERFORM 00037-CONFERE-PENDENCIA
                 VARYING WS-IDX-PART FROM 1 BY 1
                 UNTIL WS-IDX-PART > WS-QTDE-PARTICOES
           END-IF.
           IF WS-PROVA-OK
              OPEN EXTEND CPF-PENDENTE-FILE
              IF WS-CPFPEND-STATUS = "35"
                 OPEN OUTPUT CPF-PENDENTE-FILE
              END-IF
              PERFORM 00035-JUNTA-PENDENCIAS
                 VARYING WS-IDX-PART FROM 1 BY 1
                 UNTIL WS-IDX-PART > WS-QTDE-PARTICOES
              CLOSE CPF-PENDENTE-FILE
           ELSE
              DISPLAY "*** EXCECOES DAS FATIAS NAO FECHAM COM OS "
                      "REJEITADOS OU FALTA FATIA DE PENDENCIAS - "
                      "CPFPEND NAO ATUALIZADO ***"
           END-IF.
       00030-END.
      *
       00031-JUNTA-EXCECOES SECTION.
           MOVE "N" TO WS-EOF-SW.
           EVALUATE WS-IDX-PART
               WHEN 1
                   OPEN INPUT CPF-EXC-01-FILE
               WHEN 2
                   OPEN INPUT CPF-EXC-02-FILE
               WHEN 3
                   OPEN INPUT CPF-EXC-03-FILE
               WHEN 4
                   OPEN INPUT CPF-EXC-04-FILE
           END-EVALUATE.
           IF WS-FATIA-STATUS NOT = "00"
              MOVE "FATIA DE EXCECOES AUSENTE"
                   TO WS-PART-MSG(WS-IDX-PART)
              MOVE "N" TO WS-PROVA-OK-SW
           ELSE
              PERFORM 00032-COPIA-EXCECAO UNTIL WS-EOF
              EVALUATE WS-IDX-PART
                  WHEN 1
                      CLOSE CPF-EXC-01-FILE
                  WHEN 2
                      CLOSE CPF-EXC-02-FILE
                  WHEN 3
                      CLOSE CPF-EXC-03-FILE
                  WHEN 4
                      CLOSE CPF-EXC-04-FILE
              END-EVALUATE
              IF WS-PART-EXCECOES(WS-IDX-PART) NOT =
                 WS-PART-REJEITADOS(WS-IDX-PART)
                 MOVE "EXCECOES DIFEREM DOS REJEITADOS"
                      TO WS-PART-MSG(WS-IDX-PART)
                 MOVE "N" TO WS-PROVA-OK-SW
              END-IF
           END-IF.
       00031-END.
      *
       00032-COPIA-EXCECAO SECTION.
           EVALUATE WS-IDX-PART
               WHEN 1
                   READ CPF-EXC-01-FILE INTO CPF-EXCECAO-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ CPF-EXC-02-FILE INTO CPF-EXCECAO-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ CPF-EXC-03-FILE INTO CPF-EXCECAO-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ CPF-EXC-04-FILE INTO CPF-EXCECAO-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF
              WRITE CPF-EXCECAO-REC
              ADD 1 TO WS-PART-EXCECOES(WS-IDX-PART)
              ADD 1 TO WS-TOTAL-EXCECOES
           END-IF.
       00032-END.
      *
       00033-JUNTA-TRACOS  SECTION.
      * O RASTREIO E SO APOIO A CONTESTACAO: FATIA AUSENTE NAO
      * DERRUBA A PROVA, SO FICA NO LOG
           MOVE "N" TO WS-EOF-SW.
           EVALUATE WS-IDX-PART
               WHEN 1
                   OPEN INPUT CPF-TRC-01-FILE
               WHEN 2
                   OPEN INPUT CPF-TRC-02-FILE
               WHEN 3
                   OPEN INPUT CPF-TRC-03-FILE
               WHEN 4
                   OPEN INPUT CPF-TRC-04-FILE
           END-EVALUATE.
           IF WS-FATIA-STATUS NOT = "00"
              DISPLAY "FATIA DE RASTREIO DA FAIXA " WS-IDX-PART
                      " AUSENTE (STATUS " WS-FATIA-STATUS ")"
           ELSE
              PERFORM 00034-COPIA-TRACO UNTIL WS-EOF
              EVALUATE WS-IDX-PART
                  WHEN 1
                      CLOSE CPF-TRC-01-FILE
                  WHEN 2
                      CLOSE CPF-TRC-02-FILE
                  WHEN 3
                      CLOSE CPF-TRC-03-FILE
                  WHEN 4
                      CLOSE CPF-TRC-04-FILE
              END-EVALUATE
           END-IF.
       00033-END.
      *
       00034-COPIA-TRACO   SECTION.
           EVALUATE WS-IDX-PART
               WHEN 1
                   READ CPF-TRC-01-FILE INTO CPF-TRACE-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ CPF-TRC-02-FILE INTO CPF-TRACE-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ CPF-TRC-03-FILE INTO CPF-TRACE-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ CPF-TRC-04-FILE INTO CPF-TRACE-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF
              WRITE CPF-TRACE-REC
              ADD 1 TO WS-TOTAL-TRACOS
           END-IF.
       00034-END.
      *
       00035-JUNTA-PENDENCIAS SECTION.
           MOVE "N" TO WS-EOF-SW.
           EVALUATE WS-IDX-PART
               WHEN 1
                   OPEN INPUT CPF-PND-01-FILE
               WHEN 2
                   OPEN INPUT CPF-PND-02-FILE
               WHEN 3
                   OPEN INPUT CPF-PND-03-FILE
               WHEN 4
                   OPEN INPUT CPF-PND-04-FILE
           END-EVALUATE.
           IF WS-FATIA-STATUS NOT = "00"
              DISPLAY "*** FATIA DE PENDENCIAS DA FAIXA " WS-IDX-PART
                      " AUSENTE (STATUS " WS-FATIA-STATUS ") ***"
              MOVE "FATIA DE PENDENCIAS AUSENTE"
                   TO WS-PART-MSG(WS-IDX-PART)
              MOVE "N" TO WS-PROVA-OK-SW
           ELSE
              PERFORM 00036-COPIA-PENDENCIA UNTIL WS-EOF
              EVALUATE WS-IDX-PART
                  WHEN 1
                      CLOSE CPF-PND-01-FILE
                  WHEN 2
                      CLOSE CPF-PND-02-FILE
                  WHEN 3
                      CLOSE CPF-PND-03-FILE
                  WHEN 4
                      CLOSE CPF-PND-04-FILE
              END-EVALUATE
           END-IF.
       00035-END.
      *
       00036-COPIA-PENDENCIA SECTION.
           EVALUATE WS-IDX-PART
               WHEN 1
                   READ CPF-PND-01-FILE INTO CPF-PEND-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 2
                   READ CPF-PND-02-FILE INTO CPF-PEND-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 3
                   READ CPF-PND-03-FILE INTO CPF-PEND-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
               WHEN 4
                   READ CPF-PND-04-FILE INTO CPF-PEND-REC
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                   END-READ
           END-EVALUATE.
           IF NOT WS-EOF
              WRITE CPF-PEND-REC
              ADD 1 TO WS-TOTAL-PENDENCIAS
           END-IF.
       00036-END.
      *
       00037-CONFERE-PENDENCIA SECTION.
      * SO ABRE E FECHA A FATIA DE PENDENCIAS: O CPFPEND E CUMULATIVO
      * E SO RECEBE AS FATIAS QUANDO TODAS ESTAO PRESENTES, PARA UMA
      * FALTA NAO DEIXAR PARTE DELAS JA ACRESCENTADA
           EVALUATE WS-IDX-PART
               WHEN 1
                   OPEN INPUT CPF-PND-01-FILE
               WHEN 2
                   OPEN INPUT CPF-PND-02-FILE
               WHEN 3
                   OPEN INPUT CPF-PND-03-FILE
               WHEN 4
                   OPEN INPUT CPF-PND-04-FILE
           END-EVALUATE.
           IF WS-FATIA-STATUS NOT = "00"
              DISPLAY "*** FATIA DE PENDENCIAS DA FAIXA " WS-IDX-PART
                      " AUSENTE (STATUS " WS-FATIA-STATUS ") ***"
              MOVE "FATIA DE PENDENCIAS AUSENTE"
                   TO WS-PART-MSG(WS-IDX-PART)
              MOVE "N" TO WS-PROVA-OK-SW
           ELSE
              EVALUATE WS-IDX-PART
                  WHEN 1
                      CLOSE CPF-PND-01-FILE
                  WHEN 2
                      CLOSE CPF-PND-02-FILE
                  WHEN 3
                      CLOSE CPF-PND-03-FILE
                  WHEN 4
                      CLOSE CPF-PND-04-FILE
              END-EVALUATE
           END-IF.
       00037-END.
      *
       00040-IMPRIME-PROVA SECTION.
      * UMA LINHA POR FAIXA E A LINHA DE TOTAL CONTRA O CPFPREP
           PERFORM 00041-IMPRIME-PARTICAO
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-QTDE-PARTICOES.
           MOVE SPACES              TO MERGE-REP-REC.
           MOVE "TOTAL"             TO MREP-ROTULO.
           MOVE WS-TOTAL-CTL        TO MREP-QTDE-CTL.
           MOVE WS-PREP-GRAVADOS    TO MREP-QTDE-PREP.
           MOVE WS-TOTAL-LIDOS      TO MREP-LIDOS.
           MOVE WS-TOTAL-ACEITOS    TO MREP-ACEITOS.
           MOVE WS-TOTAL-REJEITADOS TO MREP-REJEITADOS.
           MOVE WS-TOTAL-EXCECOES   TO MREP-EXCECOES.
           EVALUATE TRUE
               WHEN NOT WS-PROVA-OK
                   MOVE "PROVA FALHOU - FATIAS NAO JUNTADAS"
                        TO MREP-MSG
               WHEN WS-JA-JUNTADO
                   MOVE "JA JUNTADO DEPOIS DESTE CPFPREP"
                        TO MREP-MSG
               WHEN OTHER
                   MOVE "FAIXAS FECHAM COM O CPFPREP" TO MREP-MSG
           END-EVALUATE.
           WRITE MERGE-REP-REC.
           CLOSE MERGE-REPORT-FILE.
       00040-END.
      *
       00041-IMPRIME-PARTICAO SECTION.
           MOVE SPACES                          TO MERGE-REP-REC.
           MOVE "FAIXA"                         TO MREP-ROTULO.
           MOVE WS-IDX-PART                     TO MREP-PARTICAO.
           MOVE WS-PART-QTDE-CTL(WS-IDX-PART)   TO MREP-QTDE-CTL.
           MOVE WS-PART-QTDE-PREP(WS-IDX-PART)  TO MREP-QTDE-PREP.
           MOVE WS-PART-LIDOS(WS-IDX-PART)      TO MREP-LIDOS.
           MOVE WS-PART-ACEITOS(WS-IDX-PART)    TO MREP-ACEITOS.
           MOVE WS-PART-REJEITADOS(WS-IDX-PART) TO MREP-REJEITADOS.
           MOVE WS-PART-EXCECOES(WS-IDX-PART)   TO MREP-EXCECOES.
           MOVE WS-PART-MSG(WS-IDX-PART)        TO MREP-MSG.
           WRITE MERGE-REP-REC.
       00041-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG, COM OS TOTAIS SOMADOS DAS
      * FAIXAS (LIDOS ZERADO QUANDO NADA FOI JUNTADO, PARA A PROXIMA
      * JUNCAO NAO SE ACHAR JA FEITA)
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "CPFMERGE"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           IF WS-PROVA-OK AND NOT WS-JA-JUNTADO AND NOT WS-ABORT
              MOVE WS-TOTAL-LIDOS    TO AUDIT-QTDE-LIDOS
           ELSE
              MOVE ZEROES            TO AUDIT-QTDE-LIDOS
           END-IF.
           MOVE WS-TOTAL-ACEITOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-REJEITADOS  TO AUDIT-QTDE-REJEIT.
           MOVE WS-TOTAL-HASH        TO AUDIT-HASH-TOTAL.
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
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O CPFPCTL NAO ABRIU,
      * ERRO SE A PROVA DE CONTAGEM FALHOU, ALERTA SE AS FATIAS JA
      * TINHAM SIDO JUNTADAS OU SE HOUVE CPF REJEITADO (COMO NO
      * CPFBATCH), NORMAL CASO CONTRARIO
           EVALUATE TRUE
               WHEN WS-ABORT
                   MOVE RC-FATAL  TO RETURN-CODE
               WHEN NOT WS-PROVA-OK
                   MOVE RC-ERRO   TO RETURN-CODE
               WHEN WS-JA-JUNTADO
                   MOVE RC-ALERTA TO RETURN-CODE
               WHEN WS-TOTAL-REJEITADOS > ZEROES
                   MOVE RC-ALERTA TO RETURN-CODE
               WHEN OTHER
                   MOVE RC-NORMAL TO RETURN-CODE
           END-EVALUATE.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "FAIXAS...............: " WS-QTDE-PARTICOES.
           DISPLAY "GRAVADOS NO CPFPREP..: " WS-PREP-GRAVADOS.
           DISPLAY "LIDOS NAS FAIXAS.....: " WS-TOTAL-LIDOS.
           DISPLAY "ACEITOS..............: " WS-TOTAL-ACEITOS.
           DISPLAY "REJEITADOS...........: " WS-TOTAL-REJEITADOS.
           DISPLAY "EXCECOES JUNTADAS....: " WS-TOTAL-EXCECOES.
           DISPLAY "RASTREIOS JUNTADOS...: " WS-TOTAL-TRACOS.
           DISPLAY "PENDENCIAS NO CPFPEND: " WS-TOTAL-PENDENCIAS.
           DISPLAY "HASH TOTAL (CPF).....: " WS-TOTAL-HASH.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA JUNCAO DA VALIDACAO DE CPF PARTICIONADA".
       00050-END.
