       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CONFERE-FOTO.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina compartilhada que confere a foto diaria
      *                dos empregados EMPSNAP antes de um passo de
      *                relatorio casar a sua entrada contra ela: rele a
      *                foto inteira e confere que abre com o cabecalho
      *                "H", fecha com o trailer "T", que a contagem e o
      *                hash das matriculas dos registros "D" batem com o
      *                trailer, que as matriculas vem em ordem crescente
      *                (o casamento depende disso) e que a foto e do dia
      *                -- foto de ontem com o EMPMAST de hoje ja mexido
      *                poria custo e celula errados no relatorio sem
      *                ninguem perceber. Devolve a situacao, a data da
      *                foto e a quantidade de empregados. Chamada na
      *                partida pelo AUSENCIA, FERPLAN, GLDIST,
      *                EXTRATOPONTO, FOLHAVAL e DEPEXTRA, que se recusam
      *                a rodar com foto que nao confere. A foto e "do
      *                dia" quando tem a data de hoje ou, se a rodada
      *                do lote passou da meia-noite, quando e da vespera
      *                e o RUNCTL do MAINCTL mostra a rodada dessa data
      *                ainda em execucao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Foto da vespera aceita quando o ultimo registro
      *                  do RUNCTL e a rodada da data da foto ainda em
      *                  execucao ("E"): a cadeia que passa da
      *                  meia-noite nao para mais nos consumidores da
      *                  foto com status "04".
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  SNAP-FILE.
           COPY SNPREC.

       FD  RUN-CONTROL-FILE.
       01  RUNC-REC.
           03 RUNC-DATA            PIC 9(08).
           03 RUNC-SITUACAO        PIC X(01).
      *       "E" RODADA EM EXECUCAO, "F" RODADA FINALIZADA (GRAVADO
      *       PELO MAINCTL); O ULTIMO REGISTRO E O QUE VALE
      *
       WORKING-STORAGE     SECTION.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-TRAILER-SW        PIC X(01)   VALUE "N".
          88 WS-TEM-TRAILER                 VALUE "S".
       01 WS-FORA-ORDEM-SW     PIC X(01)   VALUE "N".
          88 WS-FORA-ORDEM                  VALUE "S".
       01 WS-HOJE              PIC 9(08)   VALUE ZEROES.
       01 WS-QTDE-DETALHES     PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-DETALHES     PIC 9(12)   VALUE ZEROES.
       01 WS-ULTIMA-MATRICULA  PIC 9(06)   VALUE ZEROES.
      * RODADA DO LOTE EM EXECUCAO (RUNCTL), PARA A FOTO DA VESPERA
       01 WS-RUNCTL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-RUNCTL-EOF-SW     PIC X(01)   VALUE "N".
          88 WS-RUNCTL-EOF                  VALUE "Y".
       01 WS-RODADA-DATA       PIC 9(08)   VALUE ZEROES.
       01 WS-RODADA-SITUACAO   PIC X(01)   VALUE SPACES.
      * CAMPOS DA CHAMADA A DATEUTIL (IDADE DA FOTO EM DIAS)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE "D".
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      *
       LINKAGE             SECTION.
       01 LK-STATUS            PIC X(02).
      *    "00" FOTO CONFERE
      *    "01" FOTO SEM CABECALHO OU SEM TRAILER (TRUNCADA)
      *    "02" CONTAGEM/HASH NAO BATEM COM O TRAILER, OU MATRICULA
      *         FORA DE ORDEM
      *    "03" EMPSNAP NAO ABRIU
      *    "04" FOTO DE OUTRO DIA (NEM DE HOJE, NEM DA VESPERA COM A
      *         RODADA DESSA DATA AINDA EM EXECUCAO NO RUNCTL)
       01 LK-DATA-FOTO         PIC 9(08).
       01 LK-QTDE-EMPREGADOS   PIC 9(09).
      *
       PROCEDURE           DIVISION USING LK-STATUS
                                           LK-DATA-FOTO
                                           LK-QTDE-EMPREGADOS.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      * LE O CABECALHO, PERCORRE OS DETALHES ATE O TRAILER E CONFERE
      * O TRAILER E A DATA DA FOTO, NESTA ORDEM
           MOVE "00"   TO LK-STATUS.
           MOVE ZEROES TO LK-DATA-FOTO LK-QTDE-EMPREGADOS.
           MOVE ZEROES TO WS-QTDE-DETALHES WS-HASH-DETALHES
                          WS-ULTIMA-MATRICULA.
           MOVE "N" TO WS-EOF-SW WS-TRAILER-SW WS-FORA-ORDEM-SW.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT SNAP-FILE.
           IF WS-EMPSNAP-STATUS NOT = "00"
              MOVE "03" TO LK-STATUS
           ELSE
              PERFORM 00020-LE-FOTO
              IF WS-EOF OR NOT SNP-CABECALHO
                 MOVE "01" TO LK-STATUS
              ELSE
                 MOVE SNP-CAB-DATA TO LK-DATA-FOTO
                 PERFORM 00020-LE-FOTO
                 PERFORM 00021-CONFERE-REGISTRO
                    UNTIL WS-EOF OR WS-TEM-TRAILER
                 PERFORM 00022-CONFERE-TRAILER
              END-IF
              CLOSE SNAP-FILE
           END-IF.
           MOVE WS-QTDE-DETALHES TO LK-QTDE-EMPREGADOS.
       00010-END.
      *
       00020-LE-FOTO       SECTION.
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00020-END.
      *
       00021-CONFERE-REGISTRO SECTION.
      * SOMA O DETALHE NA CONTAGEM E NO HASH; O TRAILER ENCERRA
           IF SNP-TRAILER
              MOVE "S" TO WS-TRAILER-SW
           ELSE
              IF SNP-MATRICULA NOT > WS-ULTIMA-MATRICULA AND
                 WS-QTDE-DETALHES > ZEROES
                 MOVE "S" TO WS-FORA-ORDEM-SW
              END-IF
              MOVE SNP-MATRICULA TO WS-ULTIMA-MATRICULA
              ADD 1 TO WS-QTDE-DETALHES
              ADD SNP-MATRICULA TO WS-HASH-DETALHES
              PERFORM 00020-LE-FOTO
           END-IF.
       00021-END.
      *
       00022-CONFERE-TRAILER SECTION.
           IF NOT WS-TEM-TRAILER
              MOVE "01" TO LK-STATUS
           ELSE
              IF SNP-TRL-CONTAGEM NOT = WS-QTDE-DETALHES OR
                 SNP-TRL-HASH     NOT = WS-HASH-DETALHES OR
                 WS-FORA-ORDEM
                 MOVE "02" TO LK-STATUS
              ELSE
                 IF LK-DATA-FOTO NOT = WS-HOJE
                    PERFORM 00023-CONFERE-RODADA
                 END-IF
              END-IF
           END-IF.
       00022-END.
      *
       00023-CONFERE-RODADA SECTION.
      * FOTO QUE NAO E DE HOJE SO PASSA SE FOR DA VESPERA E A RODADA
      * QUE A TIROU AINDA ESTIVER EM EXECUCAO: ULTIMO REGISTRO DO
      * RUNCTL COM A DATA DA FOTO E SITUACAO "E" (A CADEIA PASSOU DA
      * MEIA-NOITE); SEM O RUNCTL, SO A FOTO DE HOJE VALE
           MOVE "04" TO LK-STATUS.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-HOJE LK-DATA-FOTO
                                  WS-DU-DIAS WS-DU-RESULTADO
                                  WS-DU-UTIL-SW WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS = "00" AND WS-DU-DIAS = 1
              MOVE ZEROES TO WS-RODADA-DATA
              MOVE SPACES TO WS-RODADA-SITUACAO
              MOVE "N"    TO WS-RUNCTL-EOF-SW
              OPEN INPUT RUN-CONTROL-FILE
              IF WS-RUNCTL-STATUS = "00"
                 PERFORM 00024-LE-RODADA UNTIL WS-RUNCTL-EOF
                 CLOSE RUN-CONTROL-FILE
              END-IF
              IF WS-RODADA-DATA = LK-DATA-FOTO AND
                 WS-RODADA-SITUACAO = "E"
                 MOVE "00" TO LK-STATUS
              END-IF
           END-IF.
       00023-END.
      *
       00024-LE-RODADA     SECTION.
      * GUARDA O ULTIMO REGISTRO DO RUNCTL
           READ RUN-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-RUNCTL-EOF-SW
               NOT AT END
                   MOVE RUNC-DATA     TO WS-RODADA-DATA
                   MOVE RUNC-SITUACAO TO WS-RODADA-SITUACAO
           END-READ.
       00024-END.
