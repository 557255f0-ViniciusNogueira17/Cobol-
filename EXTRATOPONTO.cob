      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Quando o MAINCTL roda o ciclo mensal (ultimo
      *                  evento do ciclo "M" no controle CICLOCTL em
      *                  "E"), o mes fechado do ciclo prevalece sobre o
      *                  default e o CTL-ANO-MES do cartao -- o mes nao
      *                  depende mais de cartao perfurado na mao.
      * 2026-10-15  RMS  Identificacao e descricao da celula passaram a
      *                  vir da foto diaria EMPSNAP (passo EMPSNAP),
      *                  casada em ordem de matricula com o PONTOMES,
      *                  no lugar das leituras aleatorias do EMPMAST e
      *                  do ORGMAST; a foto e conferida pela
      *                  CONFERE-FOTO na partida e o passo se recusa a
      *                  rodar com foto de outro dia ou que nao fecha.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT EXTRATO-SORT-WORK ASSIGN TO "EXTSORW".

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *
       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  SNAP-FILE.
           COPY SNPREC.

       SD  EXTRATO-SORT-WORK.
       01  EXT-SORT-REC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
      * CICLO DE FECHAMENTO AGENDADO PELO MAINCTL (CICLOCTL)
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CIC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIC-EOF                     VALUE "Y".
       01 WS-CIC-SITUACAO      PIC X(01)   VALUE SPACES.
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES        PIC 9(02)   VALUE ZEROES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
      * FOTO DIARIA CASADA EM ORDEM DE MATRICULA COM O PONTOMES
       01 WS-SNP-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SNP-EOF                     VALUE "Y".
       01 WS-SNP-ACHOU-SW      PIC X(01)   VALUE "N".
          88 WS-SNP-ACHOU                   VALUE "S".
       01 WS-SNP-CHAVE         PIC 9(06)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-FOTO
       01 WS-CF-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CF-DATA-FOTO      PIC 9(08)   VALUE ZEROES.
       01 WS-CF-QTDE           PIC 9(09)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
           MOVE ANO TO WS-FECHA-ANO.
           MOVE MES TO WS-FECHA-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-FECHAMENTO.

           DISPLAY " ".
           DISPLAY "INICIO DO EXTRATO MENSAL DE PONTO - "
                      WS-PONTOMES-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              PERFORM 00012-ABRE-FOTO
              IF WS-ABORT
                 CLOSE PONTO-MES-FILE
              END-IF
           END-IF.
       00010-END.
      *
       00012-ABRE-FOTO     SECTION.
      * CONFERE A FOTO DIARIA DOS EMPREGADOS PELA CONFERE-FOTO, ABRE E
      * POSICIONA NO PRIMEIRO EMPREGADO (DEPOIS DO CABECALHO)
           CALL "CONFERE-FOTO" USING WS-CF-STATUS WS-CF-DATA-FOTO
                                      WS-CF-QTDE
           END-CALL.
           IF WS-CF-STATUS = "00"
              OPEN INPUT SNAP-FILE
              MOVE WS-EMPSNAP-STATUS TO WS-CF-STATUS
           END-IF.
           IF WS-CF-STATUS NOT = "00"
              DISPLAY "*** EMPSNAP NAO CONFERE (STATUS "
                      WS-CF-STATUS ") - PASSO RECUSADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              PERFORM 00025A-LE-FOTO
              PERFORM 00025A-LE-FOTO
           END-IF.
       00012-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-FECHAMENTO SECTION.
      * COM O ULTIMO EVENTO DO CICLO MENSAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), O MES FECHADO DO CICLO SOBREPOE O
      * DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              MOVE WS-CIC-ANO TO WS-FECHA-ANO
              MOVE WS-CIC-MES TO WS-FECHA-MES
              DISPLAY "CICLO MENSAL DO MAINCTL - MES FECHADO "
                      WS-CIC-MES "/" WS-CIC-ANO
           END-IF.
       00011A-END.
      *
       00011B-GUARDA-CICLO SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-CIC-EOF-SW
               NOT AT END
                   IF CIC-TIPO = "M"
                      MOVE CIC-SITUACAO TO WS-CIC-SITUACAO
                      MOVE CIC-ANO-MES  TO WS-CIC-ANO-MES
                   END-IF
           END-READ.
       00011B-END.
      *
       00020-ORDENA-E-IMPRIME SECTION.
      * SELECIONA OS REGISTROS DO MES DENTRO DO SORT E IMPRIME OS
               OUTPUT PROCEDURE 00040-IMPRIME-EXTRATOS.
           CLOSE EXTRATO-REPORT-FILE.
           CLOSE PONTO-MES-FILE.
           CLOSE SNAP-FILE.
           CALL "GRAVA-SPOOL" USING WS-SPL-REPORT WS-SPL-PROGRAMA
                                     WS-SPL-LINHAS
           END-CALL.
      *
       00022-AVALIA-REGISTRO SECTION.
      * REGISTRO DO MES PEDIDO E LIBERADO COM A IDENTIFICACAO
      * RESOLVIDA NA FOTO DIARIA
           IF PTM-ANO = WS-FECHA-ANO AND PTM-MES = WS-FECHA-MES
              MOVE PTM-MATRICULA TO WS-SNP-CHAVE
              PERFORM 00025-POSICIONA-FOTO
              IF NOT WS-SNP-ACHOU
                 ADD 1 TO WS-TOTAL-SEM-MESTRE
              ELSE
                 MOVE SNP-SETOR TO EXT-SORT-SETOR
                 MOVE SNP-DEPTO TO EXT-SORT-DEPTO
                 MOVE PTM-MATRICULA TO EXT-SORT-MATRICULA
                 MOVE SNP-NOME  TO EXT-SORT-NOME
                 MOVE SNP-CPF   TO EXT-SORT-CPF
                 PERFORM 00023-RESOLVE-CELULA
                 MOVE PTM-MIN-NORMAIS TO EXT-SORT-MIN-NORMAIS
                 MOVE PTM-MIN-EXTRA   TO EXT-SORT-MIN-EXTRA
                 MOVE PTM-MIN-NOTURNO TO EXT-SORT-MIN-NOTURNO
                 MOVE PTM-QTDE-DIAS   TO EXT-SORT-QTDE-DIAS
                 MOVE PTM-QTDE-AUS    TO EXT-SORT-QTDE-AUS
                 RELEASE EXT-SORT-REC
              END-IF
           END-IF.
           PERFORM 00024-LE-ACUMULADO.
       00022-END.
      *
       00023-RESOLVE-CELULA SECTION.
      * NOME POR EXTENSO DA CELULA DO EMPREGADO, DO ORGMAST NA FOTO
           IF SNP-CELULA-OK
              MOVE SNP-CELULA-DESCRICAO TO EXT-SORT-DESCRICAO
           ELSE
              MOVE "CELULA SEM CADASTRO" TO EXT-SORT-DESCRICAO
           END-IF.
       00023-END.
      *
       00024-LE-ACUMULADO  SECTION.
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00025-POSICIONA-FOTO SECTION.
      * AVANCA A FOTO ATE A MATRICULA PEDIDA; O PONTOMES VEM EM ORDEM
      * DE MATRICULA, ENTAO A FOTO NUNCA PRECISA VOLTAR
           PERFORM 00025A-LE-FOTO
              UNTIL WS-SNP-EOF OR SNP-MATRICULA NOT < WS-SNP-CHAVE.
           IF NOT WS-SNP-EOF AND SNP-MATRICULA = WS-SNP-CHAVE
              MOVE "S" TO WS-SNP-ACHOU-SW
           ELSE
              MOVE "N" TO WS-SNP-ACHOU-SW
           END-IF.
       00025-END.
      *
       00025A-LE-FOTO      SECTION.
      * LE O PROXIMO REGISTRO DA FOTO; O TRAILER ENCERRA
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-SNP-EOF-SW
               NOT AT END
                   IF SNP-TRAILER
                      MOVE "Y" TO WS-SNP-EOF-SW
                   END-IF
           END-READ.
       00025A-END.
      *
       00040-IMPRIME-EXTRATOS SECTION.
           PERFORM 00041-LE-ORDENADO.
