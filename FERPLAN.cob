      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Quando o MAINCTL roda o ciclo mensal (ultimo
      *                  evento do ciclo "M" no controle CICLOCTL em
      *                  "E"), o plano sai para o mes seguinte ao mes
      *                  fechado do ciclo -- o mes que abre --, no lugar
      *                  do default e do CTL-ANO-MES do cartao.
      * 2026-10-15  RMS  Nome e SETOR/DEPTO passaram a vir da foto
      *                  diaria EMPSNAP (passo EMPSNAP), casada em
      *                  ordem de matricula com o FERIASAG, no lugar da
      *                  leitura aleatoria do EMPMAST por periodo; a
      *                  foto e conferida pela CONFERE-FOTO na partida
      *                  e o passo se recusa a rodar com foto de outro
      *                  dia ou que nao fecha.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT FER-SORT-WORK ASSIGN TO "FERSORW".

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *
       FD  FERIAS-FILE.
           COPY FERREC.

       FD  SNAP-FILE.
           COPY SNPREC.

       SD  FER-SORT-WORK.
       01  FER-SORT-REC.

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
       01 WS-FERIASAG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
      * FOTO DIARIA CASADA EM ORDEM DE MATRICULA COM O FERIASAG
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
           MOVE ANO TO WS-PLANO-ANO.
           MOVE MES TO WS-PLANO-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-FECHAMENTO.
           COMPUTE WS-MES-INI = (WS-PLANO-ANO * 10000)
                               + (WS-PLANO-MES * 100) + 1.
           COMPUTE WS-MES-FIM = (WS-PLANO-ANO * 10000)
                      WS-FERIASAG-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              PERFORM 00012-ABRE-FOTO
              IF WS-ABORT
                 CLOSE FERIAS-FILE
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
              PERFORM 00023A-LE-FOTO
              PERFORM 00023A-LE-FOTO
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
      * EM EXECUCAO NO MAINCTL), O PLANO E DO MES SEGUINTE AO MES
      * FECHADO DO CICLO, SOBREPONDO O DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              IF WS-CIC-MES = 12
                 COMPUTE WS-PLANO-ANO = WS-CIC-ANO + 1
                 MOVE 01 TO WS-PLANO-MES
              ELSE
                 MOVE WS-CIC-ANO TO WS-PLANO-ANO
                 COMPUTE WS-PLANO-MES = WS-CIC-MES + 1
              END-IF
              DISPLAY "CICLO MENSAL DO MAINCTL - PLANO DO MES QUE "
                      "ABRE DEPOIS DE " WS-CIC-MES "/" WS-CIC-ANO
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
       00020-ORDENA-E-GRAVA SECTION.
      * SELECIONA OS PERIODOS QUE CRUZAM O MES DENTRO DO SORT, PARA O
               OUTPUT PROCEDURE 00040-GRAVA-ORDENADO.
           CLOSE FER-REPORT-FILE.
           CLOSE FERIAS-FILE.
           CLOSE SNAP-FILE.
       00020-END.
      *
       00021-SELECIONA-PERIODOS SECTION.
      *
       00022-AVALIA-PERIODO SECTION.
      * PERIODO QUE CRUZA O MES DO PLANO E LIBERADO PARA O SORT, COM
      * O NOME E A CELULA RESOLVIDOS NA FOTO DIARIA
           IF FER-DATA-INI <= WS-MES-FIM AND
              FER-DATA-FIM >= WS-MES-INI
              MOVE FER-MATRICULA TO WS-SNP-CHAVE
              PERFORM 00023-POSICIONA-FOTO
              IF WS-SNP-ACHOU
                 MOVE SNP-SETOR TO FER-SORT-SETOR
                 MOVE SNP-DEPTO TO FER-SORT-DEPTO
                 MOVE SNP-NOME  TO FER-SORT-NOME
              ELSE
                 MOVE ZEROES TO FER-SORT-SETOR
                 MOVE ZEROES TO FER-SORT-DEPTO
                 MOVE "(MATRICULA SEM CADASTRO)"
                      TO FER-SORT-NOME
              END-IF
              MOVE FER-MATRICULA TO FER-SORT-MATRICULA
              MOVE FER-DATA-INI  TO FER-SORT-DATA-INI
              MOVE FER-DATA-FIM  TO FER-SORT-DATA-FIM
           END-IF.
           PERFORM 00024-LE-PERIODO.
       00022-END.
      *
       00023-POSICIONA-FOTO SECTION.
      * AVANCA A FOTO ATE A MATRICULA PEDIDA; O FERIASAG VEM EM ORDEM
      * DE MATRICULA, ENTAO A FOTO NUNCA PRECISA VOLTAR
           PERFORM 00023A-LE-FOTO
              UNTIL WS-SNP-EOF OR SNP-MATRICULA NOT < WS-SNP-CHAVE.
           IF NOT WS-SNP-EOF AND SNP-MATRICULA = WS-SNP-CHAVE
              MOVE "S" TO WS-SNP-ACHOU-SW
           ELSE
              MOVE "N" TO WS-SNP-ACHOU-SW
           END-IF.
       00023-END.
      *
       00023A-LE-FOTO      SECTION.
      * LE O PROXIMO REGISTRO DA FOTO; O TRAILER ENCERRA
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-SNP-EOF-SW
               NOT AT END
                   IF SNP-TRAILER
                      MOVE "Y" TO WS-SNP-EOF-SW
                   END-IF
           END-READ.
       00023A-END.
      *
       00024-LE-PERIODO    SECTION.
      * LE O PROXIMO REGISTRO DA PROGRAMACAO DE FERIAS
