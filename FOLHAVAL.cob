      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  O layout do FOLHAVALD passou para o copybook
      *                  FVALREC, compartilhado com o calculo dos
      *                  descontos legais (FOLHADED).
      * 2026-10-15  RMS  Os detalhes do FOLHAINT passaram a ser
      *                  ordenados por matricula/data e casados contra a
      *                  foto diaria EMPSNAP (passo EMPSNAP), que da o
      *                  cargo, a celula e a tarifa vigente na data da
      *                  foto, no lugar da leitura aleatoria do EMPMAST
      *                  por detalhe; o SALMAST so e percorrido quando a
      *                  tarifa da foto nao cobre a data do movimento.
      *                  O FOLHAVALD sai em ordem de matricula. A foto
      *                  e conferida pela CONFERE-FOTO na partida e o
      *                  passo se recusa a rodar com foto de outro dia
      *                  ou que nao fecha.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHAINT-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT FOLHA-SORT-WORK ASSIGN TO "FVLSORW".

           SELECT SAL-MASTER-FILE ASSIGN TO "SALMAST"
               ORGANIZATION IS INDEXED
       FD  FOLHA-INT-FILE.
           COPY FOLHAINT.

       FD  SNAP-FILE.
           COPY SNPREC.

       SD  FOLHA-SORT-WORK.
       01  FOL-SORT-REC.
           03 FOL-SORT-TIPO         PIC X(01).
           03 FOL-SORT-MATRICULA    PIC 9(06).
           03 FOL-SORT-DATA-MOVTO   PIC 9(08).
           03 FILLER                PIC X(27).

       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  FOLHA-VAL-FILE.
           COPY FVALREC.

       FD  VAL-REPORT-FILE.
       01  VAL-REP-REC.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-FOLHAINT-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
      * FOTO DIARIA CASADA COM OS DETALHES JA ORDENADOS POR MATRICULA
       01 WS-SNP-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SNP-EOF                     VALUE "Y".
       01 WS-SNP-ACHOU-SW      PIC X(01)   VALUE "N".
          88 WS-SNP-ACHOU                   VALUE "S".
       01 WS-SNP-CHAVE         PIC 9(06)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-FOTO
       01 WS-CF-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CF-DATA-FOTO      PIC 9(08)   VALUE ZEROES.
       01 WS-CF-QTDE           PIC 9(09)   VALUE ZEROES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "FOLHAVAL".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-ORDENA-E-VALORA
              PERFORM 00040-FECHA-SAIDAS
           END-IF.
           PERFORM 00050-FIM.
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN INPUT SAL-MASTER-FILE
              IF WS-SALMAST-STATUS NOT = "00"
                 DISPLAY "*** SALMAST NAO ABRIU (STATUS "
                         WS-SALMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "SALMAST" TO WS-INC-ARQUIVO
                 MOVE WS-SALMAST-STATUS TO WS-INC-STATUS
                 END-CALL
                 CLOSE FOLHA-INT-FILE
              ELSE
                 PERFORM 00013-ABRE-FOTO
                 IF WS-ABORT
                    CLOSE FOLHA-INT-FILE
                    CLOSE SAL-MASTER-FILE
                 ELSE
                    OPEN OUTPUT FOLHA-VAL-FILE
                    OPEN OUTPUT VAL-REPORT-FILE
                    MOVE SPACES        TO FOLHA-VAL-HEADER
                    MOVE "H"           TO FVAL-H-TIPO
                    MOVE DATA-HOJE-NUM TO FVAL-H-DATA-PROC
                    WRITE FOLHA-VAL-HEADER
                 END-IF
              END-IF
           END-IF.
       00010-END.
      *
       00013-ABRE-FOTO     SECTION.
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
              MOVE "EMPSNAP" TO WS-INC-ARQUIVO
              MOVE WS-CF-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              PERFORM 00023A-LE-FOTO
              PERFORM 00023A-LE-FOTO
           END-IF.
       00013-END.
      *
       00012-ZERA-DEPTOS   SECTION.
           MOVE ZEROES TO WS-DEP-VLR-NORMAL(WS-IDX-SETOR, WS-IDX-DEP)
                          WS-DEP-VLR-EXTRA(WS-IDX-SETOR, WS-IDX-DEP).
       00012-END.
      *
       00020-ORDENA-E-VALORA SECTION.
      * ORDENA OS DETALHES DO FOLHAINT POR MATRICULA/DATA, PARA CASAR
      * COM A FOTO DIARIA EM LEITURA SEQUENCIAL, E VALORA NA SAIDA
           SORT FOLHA-SORT-WORK
               ON ASCENDING KEY FOL-SORT-MATRICULA
                                FOL-SORT-DATA-MOVTO
               INPUT PROCEDURE 00021-SELECIONA-DETALHES
               OUTPUT PROCEDURE 00030-VALORA-ORDENADO.
       00020-END.
      *
       00021-SELECIONA-DETALHES SECTION.
           PERFORM 00024-LE-FOLHAINT.
           PERFORM 00022-LIBERA-DETALHE UNTIL WS-EOF.
       00021-END.
      *
       00022-LIBERA-DETALHE SECTION.
      * SO O DETALHE VAI PARA O SORT; HEADER E TRAILER DO EXTRATO DE
      * ENTRADA SO PASSAM PELO CONTROLE DE LEITURA
           IF FINT-H-TIPO = "D"
              RELEASE FOL-SORT-REC FROM FOLHA-INT-DETALHE
           END-IF.
           PERFORM 00024-LE-FOLHAINT.
       00022-END.
      *
       00023-POSICIONA-FOTO SECTION.
      * AVANCA A FOTO ATE A MATRICULA PEDIDA; OS DETALHES VEM DO SORT
      * EM ORDEM DE MATRICULA, ENTAO A FOTO NUNCA PRECISA VOLTAR
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
       00024-LE-FOLHAINT   SECTION.
           READ FOLHA-INT-FILE
      * TARIFA O DETALHE SAI APONTADO COM VALOR ZERO
           MOVE "N" TO WS-TEM-TARIFA-SW.
           MOVE ZEROES TO WS-TARIFA.
           MOVE FINT-D-MATRICULA TO WS-SNP-CHAVE.
           PERFORM 00023-POSICIONA-FOTO.
           IF NOT WS-SNP-ACHOU
              PERFORM 00027-APONTA-SEM-TARIFA
           ELSE
              IF SNP-CARGO = SPACES
                 PERFORM 00027-APONTA-SEM-TARIFA
              ELSE
                 PERFORM 00026-PROCURA-TARIFA
                 IF NOT WS-TEM-TARIFA
                    PERFORM 00027-APONTA-SEM-TARIFA
                 END-IF
              END-IF
           END-IF.

           PERFORM 00028-DEFINE-MULTIPLICADOR.
           COMPUTE WS-VALOR-NORMAL ROUNDED =
           ADD WS-VALOR-TOTAL   TO WS-TOT-GERAL.

           IF WS-TEM-TARIFA
              CALL "VALIDA-ORGSUB" USING SNP-SETOR SNP-DEPTO
                                          SNP-SERVIDOR-IDX
                                          WS-ORGSUB-STATUS
              END-CALL
              IF WS-ORGSUB-STATUS = "00"
                 ADD WS-VALOR-NORMAL
                     TO WS-DEP-VLR-NORMAL(SNP-SETOR, SNP-DEPTO)
                 ADD WS-VALOR-EXTRA
                     TO WS-DEP-VLR-EXTRA(SNP-SETOR, SNP-DEPTO)
              END-IF
           END-IF.
       00025-END.
      *
       00026-PROCURA-TARIFA SECTION.
      * TARIFA VIGENTE = A DE MAIOR DATA DE VIGENCIA QUE NAO PASSA DA
      * DATA DO MOVIMENTO. A TARIFA DA FOTO E A VIGENTE NA DATA DA
      * FOTO: SE O MOVIMENTO NAO PASSA DA FOTO E A VIGENCIA DELA NAO
      * PASSA DO MOVIMENTO, E A MESMA; SENAO VALE O CURSOR NO SALMAST
      * (AS VIGENCIAS DO CARGO VEM EM ORDEM)
           IF SNP-TARIFA-OK AND
              SNP-DATA-VIG      NOT > FINT-D-DATA-MOVTO AND
              FINT-D-DATA-MOVTO NOT > WS-CF-DATA-FOTO
              MOVE SNP-VALOR-HORA TO WS-TARIFA
              MOVE "S" TO WS-TEM-TARIFA-SW
           ELSE
              MOVE "N" TO WS-SAL-EOF-SW
              MOVE SNP-CARGO TO SAL-CARGO
              MOVE ZEROES    TO SAL-DATA-VIG
              START SAL-MASTER-FILE KEY >= SAL-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-START
              PERFORM 00026A-LE-TARIFA
              PERFORM 00026B-GUARDA-TARIFA
                 UNTIL WS-SAL-EOF
           END-IF.
       00026-END.
      *
       00026A-LE-TARIFA    SECTION.
       00026A-END.
      *
       00026B-GUARDA-TARIFA SECTION.
           IF SAL-CARGO NOT = SNP-CARGO OR
              SAL-DATA-VIG > FINT-D-DATA-MOVTO
              MOVE "Y" TO WS-SAL-EOF-SW
           ELSE
              MOVE 2.00 TO WS-MULT-EXTRA
           END-IF.
       00028-END.
      *
       00030-VALORA-ORDENADO SECTION.
      * FASE DE SAIDA DO SORT: CADA DETALHE VOLTA PARA A AREA DO
      * FOLHAINT E E VALORADO COMO ANTES
           PERFORM 00031-LE-ORDENADO.
           PERFORM 00032-VALORA-UM UNTIL WS-SORT-EOF.
       00030-END.
      *
       00031-LE-ORDENADO   SECTION.
           RETURN FOLHA-SORT-WORK INTO FOLHA-INT-DETALHE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00031-END.
      *
       00032-VALORA-UM     SECTION.
           PERFORM 00025-VALORA-DETALHE.
           PERFORM 00031-LE-ORDENADO.
       00032-END.
      *
       00040-FECHA-SAIDAS  SECTION.
      * TRAILER DO EXTRATO VALORIZADO, LINHAS DO RELATORIO POR
           WRITE VAL-REP-REC.

           CLOSE FOLHA-INT-FILE.
           CLOSE SNAP-FILE.
           CLOSE SAL-MASTER-FILE.
           CLOSE FOLHA-VAL-FILE.
           CLOSE VAL-REPORT-FILE.
