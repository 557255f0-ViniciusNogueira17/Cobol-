      *                  o relatorio fecha com subtotais por empresa
      *                  depois do grande total. Empresa zerada no
      *                  EMPREC (registro convertido) vale 01.
      * 2026-10-15  RMS  O ponto do dia passou a ser ordenado por
      *                  matricula e casado contra a foto diaria
      *                  EMPSNAP (passo EMPSNAP), que da a celula
      *                  corrente e a empresa, no lugar da leitura
      *                  aleatoria do EMPMAST por ponto. A foto e
      *                  conferida pela CONFERE-FOTO na partida e o
      *                  passo se recusa a rodar com foto de outro dia
      *                  ou que nao fecha.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PONTODIA-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT PONTO-SORT-WORK ASSIGN TO "DEPSORW".

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
       FD  PONTO-FILE.
           COPY PONTOREC.

       FD  SNAP-FILE.
           COPY SNPREC.

       SD  PONTO-SORT-WORK.
       01  DEP-SORT-REC.
           03 DEP-SORT-MATRICULA    PIC 9(06).
           03 FILLER                PIC X(13).

       FD  ORGMAST-FILE.
           COPY ORGMST.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-PONTODIA-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SORT-EOF-SW       PIC X(01)   VALUE "N".
          88 WS-SORT-EOF                    VALUE "Y".
      * FOTO DIARIA CASADA COM O PONTO JA ORDENADO POR MATRICULA
       01 WS-SNP-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SNP-EOF                     VALUE "Y".
       01 WS-SNP-ACHOU-SW      PIC X(01)   VALUE "N".
          88 WS-SNP-ACHOU                   VALUE "S".
       01 WS-SNP-CHAVE         PIC 9(06)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-FOTO
       01 WS-CF-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CF-DATA-FOTO      PIC 9(08)   VALUE ZEROES.
       01 WS-CF-QTDE           PIC 9(09)   VALUE ZEROES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00016-ORDENA-E-CRUZA
              PERFORM 00040-IMPRIME-RELATORIO
           END-IF.
           PERFORM 00050-FIM.
       00014C-END.
      *
       00015-ABRE-MOVIMENTO SECTION.
      * ABRE O PONTO DO DIA E A FOTO DIARIA DOS EMPREGADOS, COM AS
      * MESMAS GUARDAS DE ABERTURA DOS DEMAIS PASSOS
           OPEN INPUT PONTO-FILE.
           IF WS-PONTODIA-STATUS NOT = "00"
              DISPLAY "*** PONTODIA NAO ABRIU (STATUS "
                      WS-PONTODIA-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              PERFORM 00015A-ABRE-FOTO
              IF WS-ABORT
                 CLOSE PONTO-FILE
              ELSE
                 OPEN OUTPUT DEP-REPORT-FILE
              END-IF
           END-IF.
       00015-END.
      *
       00015A-ABRE-FOTO    SECTION.
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
              PERFORM 00022A-LE-FOTO
              PERFORM 00022A-LE-FOTO
           END-IF.
       00015A-END.
      *
       00016-ORDENA-E-CRUZA SECTION.
      * ORDENA O PONTO DO DIA POR MATRICULA, PARA CASAR COM A FOTO
      * DIARIA EM LEITURA SEQUENCIAL, E CRUZA NA SAIDA DO SORT
           SORT PONTO-SORT-WORK
               ON ASCENDING KEY DEP-SORT-MATRICULA
               INPUT PROCEDURE 00017-SELECIONA-PONTOS
               OUTPUT PROCEDURE 00019-CRUZA-ORDENADO.
       00016-END.
      *
       00017-SELECIONA-PONTOS SECTION.
           PERFORM 00024-LE-PONTO.
           PERFORM 00018-LIBERA-PONTO UNTIL WS-EOF.
       00017-END.
      *
       00018-LIBERA-PONTO  SECTION.
           RELEASE DEP-SORT-REC FROM PONTO-REC.
           PERFORM 00024-LE-PONTO.
       00018-END.
      *
       00019-CRUZA-ORDENADO SECTION.
      * FASE DE SAIDA DO SORT: CADA PONTO VOLTA PARA A AREA DO
      * PONTODIA E E CRUZADO COMO ANTES
           PERFORM 00019A-LE-ORDENADO.
           PERFORM 00020-PROCESSO UNTIL WS-SORT-EOF.
       00019-END.
      *
       00019A-LE-ORDENADO  SECTION.
           RETURN PONTO-SORT-WORK INTO PONTO-REC
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
           END-RETURN.
       00019A-END.
      *
       00020-PROCESSO      SECTION.
      * CRUZA UM REGISTRO DE PONTO COM O EMPREGADO E ACUMULA OS
              OR PONTO-MINUTOS > WS-MAXIMO-MINUTOS
              ADD 1 TO WS-TOTAL-REJEITADOS
           ELSE
              MOVE PONTO-MATRICULA TO WS-SNP-CHAVE
              PERFORM 00022-POSICIONA-FOTO
              IF NOT WS-SNP-ACHOU
                 ADD 1 TO WS-TOTAL-REJEITADOS
              ELSE
                 MOVE SNP-EMPRESA TO WS-EMP-EFETIVA
                 IF WS-EMPRESA > ZEROES AND
                    WS-EMP-EFETIVA NOT = WS-EMPRESA
                    ADD 1 TO WS-TOTAL-FORA-EMP
                 ELSE
                    PERFORM 00025-ACUMULA-CELULA
                 END-IF
              END-IF
           END-IF.
           PERFORM 00019A-LE-ORDENADO.
       00020-END.
      *
       00022-POSICIONA-FOTO SECTION.
      * AVANCA A FOTO ATE A MATRICULA PEDIDA; O PONTO VEM DO SORT EM
      * ORDEM DE MATRICULA, ENTAO A FOTO NUNCA PRECISA VOLTAR
           PERFORM 00022A-LE-FOTO
              UNTIL WS-SNP-EOF OR SNP-MATRICULA NOT < WS-SNP-CHAVE.
           IF NOT WS-SNP-EOF AND SNP-MATRICULA = WS-SNP-CHAVE
              MOVE "S" TO WS-SNP-ACHOU-SW
           ELSE
              MOVE "N" TO WS-SNP-ACHOU-SW
           END-IF.
       00022-END.
      *
       00022A-LE-FOTO      SECTION.
      * LE O PROXIMO REGISTRO DA FOTO; O TRAILER ENCERRA
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-SNP-EOF-SW
               NOT AT END
                   IF SNP-TRAILER
                      MOVE "Y" TO WS-SNP-EOF-SW
                   END-IF
           END-READ.
       00022A-END.
      *
       00024-LE-PONTO      SECTION.
      * LE O PROXIMO REGISTRO DO ARQUIVO DIARIO DE PONTO
       00025-END.
      *
       00025A-RESOLVE-CELULA SECTION.
      * PARTE DA CELULA CORRENTE DA FOTO E PROCURA NO HISTORICO DE
      * LOTACAO A VIGENCIA MAIS RECENTE QUE NAO PASSA DA DATA DO
      * MOVIMENTO; SE ACHAR, ELA E A CELULA DO CUSTO
           MOVE SNP-SETOR        TO WS-RES-SETOR.
           MOVE SNP-DEPTO        TO WS-RES-DEPTO.
           MOVE SNP-SERVIDOR-IDX TO WS-RES-SERVIDOR.
           MOVE ZEROES           TO WS-MELHOR-DATA.
           PERFORM 00025B-COMPARA-HISTORICO
              VARYING WS-IDX-HIST FROM 1 BY 1
      *
           IF NOT WS-ABORT
              CLOSE PONTO-FILE
              CLOSE SNAP-FILE
              CLOSE DEP-REPORT-FILE
              CALL "GRAVA-SPOOL" USING WS-SPL-REPORT WS-SPL-PROGRAMA
                                        WS-SPL-LINHAS
