      *                  agrupando so pelo CPF, e a primeira ocorrencia
      *                  do dia e a que segue para o arquivo limpo com
      *                  a sua origem/data.
      * 2026-10-15  RMS  Particionamento para os dias de
      *                  recadastramento: com o cartao CPFPARM pedindo
      *                  2 a 4 particoes, o arquivo limpo tambem sai
      *                  dividido em faixas de chave contiguas e de
      *                  tamanho parecido (CPFTRD01 a CPFTRD04), uma por
      *                  instancia paralela do CPFBATCH, com o controle
      *                  das faixas no CPFPCTL e um registro de AUDITLOG
      *                  por faixa (CPFPREP-Pnn) para a prova de
      *                  contagem do CPFMERGE. O CPFTRAND inteiro
      *                  continua sendo gravado.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT DEDUP-REPORT-FILE ASSIGN TO "CPFDEDUP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PARM-FILE ASSIGN TO "CPFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPFPARM-STATUS.

           SELECT CPF-PART-01-FILE ASSIGN TO "CPFTRD01"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PART-02-FILE ASSIGN TO "CPFTRD02"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PART-03-FILE ASSIGN TO "CPFTRD03"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PART-04-FILE ASSIGN TO "CPFTRD04"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PCTL-FILE ASSIGN TO "CPFPCTL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-MSG             PIC X(40).

       FD  CPF-PARM-FILE.
           COPY CPFPARM.

       FD  CPF-PART-01-FILE.
       01  CPF-PART-01-REC     PIC X(22).

       FD  CPF-PART-02-FILE.
       01  CPF-PART-02-REC     PIC X(22).

       FD  CPF-PART-03-FILE.
       01  CPF-PART-03-REC     PIC X(22).

       FD  CPF-PART-04-FILE.
       01  CPF-PART-04-REC     PIC X(22).

       FD  CPF-PCTL-FILE.
           COPY CPFPCTL.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       01 WS-TOTAL-GRAVADOS    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-COLAPSADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-CPF-MASCARADO     PIC X(11)   VALUE SPACES.
      * PARTICIONAMENTO (CARTAO CPFPARM): ZERO OU 1 = PASSADA UNICA
       01 WS-CPFPARM-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-QTDE-PARTICOES    PIC 9(02)   VALUE ZEROES.
          88 WS-PARTICIONADO                VALUE 2 THRU 99.
       01 WS-MAX-PARTICOES     PIC 9(02)   VALUE 4.
       01 WS-PARTICAO-ATUAL    PIC 9(02)   VALUE ZEROES.
       01 WS-LIMITE-PARTICAO   PIC 9(07)   VALUE ZEROES.
       01 WS-IDX-PART          PIC 9(02)   VALUE ZEROES.
       01 WS-TAB-PARTICOES.
          03 WS-PART-ITEM                   OCCURS 4 TIMES.
             05 WS-PART-QTDE      PIC 9(07).
             05 WS-PART-CPF-INI   PIC X(11).
             05 WS-PART-CPF-FIM   PIC X(11).
       01 WS-AUDIT-PROG-PART.
          03 FILLER            PIC X(09)   VALUE "CPFPREP-P".
          03 WS-AUDIT-PART-NUM PIC 9(02)   VALUE ZEROES.
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
      *
           DISPLAY " ".
           DISPLAY "INICIO DA PREPARACAO/DEDUP DO CPFTRANS".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00011-LE-PARAMETRO.

           OPEN INPUT CPF-TRANS-FILE.
           IF WS-CPFTRANS-STATUS NOT = "00"
                  OUTPUT PROCEDURE 00016-PROCESSA-SORTED
              CLOSE CPF-LIMPO-FILE
              CLOSE DEDUP-REPORT-FILE
              IF WS-PARTICIONADO
                 PERFORM 00026-PARTICIONA
              END-IF
           END-IF.
       00010-END.
      *
       00011-LE-PARAMETRO  SECTION.
      * LE O CARTAO OPCIONAL DE PARTICIONAMENTO; ACIMA DO MAXIMO DE
      * FAIXAS PREVISTAS NO JCL, FICA NO MAXIMO
           MOVE ZEROES TO WS-QTDE-PARTICOES.
           OPEN INPUT CPF-PARM-FILE.
           IF WS-CPFPARM-STATUS = "00"
              READ CPF-PARM-FILE
                  NOT AT END
                      IF PARM-QTDE-PARTICOES NUMERIC
                         MOVE PARM-QTDE-PARTICOES
                                         TO WS-QTDE-PARTICOES
                      END-IF
              END-READ
              CLOSE CPF-PARM-FILE
           END-IF.
           IF WS-QTDE-PARTICOES > WS-MAX-PARTICOES
              DISPLAY "*** CPFPARM PEDIU " WS-QTDE-PARTICOES
                      " PARTICOES - LIMITADO A " WS-MAX-PARTICOES
                      " ***"
              MOVE WS-MAX-PARTICOES TO WS-QTDE-PARTICOES
           END-IF.
           IF WS-PARTICIONADO
              DISPLAY "RODADA PARTICIONADA EM " WS-QTDE-PARTICOES
                      " FAIXAS DE CPF"
           END-IF.
       00011-END.
      *
       00014-CARREGA-SORT  SECTION.
      * LE O CPFTRANS BRUTO E LIBERA UM REGISTRO DE TRABALHO POR
              END-IF
           END-IF.
       00025-END.
      *
       00026-PARTICIONA    SECTION.
      * SEGUNDA PASSADA, SOBRE O CPFTRAND JA GRAVADO (EM ORDEM DE CPF
      * E SEM REPETICAO): CADA FAIXA E UM TRECHO CONTIGUO DELE COM UM
      * N-ESIMO DAS TRANSACOES (ARREDONDADO PARA CIMA), E UM CPF NUNCA
      * CAI EM DUAS FAIXAS. DEPOIS REGRAVA O CONTROLE CPFPCTL, UM
      * REGISTRO POR FAIXA (INCLUSIVE A QUE TENHA SAIDO VAZIA)
           PERFORM 00026A-ZERA-PARTICAO
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-MAX-PARTICOES.
           COMPUTE WS-LIMITE-PARTICAO =
                   (WS-TOTAL-GRAVADOS + WS-QTDE-PARTICOES - 1)
                   / WS-QTDE-PARTICOES.
           MOVE 1 TO WS-PARTICAO-ATUAL.
           OPEN OUTPUT CPF-PART-01-FILE.
           OPEN OUTPUT CPF-PART-02-FILE.
           IF WS-QTDE-PARTICOES > 2
              OPEN OUTPUT CPF-PART-03-FILE
           END-IF.
           IF WS-QTDE-PARTICOES > 3
              OPEN OUTPUT CPF-PART-04-FILE
           END-IF.
           MOVE "N" TO WS-EOF-SW.
           OPEN INPUT CPF-LIMPO-FILE.
           PERFORM 00026B-LE-LIMPO.
           PERFORM 00026C-GRAVA-PARTICAO UNTIL WS-EOF.
           CLOSE CPF-LIMPO-FILE.
           CLOSE CPF-PART-01-FILE.
           CLOSE CPF-PART-02-FILE.
           IF WS-QTDE-PARTICOES > 2
              CLOSE CPF-PART-03-FILE
           END-IF.
           IF WS-QTDE-PARTICOES > 3
              CLOSE CPF-PART-04-FILE
           END-IF.
           OPEN OUTPUT CPF-PCTL-FILE.
           PERFORM 00026D-GRAVA-CONTROLE
              VARYING WS-IDX-PART FROM 1 BY 1
              UNTIL WS-IDX-PART > WS-QTDE-PARTICOES.
           CLOSE CPF-PCTL-FILE.
       00026-END.
      *
       00026A-ZERA-PARTICAO SECTION.
           MOVE ZEROES TO WS-PART-QTDE(WS-IDX-PART).
           MOVE SPACES TO WS-PART-CPF-INI(WS-IDX-PART)
                          WS-PART-CPF-FIM(WS-IDX-PART).
       00026A-END.
      *
       00026B-LE-LIMPO     SECTION.
           READ CPF-LIMPO-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00026B-END.
      *
       00026C-GRAVA-PARTICAO SECTION.
           IF WS-PART-QTDE(WS-PARTICAO-ATUAL) NOT < WS-LIMITE-PARTICAO
              AND WS-PARTICAO-ATUAL < WS-QTDE-PARTICOES
              ADD 1 TO WS-PARTICAO-ATUAL
           END-IF.
           EVALUATE WS-PARTICAO-ATUAL
               WHEN 1
                   MOVE CPF-LIMPO-REC TO CPF-PART-01-REC
                   WRITE CPF-PART-01-REC
               WHEN 2
                   MOVE CPF-LIMPO-REC TO CPF-PART-02-REC
                   WRITE CPF-PART-02-REC
               WHEN 3
                   MOVE CPF-LIMPO-REC TO CPF-PART-03-REC
                   WRITE CPF-PART-03-REC
               WHEN 4
                   MOVE CPF-LIMPO-REC TO CPF-PART-04-REC
                   WRITE CPF-PART-04-REC
           END-EVALUATE.
           IF WS-PART-QTDE(WS-PARTICAO-ATUAL) = ZEROES
              MOVE CPF-LIMPO-REC(1:11)
                        TO WS-PART-CPF-INI(WS-PARTICAO-ATUAL)
           END-IF.
           MOVE CPF-LIMPO-REC(1:11)
                        TO WS-PART-CPF-FIM(WS-PARTICAO-ATUAL).
           ADD 1 TO WS-PART-QTDE(WS-PARTICAO-ATUAL).
           PERFORM 00026B-LE-LIMPO.
       00026C-END.
      *
       00026D-GRAVA-CONTROLE SECTION.
           MOVE WS-IDX-PART                  TO PCTL-PARTICAO.
           MOVE DATA-HOJE-NUM                TO PCTL-DATA.
           MOVE WS-PART-QTDE(WS-IDX-PART)    TO PCTL-QTDE.
           MOVE WS-PART-CPF-INI(WS-IDX-PART) TO PCTL-CPF-INI.
           MOVE WS-PART-CPF-FIM(WS-IDX-PART) TO PCTL-CPF-FIM.
           WRITE CPF-PCTL-REC.
           DISPLAY "PARTICAO " WS-IDX-PART ": "
                   WS-PART-QTDE(WS-IDX-PART) " TRANSACOES".
       00026D-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           WRITE AUDIT-REC.
           IF WS-PARTICIONADO AND NOT WS-ABORT
              PERFORM 00029A-AUDITA-PARTICAO
                 VARYING WS-IDX-PART FROM 1 BY 1
                 UNTIL WS-IDX-PART > WS-QTDE-PARTICOES
           END-IF.
           CLOSE AUDIT-TRAIL-FILE.
       00029-END.
      *
       00029A-AUDITA-PARTICAO SECTION.
      * UM REGISTRO POR FAIXA (CPFPREP-Pnn), COM A QUANTIDADE GRAVADA
      * NA FAIXA EM LIDOS E ACEITOS, PARA O CPFMERGE CONFERIR CONTRA O
      * QUE A INSTANCIA DO CPFBATCH DA FAIXA LEU
           MOVE WS-IDX-PART               TO WS-AUDIT-PART-NUM.
           MOVE WS-AUDIT-PROG-PART        TO AUDIT-PROGRAMA.
           MOVE WS-PART-QTDE(WS-IDX-PART) TO AUDIT-QTDE-LIDOS.
           MOVE WS-PART-QTDE(WS-IDX-PART) TO AUDIT-QTDE-ACEITOS.
           MOVE ZEROES                    TO AUDIT-QTDE-REJEIT.
           WRITE AUDIT-REC.
       00029A-END.
      *
       00030-FIM           SECTION.
      *
