      *                  restrito a transacao fora de ordem, ja que o
      *                  duplicado entre rodadas virou atualizacao. O
      *                  checkpoint/restart continua igual.
      * 2026-10-15  RMS  Instancia de particao: com PARM-PARTICAO no
      *                  cartao CPFPARM, o programa roda sobre uma das
      *                  faixas de chave gravadas pelo CPFPREP (o JCL da
      *                  faixa aponta CPFTRAND, CPFEXCPT, CPFPEND,
      *                  CPFTRACE e CPFCKPT para os datasets da faixa)
      *                  e grava o AUDITLOG como CPFBATCH-Pnn, para o
      *                  CPFMERGE provar as contagens. O cursor do
      *                  mestre passou a partir do CPF da primeira
      *                  transacao a processar, em vez do inicio do
      *                  CPFMAST, para cada faixa ler so o seu trecho.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT CPF-TRACE-FILE ASSIGN TO "CPFTRACE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CPF-PARM-FILE ASSIGN TO "CPFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPFPARM-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           03 TRCR-RESTO           PIC 9(04).
           03 TRCR-DIGVERIF        PIC 9(01).

       FD  CPF-PARM-FILE.
           COPY CPFPARM.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       01 WS-TRC-INDICE       PIC 9(02) VALUE ZEROES.
       COPY CPFTRACE.
       01 WS-CPF-MASCARADO    PIC X(11) VALUE SPACES.
      * FAIXA DESTA INSTANCIA (CARTAO CPFPARM); ZERO = PASSADA UNICA
       01 WS-CPFPARM-STATUS   PIC X(02) VALUE SPACES.
       01 WS-PARTICAO         PIC 9(02) VALUE ZEROES.
       01 WS-AUDIT-PROGRAMA.
          03 WS-AUDIT-PROG-NOME PIC X(09) VALUE "CPFBATCH".
          03 WS-AUDIT-PROG-PART PIC X(11) VALUE SPACES.
       01 WS-AUDIT-SUFIXO.
          03 FILLER             PIC X(01) VALUE "P".
          03 WS-AUDIT-PART-NUM  PIC 9(02) VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           DISPLAY "INICIO DO PROGRAMA".
           DISPLAY " ".

           PERFORM 00011-LE-PARAMETRO.
           PERFORM 00028-VERIFICA-CHECKPOINT.

           OPEN INPUT CPF-TRANS-FILE.
                 OPEN OUTPUT CPF-TRACE-FILE
                 OPEN OUTPUT CPF-CHECKPOINT-FILE
              END-IF
              PERFORM 00024-LE-TRANSACAO
              PERFORM 00023-POSICIONA-MESTRE
           END-IF.
      *
       00010-END.
      *
       00011-LE-PARAMETRO  SECTION.
      * LE O CARTAO OPCIONAL DE PARTICIONAMENTO: COM A FAIXA
      * INFORMADA, A TRILHA DE AUDITORIA SAI COMO CPFBATCH-Pnn
           OPEN INPUT CPF-PARM-FILE.
           IF WS-CPFPARM-STATUS = "00"
              READ CPF-PARM-FILE
                  NOT AT END
                      IF PARM-PARTICAO NUMERIC
                         MOVE PARM-PARTICAO TO WS-PARTICAO
                      END-IF
              END-READ
              CLOSE CPF-PARM-FILE
           END-IF.
           IF WS-PARTICAO > ZEROES
              MOVE "CPFBATCH-"     TO WS-AUDIT-PROG-NOME
              MOVE WS-PARTICAO     TO WS-AUDIT-PART-NUM
              MOVE WS-AUDIT-SUFIXO TO WS-AUDIT-PROG-PART
              DISPLAY "INSTANCIA DA PARTICAO " WS-PARTICAO
                      " DO CPFTRAND"
           END-IF.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * VALIDA UM REGISTRO DO ARQUIVO DE TRANSACOES POR VEZ, CHAMANDO
       00020-END.
      *
       00023-POSICIONA-MESTRE SECTION.
      * POSICIONA O CURSOR DO CASAMENTO SEQUENCIAL NO CPF DA PRIMEIRA
      * TRANSACAO A PROCESSAR (NUMA FAIXA, O INICIO DO SEU TRECHO DO
      * MESTRE); NADA ALEM DELE NO MESTRE DEIXA O CURSOR EM FIM-DE-
      * ARQUIVO (TODA TRANSACAO VIRA INCLUSAO)
           IF WS-EOF
              MOVE LOW-VALUES    TO CPF-MST-CHAVE
           ELSE
              MOVE CPF-TRANS-CPF TO CPF-MST-CHAVE
           END-IF.
           START CPF-MASTER-FILE KEY >= CPF-MST-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-MST-EOF-SW
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE WS-AUDIT-PROGRAMA    TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
