       IDENTIFICATION      DIVISION.
       PROGRAM-ID. GRAVA-FONETICA.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subrotina compartilhada que mantem o indice
      *                fonetico de nomes EMPFONE (copybook FONREC) em
      *                sincronia com o EMPMAST, nos moldes da
      *                GRAVA-ACESSO: quem grava, regrava ou exclui um
      *                empregado no mestre (EMPMNT, EMPLOAD, EMPPURGE)
      *                chama aqui logo depois, com a matricula e o
      *                nome, em vez de cada um abrir o indice e montar
      *                a chave por conta propria. A chave vem da
      *                CHAVE-FONETICA e cada palavra distinta dela vira
      *                um registro do indice (a gravacao troca todas as
      *                palavras da matricula, a exclusao tira todas).
      *                O indice e aberto em I-O e
      *                fechado a cada chamada (criado na primeira vez).
      *                Falha no indice nao desfaz a gravacao do mestre:
      *                quem chamou avisa e o EMPFONGR reconstroi o
      *                indice inteiro a partir do EMPMAST.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  Um registro por palavra do nome (FON-PALAVRA),
      *                  para a busca do EMPINQ achar o nome por
      *                  qualquer palavra e nao so pela primeira.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FONE-INDEX-FILE ASSIGN TO "EMPFONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-CHAVE-PRIM
               ALTERNATE RECORD KEY IS FON-PALAVRA WITH DUPLICATES
               FILE STATUS IS WS-EMPFONE-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  FONE-INDEX-FILE.
           COPY FONREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-EMPFONE-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CHAVE             PIC X(30)   VALUE SPACES.
       01 WS-TAMANHO           PIC 9(02)   VALUE ZEROES.
      * PALAVRAS DA CHAVE JA GRAVADAS PARA A MATRICULA (A CHAVE TEM
      * NO MAXIMO 15 PALAVRAS DE UMA LETRA)
       01 WS-PONTEIRO          PIC 9(02)   VALUE ZEROES.
       01 WS-PALAVRA           PIC X(30)   VALUE SPACES.
       01 WS-QTDE-PAL          PIC 9(02)   VALUE ZEROES.
       01 WS-TAB-PALAVRAS.
          03 WS-PAL-GRAVADA    PIC X(30)   OCCURS 15 TIMES.
       01 WS-IDX-PAL           PIC 9(02)   VALUE ZEROES.
       01 WS-REPETIDA-SW       PIC X(01)   VALUE "N".
          88 WS-REPETIDA                    VALUE "S".
       01 WS-FIM-SW            PIC X(01)   VALUE "N".
          88 WS-FIM                         VALUE "S".
      *
       LINKAGE             SECTION.
       01 LK-OPERACAO       PIC X(01).
      *    "G" GRAVA (INCLUI OU REGRAVA A CHAVE DA MATRICULA)
      *    "E" EXCLUI A MATRICULA DO INDICE
       01 LK-MATRICULA      PIC 9(06).
       01 LK-NOME           PIC X(40).
      *    NOME DO EMPREGADO (IGNORADO NA EXCLUSAO)
       01 LK-STATUS         PIC X(02).
      *    "00" INDICE ATUALIZADO (OU MATRICULA JA FORA DELE)
      *    "01" EMPFONE NAO ABRIU
      *    "02" FALHA NA GRAVACAO/EXCLUSAO NO INDICE
      *    "03" OPERACAO INVALIDA
      *
       PROCEDURE           DIVISION USING LK-OPERACAO
                                           LK-MATRICULA
                                           LK-NOME
                                           LK-STATUS.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
      *
       00010-PROCESSO      SECTION.
      * ABRE O INDICE EM I-O (CRIANDO-O NA PRIMEIRA VEZ), APLICA A
      * OPERACAO E FECHA
           MOVE "00" TO LK-STATUS.
           OPEN I-O FONE-INDEX-FILE.
           IF WS-EMPFONE-STATUS = "35"
              OPEN OUTPUT FONE-INDEX-FILE
              CLOSE FONE-INDEX-FILE
              OPEN I-O FONE-INDEX-FILE
           END-IF.
           IF WS-EMPFONE-STATUS NOT = "00"
              MOVE "01" TO LK-STATUS
           ELSE
              EVALUATE LK-OPERACAO
                  WHEN "G"
                      PERFORM 00030-EXCLUI-CHAVE
                      IF LK-STATUS = "00"
                         PERFORM 00020-GRAVA-CHAVE
                      END-IF
                  WHEN "E"
                      PERFORM 00030-EXCLUI-CHAVE
                  WHEN OTHER
                      MOVE "03" TO LK-STATUS
              END-EVALUATE
              CLOSE FONE-INDEX-FILE
           END-IF.
       00010-END.
      *
       00020-GRAVA-CHAVE   SECTION.
      * AS PALAVRAS ANTIGAS DA MATRICULA JA SAIRAM (O NOME PODE TER
      * MUDADO); GRAVA UM REGISTRO POR PALAVRA DISTINTA DA CHAVE NOVA
           CALL "CHAVE-FONETICA" USING LK-NOME WS-CHAVE WS-TAMANHO
           END-CALL.
           MOVE 1      TO WS-PONTEIRO.
           MOVE ZEROES TO WS-QTDE-PAL.
           PERFORM 00021-GRAVA-PALAVRA
              UNTIL WS-PONTEIRO > WS-TAMANHO OR LK-STATUS NOT = "00".
       00020-END.
      *
       00021-GRAVA-PALAVRA SECTION.
      * TIRA A PROXIMA PALAVRA DA CHAVE; PALAVRA REPETIDA NO NOME
      * ENTRA UMA VEZ SO
           MOVE SPACES TO WS-PALAVRA.
           UNSTRING WS-CHAVE DELIMITED BY SPACE
               INTO WS-PALAVRA
               WITH POINTER WS-PONTEIRO
           END-UNSTRING.
           IF WS-PALAVRA NOT = SPACES
              MOVE "N" TO WS-REPETIDA-SW
              PERFORM 00022-PROCURA-REPETIDA
                 VARYING WS-IDX-PAL FROM 1 BY 1
                 UNTIL WS-IDX-PAL > WS-QTDE-PAL OR WS-REPETIDA
              IF NOT WS-REPETIDA
                 ADD 1 TO WS-QTDE-PAL
                 MOVE WS-PALAVRA   TO WS-PAL-GRAVADA(WS-QTDE-PAL)
                 MOVE LK-MATRICULA TO FON-MATRICULA
                 MOVE WS-QTDE-PAL  TO FON-ORDEM
                 MOVE WS-PALAVRA   TO FON-PALAVRA
                 MOVE WS-CHAVE     TO FON-CHAVE
                 WRITE FON-REC
                     INVALID KEY
                         MOVE "02" TO LK-STATUS
                 END-WRITE
              END-IF
           END-IF.
       00021-END.
      *
       00022-PROCURA-REPETIDA SECTION.
           IF WS-PAL-GRAVADA(WS-IDX-PAL) = WS-PALAVRA
              MOVE "S" TO WS-REPETIDA-SW
           END-IF.
       00022-END.
      *
       00030-EXCLUI-CHAVE  SECTION.
      * TIRA TODAS AS PALAVRAS DA MATRICULA; MATRICULA QUE JA NAO ESTA
      * NO INDICE NAO E ERRO
           MOVE LK-MATRICULA TO FON-MATRICULA.
           MOVE ZEROES       TO FON-ORDEM.
           MOVE "N"          TO WS-FIM-SW.
           START FONE-INDEX-FILE KEY IS NOT LESS THAN FON-CHAVE-PRIM
               INVALID KEY
                   MOVE "S" TO WS-FIM-SW
           END-START.
           PERFORM 00031-EXCLUI-PALAVRA UNTIL WS-FIM.
       00030-END.
      *
       00031-EXCLUI-PALAVRA SECTION.
           READ FONE-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-SW
           END-READ.
           IF NOT WS-FIM
              IF FON-MATRICULA NOT = LK-MATRICULA
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 DELETE FONE-INDEX-FILE
                     INVALID KEY
                         MOVE "02" TO LK-STATUS
                         MOVE "S"  TO WS-FIM-SW
                 END-DELETE
              END-IF
           END-IF.
       00031-END.
