       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ESCMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao das escalas
      *                de revezamento, nos moldes do JORMNT: inclui,
      *                altera e exclui o padrao de escala do ESCMAST
      *                (ciclo em dias, minutos esperados e turno
      *                noturno de cada dia do ciclo) e vincula ou
      *                desvincula a matricula a um padrao, com a data
      *                em que o dia 1 do ciclo cai para ela (ESCATRIB).
      *                A matricula e conferida contra o EMPMAST (e
      *                recusada quando DESLIGADA) e o padrao em uso
      *                por alguma matricula nao pode ser excluido. A
      *                expansao dia a dia para a conversao de ponto e
      *                o passo ESCEXPAN do lote diario.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ESC-MASTER-FILE ASSIGN TO "ESCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-CODIGO
               FILE STATUS IS WS-ESCMAST-STATUS.

           SELECT ESA-MASTER-FILE ASSIGN TO "ESCATRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESA-MATRICULA
               FILE STATUS IS WS-ESCATRIB-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  ESC-MASTER-FILE.
           COPY ESCREC.

       FD  ESA-MASTER-FILE.
           COPY ESAREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-ESCMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ESCATRIB-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-VINCULAR             VALUE "V".
          88 WS-OPCAO-DESVINCULAR          VALUE "D".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-ABERTOS-SW         PIC X(01)   VALUE "N".
          88 WS-ARQUIVOS-ABERTOS           VALUE "S".
      * PADRAO EM DIGITACAO (CICLO DE ATE 35 DIAS)
       01 WS-TRB-CODIGO         PIC X(04)   VALUE SPACES.
       01 WS-TRB-DESCRICAO      PIC X(30)   VALUE SPACES.
       01 WS-TRB-QTDE-DIAS      PIC 9(02)   VALUE ZEROES.
       01 WS-TRB-CICLO.
           03 WS-TRB-DIA                    OCCURS 35 TIMES.
              05 WS-TRB-MIN-DIA PIC 9(04).
              05 WS-TRB-NOTURNO PIC X(01).
       01 WS-LIMITE-CICLO       PIC 9(02)   VALUE 35.
       01 WS-IDX-DIA            PIC 9(02)   VALUE ZEROES.
      * ATRIBUICAO EM DIGITACAO
       01 WS-TRB-MATRICULA      PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-DATA-INICIO    PIC 9(08)   VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-EM-USO-SW          PIC X(01)   VALUE "N".
          88 WS-EM-USO                      VALUE "S".
       01 WS-ESA-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-ESA-EOF                     VALUE "Y".
      * CAMPOS DA CHAMADA A DATEUTIL (VALIDACAO DA DATA DE INICIO)
       01 WS-DU-OPERACAO        PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-2          PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS            PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO       PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW         PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS          PIC X(02)   VALUE SPACES.
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           PERFORM 00020-PROCESSO UNTIL WS-FIM-MANUTENCAO.
           PERFORM 00030-FIM.
           STOP RUN.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "MANUTENCAO DAS ESCALAS DE REVEZAMENTO (ESCMAST E "
                   "ESCATRIB)".
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ESC-MASTER-FILE.
           IF WS-ESCMAST-STATUS = "35"
              OPEN OUTPUT ESC-MASTER-FILE
              CLOSE ESC-MASTER-FILE
              OPEN I-O ESC-MASTER-FILE
           END-IF.
           OPEN I-O ESA-MASTER-FILE.
           IF WS-ESCATRIB-STATUS = "35"
              OPEN OUTPUT ESA-MASTER-FILE
              CLOSE ESA-MASTER-FILE
              OPEN I-O ESA-MASTER-FILE
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE ESC-MASTER-FILE
              CLOSE ESA-MASTER-FILE
           ELSE
              MOVE "S" TO WS-ABERTOS-SW
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "ESCALA: (I)NCLUIR (A)LTERAR (E)XCLUIR  "
                   "MATRICULA: (V)INCULAR (D)ESVINCULAR  (F)IM: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 00021-INCLUIR
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 00022-ALTERAR
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 00023-EXCLUIR
               WHEN WS-OPCAO-VINCULAR
                   PERFORM 00041-VINCULAR
               WHEN WS-OPCAO-DESVINCULAR
                   PERFORM 00042-DESVINCULAR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE O CODIGO E O CICLO DA ESCALA, VALIDA TUDO E SO ENTAO
      * GRAVA O PADRAO NOVO NO MESTRE
           PERFORM 00024-PEDE-CODIGO.
           PERFORM 00025-PEDE-CICLO.
           PERFORM 00026-VALIDA-CICLO.
           IF WS-DADOS-OK
              MOVE WS-TRB-CODIGO TO ESC-CODIGO
              PERFORM 00027-MOVE-CICLO
              WRITE ESC-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE ESCALA COM ESSE "
                              "CODIGO ***"
                  NOT INVALID KEY
                      DISPLAY "ESCALA INCLUIDA."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE O CODIGO, LE O PADRAO EXISTENTE E REGRAVA COM O NOVO
      * CICLO, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO; O CICLO
      * NOVO VALE NA PROXIMA EXPANSAO (ESCEXPAN)
           PERFORM 00024-PEDE-CODIGO.
           MOVE WS-TRB-CODIGO TO ESC-CODIGO.
           READ ESC-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ESCALA NAO ENCONTRADA ***"
               NOT INVALID KEY
                   DISPLAY "ESCALA ATUAL: " ESC-DESCRICAO
                           "  CICLO DE " ESC-QTDE-DIAS " DIAS"
                   PERFORM 00025-PEDE-CICLO
                   PERFORM 00026-VALIDA-CICLO
                   IF WS-DADOS-OK
                      PERFORM 00027-MOVE-CICLO
                      REWRITE ESC-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                          NOT INVALID KEY
                              DISPLAY "ESCALA ALTERADA."
                      END-REWRITE
                   END-IF
           END-READ.
       00022-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE O CODIGO E EXCLUI O PADRAO, DESDE QUE NENHUMA MATRICULA
      * ESTEJA VINCULADA A ELE
           PERFORM 00024-PEDE-CODIGO.
           MOVE WS-TRB-CODIGO TO ESC-CODIGO.
           READ ESC-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ESCALA NAO ENCONTRADA ***"
               NOT INVALID KEY
                   PERFORM 00028-VERIFICA-USO
                   IF WS-EM-USO
                      DISPLAY "*** ESCALA VINCULADA A MATRICULA "
                              ESA-MATRICULA " - EXCLUSAO RECUSADA ***"
                   ELSE
                      DELETE ESC-MASTER-FILE
                          INVALID KEY
                              DISPLAY "*** FALHA NA EXCLUSAO ***"
                          NOT INVALID KEY
                              DISPLAY "ESCALA EXCLUIDA."
                      END-DELETE
                   END-IF
           END-READ.
       00023-END.
      *
       00024-PEDE-CODIGO   SECTION.
           DISPLAY "CODIGO DA ESCALA (4 CARACTERES, EX. 1236): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-CODIGO FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-CICLO    SECTION.
           DISPLAY "DESCRICAO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-DESCRICAO FROM CONSOLE.
           DISPLAY "DIAS DO CICLO (1-35): " WITH NO ADVANCING.
           ACCEPT WS-TRB-QTDE-DIAS FROM CONSOLE.
           MOVE SPACES TO WS-TRB-CICLO.
           IF WS-TRB-QTDE-DIAS NUMERIC AND
              WS-TRB-QTDE-DIAS > ZEROES AND
              WS-TRB-QTDE-DIAS NOT > WS-LIMITE-CICLO
              PERFORM 00025A-PEDE-UM-DIA
                 VARYING WS-IDX-DIA FROM 1 BY 1
                 UNTIL WS-IDX-DIA > WS-TRB-QTDE-DIAS
           END-IF.
       00025-END.
      *
       00025A-PEDE-UM-DIA  SECTION.
           DISPLAY "DIA " WS-IDX-DIA " - MINUTOS (0-1440, 0 = FOLGA): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-MIN-DIA(WS-IDX-DIA) FROM CONSOLE.
           DISPLAY "DIA " WS-IDX-DIA " - TURNO NOTURNO (S/N): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-NOTURNO(WS-IDX-DIA) FROM CONSOLE.
       00025A-END.
      *
       00026-VALIDA-CICLO  SECTION.
      * CICLO ENTRE 1 E 35 DIAS, CADA DIA CONTRA O MAXIMO FISICO DE
      * MINUTOS E A MARCA NOTURNA S/N (BRANCO = N)
           MOVE "S" TO WS-DADOS-OK-SW.
           IF WS-TRB-CODIGO = SPACES
              DISPLAY "*** CODIGO EM BRANCO - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
           IF WS-DADOS-OK
              IF WS-TRB-QTDE-DIAS NOT NUMERIC OR
                 WS-TRB-QTDE-DIAS = ZEROES OR
                 WS-TRB-QTDE-DIAS > WS-LIMITE-CICLO
                 DISPLAY "*** DIAS DO CICLO INVALIDOS - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              ELSE
                 PERFORM 00026A-VALIDA-UM-DIA
                    VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > WS-TRB-QTDE-DIAS
                       OR NOT WS-DADOS-OK
              END-IF
           END-IF.
       00026-END.
      *
       00026A-VALIDA-UM-DIA SECTION.
           IF WS-TRB-NOTURNO(WS-IDX-DIA) = SPACES
              MOVE "N" TO WS-TRB-NOTURNO(WS-IDX-DIA)
           END-IF.
           IF WS-TRB-MIN-DIA(WS-IDX-DIA) NOT NUMERIC OR
              WS-TRB-MIN-DIA(WS-IDX-DIA) > 1440 OR
              (WS-TRB-NOTURNO(WS-IDX-DIA) NOT = "S" AND
               WS-TRB-NOTURNO(WS-IDX-DIA) NOT = "N")
              DISPLAY "*** DIA " WS-IDX-DIA " DO CICLO INVALIDO - "
                      "OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00026A-END.
      *
       00027-MOVE-CICLO    SECTION.
      * DIAS ALEM DO CICLO FICAM ZERADOS NO REGISTRO
           MOVE WS-TRB-DESCRICAO TO ESC-DESCRICAO.
           MOVE WS-TRB-QTDE-DIAS TO ESC-QTDE-DIAS.
           PERFORM 00027A-MOVE-UM-DIA
              VARYING WS-IDX-DIA FROM 1 BY 1
              UNTIL WS-IDX-DIA > WS-LIMITE-CICLO.
       00027-END.
      *
       00027A-MOVE-UM-DIA  SECTION.
           IF WS-IDX-DIA > WS-TRB-QTDE-DIAS
              MOVE ZEROES TO ESC-MIN-DIA(WS-IDX-DIA)
              MOVE "N"    TO ESC-NOTURNO(WS-IDX-DIA)
           ELSE
              MOVE WS-TRB-MIN-DIA(WS-IDX-DIA)
                   TO ESC-MIN-DIA(WS-IDX-DIA)
              MOVE WS-TRB-NOTURNO(WS-IDX-DIA)
                   TO ESC-NOTURNO(WS-IDX-DIA)
           END-IF.
       00027A-END.
      *
       00028-VERIFICA-USO  SECTION.
      * VARRE AS ATRIBUICOES PROCURANDO MATRICULA VINCULADA AO PADRAO
           MOVE "N" TO WS-EM-USO-SW.
           MOVE "N" TO WS-ESA-EOF-SW.
           MOVE ZEROES TO ESA-MATRICULA.
           START ESA-MASTER-FILE KEY >= ESA-MATRICULA
               INVALID KEY
                   MOVE "Y" TO WS-ESA-EOF-SW
           END-START.
           PERFORM 00028A-LE-ATRIBUICAO
              UNTIL WS-ESA-EOF OR WS-EM-USO.
       00028-END.
      *
       00028A-LE-ATRIBUICAO SECTION.
           READ ESA-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ESA-EOF-SW
               NOT AT END
                   IF ESA-ESCALA = ESC-CODIGO
                      MOVE "S" TO WS-EM-USO-SW
                   END-IF
           END-READ.
       00028A-END.
      *
       00041-VINCULAR      SECTION.
      * VINCULA A MATRICULA A UM PADRAO (INCLUI OU REGRAVA A
      * ATRIBUICAO) COM A DATA DO DIA 1 DO CICLO
           PERFORM 00043-PEDE-ATRIBUICAO.
           PERFORM 00044-VALIDA-ATRIBUICAO.
           IF WS-DADOS-OK
              MOVE WS-TRB-MATRICULA TO ESA-MATRICULA
              READ ESA-MASTER-FILE
                  INVALID KEY
                      MOVE WS-TRB-MATRICULA   TO ESA-MATRICULA
                      MOVE WS-TRB-CODIGO      TO ESA-ESCALA
                      MOVE WS-TRB-DATA-INICIO TO ESA-DATA-INICIO
                      MOVE DATA-HOJE-NUM      TO ESA-DATA-ALTER
                      WRITE ESA-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA INCLUSAO ***"
                          NOT INVALID KEY
                              DISPLAY "MATRICULA VINCULADA."
                      END-WRITE
                  NOT INVALID KEY
                      DISPLAY "ESCALA ANTERIOR: " ESA-ESCALA
                              " DESDE " ESA-DATA-INICIO
                      MOVE WS-TRB-CODIGO      TO ESA-ESCALA
                      MOVE WS-TRB-DATA-INICIO TO ESA-DATA-INICIO
                      MOVE DATA-HOJE-NUM      TO ESA-DATA-ALTER
                      REWRITE ESA-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                          NOT INVALID KEY
                              DISPLAY "VINCULO ALTERADO."
                      END-REWRITE
              END-READ
           END-IF.
       00041-END.
      *
       00042-DESVINCULAR   SECTION.
      * RETIRA A ATRIBUICAO: A MATRICULA VOLTA A JORNADA SEMANAL DO
      * JORMAST A PARTIR DA PROXIMA EXPANSAO
           PERFORM 00045-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO ESA-MATRICULA.
           READ ESA-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA SEM ESCALA VINCULADA ***"
               NOT INVALID KEY
                   DELETE ESA-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "MATRICULA DESVINCULADA."
                   END-DELETE
           END-READ.
       00042-END.
      *
       00043-PEDE-ATRIBUICAO SECTION.
           PERFORM 00045-PEDE-MATRICULA.
           PERFORM 00024-PEDE-CODIGO.
           DISPLAY "DATA DO DIA 1 DO CICLO (AAAAMMDD): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-DATA-INICIO FROM CONSOLE.
       00043-END.
      *
       00044-VALIDA-ATRIBUICAO SECTION.
      * MATRICULA ATIVA NO EMPMAST, PADRAO EXISTENTE NO ESCMAST E
      * DATA DE INICIO VALIDA (DATEUTIL)
           MOVE "S" TO WS-DADOS-OK-SW.
           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA NAO CONSTA NO MESTRE DE "
                           "EMPREGADOS - OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   IF EMP-DESLIGADO
                      DISPLAY "*** MATRICULA DESLIGADA - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                   END-IF
           END-READ.
           IF WS-DADOS-OK
              MOVE WS-TRB-CODIGO TO ESC-CODIGO
              READ ESC-MASTER-FILE
                  INVALID KEY
                      DISPLAY "*** ESCALA NAO CADASTRADA - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
              END-READ
           END-IF.
           IF WS-DADOS-OK
              MOVE "W" TO WS-DU-OPERACAO
              MOVE "99" TO WS-DU-STATUS
              IF WS-TRB-DATA-INICIO NUMERIC
                 CALL "DATEUTIL" USING WS-DU-OPERACAO
                                        WS-TRB-DATA-INICIO
                                        WS-DU-DATA-2 WS-DU-DIAS
                                        WS-DU-RESULTADO WS-DU-UTIL-SW
                                        WS-DU-STATUS
                 END-CALL
              END-IF
              IF WS-DU-STATUS NOT = "00"
                 DISPLAY "*** DATA DE INICIO INVALIDA - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00044-END.
      *
       00045-PEDE-MATRICULA SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
       00045-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-ARQUIVOS-ABERTOS
              CLOSE ESC-MASTER-FILE
              CLOSE ESA-MASTER-FILE
              CLOSE EMP-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DAS ESCALAS DE REVEZAMENTO".
       00030-END.
