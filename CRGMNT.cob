       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CRGMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do catalogo
      *                de cargos (CRGMAST/CRGREC), nos moldes do
      *                GERMNT: consulta, inclui, altera e exclui o
      *                titulo, o codigo CBO, o nivel hierarquico e a
      *                faixa do valor da hora de cada cargo. Titulo,
      *                CBO e nivel sao obrigatorios e a faixa tem de
      *                ter minimo maior que zero e maximo nao menor
      *                que o minimo. Vigencia da tabela salarial
      *                (SALMAST) que fique fora da faixa nova e
      *                avisada na tela; cargo com vigencia na tabela
      *                nao pode ser excluido.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.

           SELECT SAL-MASTER-FILE ASSIGN TO "SALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CRG-MASTER-FILE.
           COPY CRGREC.

       FD  SAL-MASTER-FILE.
           COPY SALREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-CRGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
      * SEM O SALMAST NAO HA VIGENCIA A CONFERIR CONTRA A FAIXA
       01 WS-SALMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-SALMAST-OK                  VALUE "S".
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-CARGO          PIC X(04)   VALUE SPACES.
       01 WS-TRB-TITULO         PIC X(30)   VALUE SPACES.
       01 WS-TRB-CBO            PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-NIVEL          PIC 9(02)   VALUE ZEROES.
       01 WS-TRB-VALOR-MIN      PIC 9(05)V99 VALUE ZEROES.
       01 WS-TRB-VALOR-MAX      PIC 9(05)V99 VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * VARREDURA DAS VIGENCIAS DO CARGO NA TABELA SALARIAL
       01 WS-SAL-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
       01 WS-QTDE-VIGENCIAS     PIC 9(05)   VALUE ZEROES.
       01 WS-QTDE-FORA-FAIXA    PIC 9(05)   VALUE ZEROES.
       01 WS-VALOR-ED           PIC ZZZZ9.99.
       01 WS-VALOR-MAX-ED       PIC ZZZZ9.99.
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
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "MANUTENCAO DO CATALOGO DE CARGOS (CRGMAST)".
           OPEN I-O CRG-MASTER-FILE.
           IF WS-CRGMAST-STATUS = "35"
              OPEN OUTPUT CRG-MASTER-FILE
              CLOSE CRG-MASTER-FILE
              OPEN I-O CRG-MASTER-FILE
           END-IF.
           OPEN INPUT SAL-MASTER-FILE.
           IF WS-SALMAST-STATUS = "00"
              MOVE "S" TO WS-SALMAST-OK-SW
           ELSE
              DISPLAY "AVISO: SALMAST NAO ABRIU (STATUS "
                      WS-SALMAST-STATUS ") - VIGENCIAS NAO "
                      "CONFERIDAS CONTRA A FAIXA"
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(C)ONSULTAR (I)NCLUIR (A)LTERAR (E)XCLUIR (F)IM: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 00029-CONSULTAR
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 00021-INCLUIR
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 00022-ALTERAR
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 00023-EXCLUIR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE O CARGO E OS DADOS, VALIDA TUDO E SO ENTAO GRAVA O
      * REGISTRO NOVO
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00025-PEDE-DADOS.
           PERFORM 00027-VALIDA-DADOS.
           IF WS-DADOS-OK
              PERFORM 00027A-MOVE-DADOS
              WRITE CRG-REC
                  INVALID KEY
                      DISPLAY "*** CARGO JA CONSTA NO CATALOGO ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
                      PERFORM 00028-CONFERE-TABELA
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE O CARGO, LE O REGISTRO EXISTENTE E REGRAVA COM OS NOVOS
      * DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-CARGO TO CRG-CARGO.
           READ CRG-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CARGO NAO CONSTA NO CATALOGO ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00027-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00027A-MOVE-DADOS
                      REWRITE CRG-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                          NOT INVALID KEY
                              DISPLAY "REGISTRO ALTERADO."
                              PERFORM 00028-CONFERE-TABELA
                      END-REWRITE
                   END-IF
           END-READ.
       00022-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE O CARGO E EXCLUI DO CATALOGO, SALVO SE AINDA HOUVER
      * VIGENCIA DELE NA TABELA SALARIAL
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-CARGO TO CRG-CARGO.
           READ CRG-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CARGO NAO CONSTA NO CATALOGO ***"
               NOT INVALID KEY
                   PERFORM 00028-CONFERE-TABELA
                   IF WS-QTDE-VIGENCIAS > ZEROES
                      DISPLAY "*** CARGO COM " WS-QTDE-VIGENCIAS
                              " VIGENCIA(S) NA TABELA SALARIAL - "
                              "EXCLUIR ANTES PELO SALMNT ***"
                   ELSE
                      DELETE CRG-MASTER-FILE
                          INVALID KEY
                              DISPLAY "*** FALHA NA EXCLUSAO ***"
                          NOT INVALID KEY
                              DISPLAY "REGISTRO EXCLUIDO."
                      END-DELETE
                   END-IF
           END-READ.
       00023-END.
      *
       00024-PEDE-CHAVE    SECTION.
           DISPLAY "CARGO (4 CARACTERES): " WITH NO ADVANCING.
           ACCEPT WS-TRB-CARGO FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "TITULO DO CARGO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-TITULO FROM CONSOLE.
           DISPLAY "CODIGO CBO (6 DIGITOS, SEM O HIFEN): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-CBO FROM CONSOLE.
           DISPLAY "NIVEL HIERARQUICO (01 = TOPO): " WITH NO ADVANCING.
           ACCEPT WS-TRB-NIVEL FROM CONSOLE.
           DISPLAY "VALOR MINIMO DA HORA (99999.99, SEM O PONTO): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-VALOR-MIN FROM CONSOLE.
           DISPLAY "VALOR MAXIMO DA HORA (99999.99, SEM O PONTO): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-VALOR-MAX FROM CONSOLE.
       00025-END.
      *
       00027-VALIDA-DADOS  SECTION.
      * CARGO, TITULO, CBO E NIVEL PREENCHIDOS; FAIXA COM MINIMO
      * MAIOR QUE ZERO E MAXIMO NAO MENOR QUE O MINIMO
           MOVE "S" TO WS-DADOS-OK-SW.
           EVALUATE TRUE
               WHEN WS-TRB-CARGO = SPACES
                   DISPLAY "*** CARGO EM BRANCO - OPERACAO "
                           "CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               WHEN WS-TRB-TITULO = SPACES
                   DISPLAY "*** TITULO EM BRANCO - OPERACAO "
                           "CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               WHEN WS-TRB-CBO = ZEROES
                   DISPLAY "*** CODIGO CBO NAO INFORMADO - OPERACAO "
                           "CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               WHEN WS-TRB-NIVEL = ZEROES
                   DISPLAY "*** NIVEL HIERARQUICO NAO INFORMADO - "
                           "OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               WHEN WS-TRB-VALOR-MIN = ZEROES
                   DISPLAY "*** VALOR MINIMO DA HORA ZERADO - "
                           "OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               WHEN WS-TRB-VALOR-MAX < WS-TRB-VALOR-MIN
                   DISPLAY "*** VALOR MAXIMO MENOR QUE O MINIMO - "
                           "OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
           END-EVALUATE.
       00027-END.
      *
       00027A-MOVE-DADOS   SECTION.
           MOVE WS-TRB-CARGO     TO CRG-CARGO.
           MOVE WS-TRB-TITULO    TO CRG-TITULO.
           MOVE WS-TRB-CBO       TO CRG-CBO.
           MOVE WS-TRB-NIVEL     TO CRG-NIVEL.
           MOVE WS-TRB-VALOR-MIN TO CRG-VALOR-MIN.
           MOVE WS-TRB-VALOR-MAX TO CRG-VALOR-MAX.
           MOVE DATA-HOJE-NUM    TO CRG-DATA-ALT.
       00027A-END.
      *
       00028-CONFERE-TABELA SECTION.
      * PERCORRE AS VIGENCIAS DO CARGO NA TABELA SALARIAL, CONTANDO-AS
      * E AVISANDO AS QUE FICAM FORA DA FAIXA DO CATALOGO (O VALOR DA
      * VIGENCIA E CORRIGIDO PELO SALMNT)
           MOVE ZEROES TO WS-QTDE-VIGENCIAS.
           MOVE ZEROES TO WS-QTDE-FORA-FAIXA.
           IF WS-SALMAST-OK
              MOVE "N"       TO WS-SAL-EOF-SW
              MOVE CRG-CARGO TO SAL-CARGO
              MOVE ZEROES    TO SAL-DATA-VIG
              START SAL-MASTER-FILE KEY >= SAL-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-START
              PERFORM 00028A-LE-VIGENCIA UNTIL WS-SAL-EOF
              IF WS-QTDE-FORA-FAIXA > ZEROES
                 DISPLAY "AVISO: " WS-QTDE-FORA-FAIXA
                         " VIGENCIA(S) FORA DA FAIXA - CORRIGIR "
                         "PELO SALMNT"
              END-IF
           END-IF.
       00028-END.
      *
       00028A-LE-VIGENCIA  SECTION.
           READ SAL-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SAL-EOF-SW
               NOT AT END
                   IF SAL-CARGO NOT = CRG-CARGO
                      MOVE "Y" TO WS-SAL-EOF-SW
                   ELSE
                      ADD 1 TO WS-QTDE-VIGENCIAS
                      IF SAL-VALOR-HORA < CRG-VALOR-MIN OR
                         SAL-VALOR-HORA > CRG-VALOR-MAX
                         ADD 1 TO WS-QTDE-FORA-FAIXA
                         MOVE SAL-VALOR-HORA TO WS-VALOR-ED
                         DISPLAY "  VIGENCIA " SAL-DATA-VIG
                                 " VALOR DA HORA " WS-VALOR-ED
                                 " FORA DA FAIXA"
                      END-IF
                   END-IF
           END-READ.
       00028A-END.
      *
       00029-CONSULTAR     SECTION.
      * MOSTRA O CARGO DO CATALOGO COM A FAIXA DO VALOR DA HORA
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-CARGO TO CRG-CARGO.
           READ CRG-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CARGO NAO CONSTA NO CATALOGO ***"
               NOT INVALID KEY
                   MOVE CRG-VALOR-MIN TO WS-VALOR-ED
                   MOVE CRG-VALOR-MAX TO WS-VALOR-MAX-ED
                   DISPLAY "TITULO....: " CRG-TITULO
                   DISPLAY "CBO.......: " CRG-CBO
                           "  NIVEL " CRG-NIVEL
                   DISPLAY "FAIXA HORA: " WS-VALOR-ED " A "
                           WS-VALOR-MAX-ED
                   DISPLAY "ALTERADO..: " CRG-DATA-ALT
           END-READ.
       00029-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE CRG-MASTER-FILE.
           IF WS-SALMAST-OK
              CLOSE SAL-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO CATALOGO DE CARGOS".
       00030-END.
