       IDENTIFICATION      DIVISION.
       PROGRAM-ID. GERMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do cadastro
      *                de gestores por celula (GERMAST/GERREC), nos
      *                moldes do QUADMNT e mantido ao lado do ORGMAST:
      *                consulta, inclui, altera e exclui o gestor de
      *                cada SETOR/DEPTO/SERVIDOR e o substituto
      *                opcional com o periodo de delegacao. A chave
      *                passa pela VALIDA-ORGSUB e pela existencia da
      *                celula no ORGMAST; gestor e substituto tem de
      *                constar ativos no EMPMAST, e as datas da
      *                delegacao passam pela DATEUTIL, antes de
      *                qualquer gravacao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT GESTOR-FILE ASSIGN TO "GERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS WS-GERMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

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
       FD  GESTOR-FILE.
           COPY GERREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-GERMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-SETOR          PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-DEPTO          PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-SERVIDOR       PIC 9(01)   VALUE ZEROES.
       01 WS-TRB-MATRICULA      PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-SUBSTITUTO     PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-DELEG-INI      PIC 9(08)   VALUE ZEROES.
       01 WS-TRB-DELEG-FIM      PIC 9(08)   VALUE ZEROES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-ORGSUB-STATUS      PIC X(02)   VALUE SPACES.
      * MATRICULA CONFERIDA NO EMPMAST E O ROTULO USADO NA MENSAGEM
       01 WS-MATR-CONFERE       PIC 9(06)   VALUE ZEROES.
       01 WS-ROTULO-CONFERE     PIC X(10)   VALUE SPACES.
      * CAMPOS DA CHAMADA A DATEUTIL (VALIDACAO DAS DATAS DIGITADAS)
       01 WS-DU-OPERACAO        PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1          PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2          PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS            PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO       PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW         PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS          PIC X(02)   VALUE SPACES.
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
           DISPLAY "MANUTENCAO DO CADASTRO DE GESTORES (GERMAST)".
           OPEN I-O GESTOR-FILE.
           IF WS-GERMAST-STATUS = "35"
              OPEN OUTPUT GESTOR-FILE
              CLOSE GESTOR-FILE
              OPEN I-O GESTOR-FILE
           END-IF.
           OPEN INPUT ORGMAST-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-ORGMAST-STATUS NOT = "00" OR
              WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** ORGMAST/EMPMAST NAO ABRIRAM (STATUS "
                      WS-ORGMAST-STATUS "/" WS-EMPMAST-STATUS
                      ") - MANUTENCAO INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE GESTOR-FILE
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
      * PEDE A CHAVE E OS DADOS, VALIDA TUDO E SO ENTAO GRAVA O
      * REGISTRO NOVO
           PERFORM 00024-PEDE-CHAVE.
           PERFORM 00026-VALIDA-CHAVE.
           IF WS-DADOS-OK
              PERFORM 00025-PEDE-DADOS
              PERFORM 00027-VALIDA-DADOS
           END-IF.
           IF WS-DADOS-OK
              MOVE WS-TRB-SETOR      TO GER-SETOR
              MOVE WS-TRB-DEPTO      TO GER-DEPTO
              MOVE WS-TRB-SERVIDOR   TO GER-SERVIDOR-IDX
              MOVE WS-TRB-MATRICULA  TO GER-MATRICULA
              MOVE WS-TRB-SUBSTITUTO TO GER-SUBSTITUTO
              MOVE WS-TRB-DELEG-INI  TO GER-DELEG-INI
              MOVE WS-TRB-DELEG-FIM  TO GER-DELEG-FIM
              WRITE GER-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE GESTOR PARA ESSA "
                              "CELULA ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A CHAVE, LE O REGISTRO EXISTENTE E REGRAVA COM OS NOVOS
      * DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO (E ASSIM QUE
      * SE ABRE OU ENCERRA UMA DELEGACAO)
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-SETOR    TO GER-SETOR.
           MOVE WS-TRB-DEPTO    TO GER-DEPTO.
           MOVE WS-TRB-SERVIDOR TO GER-SERVIDOR-IDX.
           READ GESTOR-FILE
               INVALID KEY
                   DISPLAY "*** GESTOR NAO ENCONTRADO ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00027-VALIDA-DADOS
                   IF WS-DADOS-OK
                      MOVE WS-TRB-MATRICULA  TO GER-MATRICULA
                      MOVE WS-TRB-SUBSTITUTO TO GER-SUBSTITUTO
                      MOVE WS-TRB-DELEG-INI  TO GER-DELEG-INI
                      MOVE WS-TRB-DELEG-FIM  TO GER-DELEG-FIM
                      REWRITE GER-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                          NOT INVALID KEY
                              DISPLAY "REGISTRO ALTERADO."
                      END-REWRITE
                   END-IF
           END-READ.
       00022-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE A CHAVE E EXCLUI O GESTOR DA CELULA
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-SETOR    TO GER-SETOR.
           MOVE WS-TRB-DEPTO    TO GER-DEPTO.
           MOVE WS-TRB-SERVIDOR TO GER-SERVIDOR-IDX.
           READ GESTOR-FILE
               INVALID KEY
                   DISPLAY "*** GESTOR NAO ENCONTRADO ***"
               NOT INVALID KEY
                   DELETE GESTOR-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-CHAVE    SECTION.
           DISPLAY "SETOR (1-3): " WITH NO ADVANCING.
           ACCEPT WS-TRB-SETOR FROM CONSOLE.
           DISPLAY "DEPARTAMENTO (1-4): " WITH NO ADVANCING.
           ACCEPT WS-TRB-DEPTO FROM CONSOLE.
           DISPLAY "SERVIDOR (1-4): " WITH NO ADVANCING.
           ACCEPT WS-TRB-SERVIDOR FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "MATRICULA DO GESTOR (6 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
           DISPLAY "MATRICULA DO SUBSTITUTO (ZERO = NENHUM): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-SUBSTITUTO FROM CONSOLE.
           MOVE ZEROES TO WS-TRB-DELEG-INI.
           MOVE ZEROES TO WS-TRB-DELEG-FIM.
           IF WS-TRB-SUBSTITUTO NOT = ZEROES
              DISPLAY "INICIO DA DELEGACAO (AAAAMMDD): "
                      WITH NO ADVANCING
              ACCEPT WS-TRB-DELEG-INI FROM CONSOLE
              DISPLAY "FIM DA DELEGACAO (AAAAMMDD): "
                      WITH NO ADVANCING
              ACCEPT WS-TRB-DELEG-FIM FROM CONSOLE
           END-IF.
       00025-END.
      *
       00026-VALIDA-CHAVE  SECTION.
      * CONFERE A CHAVE NA FAIXA VALIDA E A EXISTENCIA DA CELULA NO
      * ORGMAST ANTES DE GRAVAR
           MOVE "S" TO WS-DADOS-OK-SW.
           CALL "VALIDA-ORGSUB" USING WS-TRB-SETOR WS-TRB-DEPTO
                                       WS-TRB-SERVIDOR
                                       WS-ORGSUB-STATUS
           END-CALL.
           IF WS-ORGSUB-STATUS NOT = "00"
              DISPLAY "*** SETOR/DEPTO/SERVIDOR FORA DE FAIXA "
                      "(STATUS " WS-ORGSUB-STATUS ") ***"
              MOVE "N" TO WS-DADOS-OK-SW
           ELSE
              MOVE WS-TRB-SETOR    TO ORGM-SETOR
              MOVE WS-TRB-DEPTO    TO ORGM-DEPTO
              MOVE WS-TRB-SERVIDOR TO ORGM-SERVIDOR-IDX
              READ ORGMAST-FILE
                  INVALID KEY
                      DISPLAY "*** CELULA NAO EXISTE NO MESTRE "
                              "ORGANIZACIONAL ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                  NOT INVALID KEY
                      CONTINUE
              END-READ
           END-IF.
       00026-END.
      *
       00027-VALIDA-DADOS  SECTION.
      * GESTOR OBRIGATORIO E ATIVO; SUBSTITUTO, SE HOUVER, ATIVO,
      * DIFERENTE DO GESTOR E COM DELEGACAO DE DATAS VALIDAS E INICIO
      * NAO POSTERIOR AO FIM
           MOVE "S" TO WS-DADOS-OK-SW.
           MOVE WS-TRB-MATRICULA TO WS-MATR-CONFERE.
           MOVE "GESTOR"         TO WS-ROTULO-CONFERE.
           PERFORM 00028-CONFERE-EMPREGADO.

           IF WS-DADOS-OK AND WS-TRB-SUBSTITUTO NOT = ZEROES
              IF WS-TRB-SUBSTITUTO = WS-TRB-MATRICULA
                 DISPLAY "*** SUBSTITUTO IGUAL AO GESTOR - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              ELSE
                 MOVE WS-TRB-SUBSTITUTO TO WS-MATR-CONFERE
                 MOVE "SUBSTITUTO"      TO WS-ROTULO-CONFERE
                 PERFORM 00028-CONFERE-EMPREGADO
              END-IF
           END-IF.

           IF WS-DADOS-OK AND WS-TRB-SUBSTITUTO NOT = ZEROES
              MOVE WS-TRB-DELEG-INI TO WS-DU-DATA-1
              PERFORM 00028A-VALIDA-DATA
              IF WS-DADOS-OK
                 MOVE WS-TRB-DELEG-FIM TO WS-DU-DATA-1
                 PERFORM 00028A-VALIDA-DATA
              END-IF
              IF WS-DADOS-OK AND
                 WS-TRB-DELEG-INI > WS-TRB-DELEG-FIM
                 DISPLAY "*** INICIO DA DELEGACAO POSTERIOR AO FIM - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00027-END.
      *
       00028-CONFERE-EMPREGADO SECTION.
           MOVE WS-MATR-CONFERE TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** " WS-ROTULO-CONFERE " " WS-MATR-CONFERE
                           " NAO CONSTA NO MESTRE DE EMPREGADOS - "
                           "OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   IF NOT EMP-ATIVO
                      DISPLAY "*** " WS-ROTULO-CONFERE " "
                              WS-MATR-CONFERE " NAO ESTA ATIVO - "
                              "OPERACAO CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                   ELSE
                      DISPLAY WS-ROTULO-CONFERE ": " EMP-NOME
                   END-IF
           END-READ.
       00028-END.
      *
       00028A-VALIDA-DATA  SECTION.
      * VALIDA A DATA PELA DATEUTIL (DIFERENCA DA DATA CONTRA ELA
      * MESMA: SO INTERESSA O STATUS DE DATA VALIDA)
           MOVE "D"          TO WS-DU-OPERACAO.
           MOVE WS-DU-DATA-1 TO WS-DU-DATA-2.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-DU-DATA-1
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS NOT = "00"
              DISPLAY "*** DATA DA DELEGACAO INVALIDA (" WS-DU-DATA-1
                      " STATUS " WS-DU-STATUS
                      ") - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00028A-END.
      *
       00029-CONSULTAR     SECTION.
      * MOSTRA O GESTOR DA CELULA E A DELEGACAO, SE HOUVER
           PERFORM 00024-PEDE-CHAVE.
           MOVE WS-TRB-SETOR    TO GER-SETOR.
           MOVE WS-TRB-DEPTO    TO GER-DEPTO.
           MOVE WS-TRB-SERVIDOR TO GER-SERVIDOR-IDX.
           READ GESTOR-FILE
               INVALID KEY
                   DISPLAY "*** CELULA SEM GESTOR CADASTRADO ***"
               NOT INVALID KEY
                   MOVE GER-MATRICULA TO EMP-MATRICULA
                   PERFORM 00029A-LE-NOME
                   DISPLAY "GESTOR....: " GER-MATRICULA " " EMP-NOME
                   IF GER-SUBSTITUTO NOT = ZEROES
                      MOVE GER-SUBSTITUTO TO EMP-MATRICULA
                      PERFORM 00029A-LE-NOME
                      DISPLAY "SUBSTITUTO: " GER-SUBSTITUTO " "
                              EMP-NOME
                      DISPLAY "DELEGACAO.: " GER-DELEG-INI " A "
                              GER-DELEG-FIM
                   END-IF
           END-READ.
       00029-END.
      *
       00029A-LE-NOME      SECTION.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "(MATRICULA SEM CADASTRO)" TO EMP-NOME
               NOT INVALID KEY
                   IF NOT EMP-ATIVO
                      MOVE "(DESLIGADO)" TO EMP-NOME(29:12)
                   END-IF
           END-READ.
       00029A-END.
      *
       00030-FIM           SECTION.
      *
           CLOSE GESTOR-FILE.
           CLOSE ORGMAST-FILE.
           CLOSE EMP-MASTER-FILE.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO CADASTRO DE GESTORES".
       00030-END.
