       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ENDMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do cadastro
      *                de enderecos dos empregados (ENDMAST/ENDREC),
      *                nos moldes do FORMNT: consulta, inclui, altera e
      *                exclui logradouro, numero, complemento, bairro,
      *                cidade, UF e CEP de cada matricula do EMPMAST.
      *                UF e CEP passam pela VALIDA-CEP: UF inexistente
      *                ou CEP fora da faixa da UF cancela a operacao;
      *                UF fora da regiao fiscal do CPF so avisa (o
      *                passo ENDCONF aponta de novo no lote). A sessao
      *                e a do cadastro de empregados (SIGNON, subsistema
      *                "EMP": nivel 1 so consulta, 2 inclui/altera, 3
      *                exclui) e e recusada enquanto o lote tem o
      *                EMPMAST travado (MSTLOCK, via VERIFICA-TRAVA).
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT END-MASTER-FILE ASSIGN TO "ENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-MATRICULA
               FILE STATUS IS WS-ENDMAST-STATUS.

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
       FD  END-MASTER-FILE.
           COPY ENDREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-ENDMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
      * REGISTRO DE TRABALHO COM O MESMO DESENHO DO ENDREC, PARA
      * MONTAR/VALIDAR OS DADOS DIGITADOS ANTES DE LEVAR PARA O MESTRE
       01 WS-END-TRABALHO.
           03 WS-TRB-MATRICULA     PIC 9(06).
           03 WS-TRB-LOGRADOURO    PIC X(40).
           03 WS-TRB-NUMERO        PIC X(06).
           03 WS-TRB-COMPLEMENTO   PIC X(20).
           03 WS-TRB-BAIRRO        PIC X(25).
           03 WS-TRB-CIDADE        PIC X(30).
           03 WS-TRB-UF            PIC X(02).
           03 WS-TRB-CEP           PIC 9(08).
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * CONSISTENCIA UF X CEP X REGIAO FISCAL DO CPF (VALIDA-CEP); A
      * REGIAO E O 9O DIGITO DO CPF DO EMPREGADO
       01 WS-REGIAO-CPF         PIC X(01)   VALUE SPACES.
       01 WS-CEP-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CPF-MASCARADO      PIC X(11)   VALUE SPACES.
      * TRAVA DE LOTE-EM-EXECUCAO DO MESTRE (MSTLOCK/VERIFICA-TRAVA)
       01 WS-LCK-MESTRE         PIC X(08)   VALUE "EMPMAST".
       01 WS-TRAVADO            PIC X(01)   VALUE "N".
      * ABERTURA DE SESSAO (SIGNON/USRMAST) E ALCADA DO OPERADOR
       01 WS-SUBSISTEMA         PIC X(03)   VALUE "EMP".
       01 WS-OPERADOR           PIC X(08)   VALUE SPACES.
       01 WS-NIVEL              PIC 9(01)   VALUE ZEROES.
       01 WS-SIGNON-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-SESSAO-SW          PIC X(01)   VALUE "N".
          88 WS-SESSAO-ABERTA               VALUE "S".
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
           DISPLAY "MANUTENCAO DO CADASTRO DE ENDERECOS (ENDMAST)".
           CALL "VERIFICA-TRAVA" USING WS-LCK-MESTRE WS-TRAVADO
           END-CALL.
           IF WS-TRAVADO = "S"
              DISPLAY "*** EMPMAST TRAVADO PELO LOTE EM EXECUCAO "
                      "(MSTLOCK) - MANUTENCAO RECUSADA; TRAVA "
                      "ABANDONADA E CASO PARA O LOCKUTIL ***"
              MOVE "S" TO WS-FIM-SW
           ELSE
              CALL "SIGNON" USING WS-SUBSISTEMA WS-OPERADOR
                                   WS-NIVEL WS-SIGNON-STATUS
              END-CALL
              IF WS-SIGNON-STATUS NOT = "00"
                 DISPLAY "*** SESSAO NAO ABERTA (STATUS "
                         WS-SIGNON-STATUS ") - MANUTENCAO "
                         "ENCERRADA ***"
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 PERFORM 00012-ABRE-MESTRES
              END-IF
           END-IF.
       00010-END.
      *
       00012-ABRE-MESTRES  SECTION.
      * CADASTRO CRIADO NA PRIMEIRA SESSAO; SEM O EMPMAST NAO HA
      * COMO CONFERIR A MATRICULA E A MANUTENCAO FICA INDISPONIVEL
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O END-MASTER-FILE.
           IF WS-ENDMAST-STATUS = "35"
              OPEN OUTPUT END-MASTER-FILE
              CLOSE END-MASTER-FILE
              OPEN I-O END-MASTER-FILE
           END-IF.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE END-MASTER-FILE
           ELSE
              MOVE "S" TO WS-SESSAO-SW
           END-IF.
       00012-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(C)ONSULTAR (I)NCLUIR (A)LTERAR (E)XCLUIR "
                   "(F)IM: " WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 00021C-CONSULTAR
               WHEN WS-OPCAO-INCLUIR AND WS-NIVEL < 2
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") ***"
               WHEN WS-OPCAO-INCLUIR
                   PERFORM 00021-INCLUIR
               WHEN WS-OPCAO-ALTERAR AND WS-NIVEL < 2
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") ***"
               WHEN WS-OPCAO-ALTERAR
                   PERFORM 00022-ALTERAR
               WHEN WS-OPCAO-EXCLUIR AND WS-NIVEL < 3
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") ***"
               WHEN WS-OPCAO-EXCLUIR
                   PERFORM 00023-EXCLUIR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021C-CONSULTAR    SECTION.
      * CONSULTA SEM GRAVACAO, A OPCAO DO OPERADOR DE NIVEL 1
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO END-MATRICULA.
           READ END-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ENDERECO NAO CADASTRADO ***"
               NOT INVALID KEY
                   DISPLAY "ENDERECO......: " END-LOGRADOURO " "
                           END-NUMERO " " END-COMPLEMENTO
                   DISPLAY "                " END-BAIRRO " "
                           END-CIDADE " " END-UF " CEP " END-CEP
                   DISPLAY "ATUALIZADO EM.: " END-DATA-ATUALIZ
                           " POR " END-OPERADOR
           END-READ.
       00021C-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE A MATRICULA E OS DADOS, VALIDA TUDO E SO ENTAO GRAVA O
      * ENDERECO NOVO
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00025-PEDE-DADOS.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              PERFORM 00027-MONTA-REGISTRO
              WRITE END-REC
                  INVALID KEY
                      DISPLAY "*** ENDERECO JA CADASTRADO PARA A "
                              "MATRICULA ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A MATRICULA, LE O ENDERECO EXISTENTE E REGRAVA COM OS
      * NOVOS DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO END-MATRICULA.
           READ END-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ENDERECO NAO CADASTRADO ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00027-MONTA-REGISTRO
                      REWRITE END-REC
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
      * PEDE A MATRICULA E EXCLUI O ENDERECO (O EMPMAST NAO E TOCADO)
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO END-MATRICULA.
           READ END-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ENDERECO NAO CADASTRADO ***"
               NOT INVALID KEY
                   DELETE END-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-MATRICULA SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "LOGRADOURO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-LOGRADOURO FROM CONSOLE.
           DISPLAY "NUMERO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-NUMERO FROM CONSOLE.
           DISPLAY "COMPLEMENTO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-COMPLEMENTO FROM CONSOLE.
           DISPLAY "BAIRRO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-BAIRRO FROM CONSOLE.
           DISPLAY "CIDADE: " WITH NO ADVANCING.
           ACCEPT WS-TRB-CIDADE FROM CONSOLE.
           DISPLAY "UF (SIGLA): " WITH NO ADVANCING.
           ACCEPT WS-TRB-UF FROM CONSOLE.
           DISPLAY "CEP (8 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-CEP FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * MATRICULA EXISTENTE NO EMPMAST, LOGRADOURO E CIDADE
      * PREENCHIDOS, UF E CEP CONSISTENTES (VALIDA-CEP); UF FORA DA
      * REGIAO FISCAL DO CPF SO AVISA
           MOVE "S" TO WS-DADOS-OK-SW.

           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA NAO CADASTRADA NO EMPMAST "
                           "- OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
           END-READ.

           IF WS-DADOS-OK AND
              (WS-TRB-LOGRADOURO = SPACES OR WS-TRB-CIDADE = SPACES)
              DISPLAY "*** LOGRADOURO OU CIDADE EM BRANCO - "
                      "OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.

           IF WS-DADOS-OK
              MOVE EMP-CPF(9:1) TO WS-REGIAO-CPF
              CALL "VALIDA-CEP" USING WS-TRB-UF WS-TRB-CEP
                                       WS-REGIAO-CPF WS-CEP-STATUS
              END-CALL
              EVALUATE WS-CEP-STATUS
                  WHEN "00"
                      CONTINUE
                  WHEN "04"
                      CALL "MASCARA-CPF" USING EMP-CPF
                                                WS-CPF-MASCARADO
                      END-CALL
                      DISPLAY "*** ATENCAO: UF " WS-TRB-UF " FORA DA "
                              "REGIAO FISCAL DO CPF "
                              WS-CPF-MASCARADO " ***"
                  WHEN "01"
                      DISPLAY "*** UF INVALIDA - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                  WHEN "02"
                      DISPLAY "*** CEP INVALIDO - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                  WHEN OTHER
                      DISPLAY "*** CEP FORA DA FAIXA DA UF - "
                              "OPERACAO CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
              END-EVALUATE
           END-IF.
       00026-END.
      *
       00027-MONTA-REGISTRO SECTION.
      * LEVA O REGISTRO DE TRABALHO PARA O MESTRE, COM A DATA E O
      * OPERADOR DA SESSAO
           MOVE WS-TRB-MATRICULA     TO END-MATRICULA.
           MOVE WS-TRB-LOGRADOURO    TO END-LOGRADOURO.
           MOVE WS-TRB-NUMERO        TO END-NUMERO.
           MOVE WS-TRB-COMPLEMENTO   TO END-COMPLEMENTO.
           MOVE WS-TRB-BAIRRO        TO END-BAIRRO.
           MOVE WS-TRB-CIDADE        TO END-CIDADE.
           MOVE WS-TRB-UF            TO END-UF.
           MOVE WS-TRB-CEP           TO END-CEP.
           MOVE DATA-HOJE-NUM        TO END-DATA-ATUALIZ.
           MOVE WS-OPERADOR          TO END-OPERADOR.
       00027-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE END-MASTER-FILE
              CLOSE EMP-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO CADASTRO DE ENDERECOS".
       00030-END.
