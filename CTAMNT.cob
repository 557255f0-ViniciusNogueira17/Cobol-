       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CTAMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do mestre de
      *                contas bancarias dos empregados (CTAMAST/
      *                CTAREC), nos moldes do EMPMNT: abertura de
      *                sessao com senha e alcada (SIGNON, subsistema
      *                "CTA"), consulta com a conta mascarada, inclusao,
      *                alteracao e exclusao por matricula. A matricula
      *                tem de existir no EMPMAST, banco/agencia/conta
      *                passam pela subrotina VALIDA-CONTA antes de
      *                qualquer gravacao e cada operacao vai para o
      *                jornal CTAJRNL (CTJREC) com as imagens
      *                antes/depois -- troca de conta deixa de ser
      *                telefonema para o bureau.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CTA-MASTER-FILE ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-MATRICULA
               FILE STATUS IS WS-CTAMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CTA-JORNAL-FILE ASSIGN TO "CTAJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAJRNL-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CTA-MASTER-FILE.
           COPY CTAREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CTA-JORNAL-FILE.
           COPY CTJREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-CTAMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
      * REGISTRO DE TRABALHO COM O MESMO DESENHO DO CTAREC, PARA
      * MONTAR/VALIDAR OS DADOS DIGITADOS ANTES DE LEVAR PARA O MESTRE
       01 WS-CTA-TRABALHO.
           03 WS-TRB-MATRICULA     PIC 9(06).
           03 WS-TRB-BANCO         PIC 9(03).
           03 WS-TRB-AGENCIA       PIC 9(05).
           03 WS-TRB-AGENCIA-DV    PIC X(01).
           03 WS-TRB-CONTA         PIC 9(12).
           03 WS-TRB-CONTA-DV      PIC X(01).
           03 WS-TRB-TIPO          PIC X(01).
           03 WS-TRB-DATA-ALTER    PIC 9(08).
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * RETORNO DA VALIDA-CONTA
       01 WS-DV-AGENCIA         PIC X(01)   VALUE SPACES.
       01 WS-DV-CONTA           PIC X(01)   VALUE SPACES.
       01 WS-CONTA-STATUS       PIC X(02)   VALUE SPACES.
      * CONTA MASCARADA NA CONSULTA: SO OS 4 ULTIMOS DIGITOS
       01 WS-CONTA-MASCARADA.
           03 FILLER              PIC X(08)   VALUE "********".
           03 WS-MSC-FINAL        PIC X(04)   VALUE SPACES.
      * JORNAL DE ALTERACOES DO MESTRE (CTAJRNL)
       01 WS-CTAJRNL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-OPERADOR           PIC X(08)   VALUE SPACES.
       01 WS-JRN-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-REG-ANTES          PIC X(37)   VALUE SPACES.
       01 WS-REG-DEPOIS         PIC X(37)   VALUE SPACES.
       01 WS-JRN-DATA           PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA           PIC 9(08)   VALUE ZEROES.
      * ABERTURA DE SESSAO (SIGNON/USRMAST) E ALCADA DO OPERADOR
       01 WS-SUBSISTEMA         PIC X(03)   VALUE "CTA".
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
           DISPLAY "MANUTENCAO DO MESTRE DE CONTAS BANCARIAS (CTAMAST)".
           CALL "SIGNON" USING WS-SUBSISTEMA WS-OPERADOR
                                WS-NIVEL WS-SIGNON-STATUS
           END-CALL.
           IF WS-SIGNON-STATUS NOT = "00"
              DISPLAY "*** SESSAO NAO ABERTA (STATUS "
                      WS-SIGNON-STATUS ") - MANUTENCAO "
                      "ENCERRADA ***"
              MOVE "S" TO WS-FIM-SW
           ELSE
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                         WS-EMPMAST-STATUS ") - MANUTENCAO "
                         "ENCERRADA ***"
                 MOVE "S" TO WS-FIM-SW
              ELSE
                 MOVE "S" TO WS-SESSAO-SW
                 ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                 OPEN I-O CTA-MASTER-FILE
                 IF WS-CTAMAST-STATUS = "35"
                    OPEN OUTPUT CTA-MASTER-FILE
                    CLOSE CTA-MASTER-FILE
                    OPEN I-O CTA-MASTER-FILE
                 END-IF
                 OPEN EXTEND CTA-JORNAL-FILE
                 IF WS-CTAJRNL-STATUS = "35"
                    OPEN OUTPUT CTA-JORNAL-FILE
                 END-IF
              END-IF
           END-IF.
       00010-END.
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
      * CONSULTA SEM GRAVACAO, A OPCAO DO OPERADOR DE NIVEL 1: MOSTRA
      * A CONTA COM OS DIGITOS INICIAIS MASCARADOS
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO CTA-MATRICULA.
           READ CTA-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA SEM CONTA CADASTRADA ***"
               NOT INVALID KEY
                   MOVE CTA-CONTA(9:4) TO WS-MSC-FINAL
                   DISPLAY "BANCO....: " CTA-BANCO
                           "  AGENCIA " CTA-AGENCIA "-"
                           CTA-AGENCIA-DV
                   DISPLAY "CONTA....: " WS-CONTA-MASCARADA "-"
                           CTA-CONTA-DV "  TIPO " CTA-TIPO
                   DISPLAY "ALTERADA.: " CTA-DATA-ALTER
           END-READ.
       00021C-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE A MATRICULA E OS DADOS DA CONTA, VALIDA TUDO E SO
      * ENTAO GRAVA O REGISTRO NOVO NO MESTRE
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00026-PEDE-DADOS.
           PERFORM 00027-VALIDA-DADOS.
           IF WS-DADOS-OK
              MOVE WS-CTA-TRABALHO TO CTA-REC
              WRITE CTA-REC
                  INVALID KEY
                      DISPLAY "*** JA EXISTE CONTA PARA ESSA "
                              "MATRICULA ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
                      MOVE "I"      TO WS-JRN-OPERACAO
                      MOVE SPACES   TO WS-REG-ANTES
                      MOVE CTA-REC  TO WS-REG-DEPOIS
                      PERFORM 00028A-GRAVA-JORNAL
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A MATRICULA, LE O REGISTRO EXISTENTE E REGRAVA COM OS
      * NOVOS DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO CTA-MATRICULA.
           READ CTA-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA SEM CONTA CADASTRADA ***"
               NOT INVALID KEY
                   MOVE CTA-REC TO WS-REG-ANTES
                   PERFORM 00026-PEDE-DADOS
                   PERFORM 00027-VALIDA-DADOS
                   IF WS-DADOS-OK
                      MOVE WS-CTA-TRABALHO TO CTA-REC
                      REWRITE CTA-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA ALTERACAO ***"
                          NOT INVALID KEY
                              DISPLAY "REGISTRO ALTERADO."
                              MOVE "A"     TO WS-JRN-OPERACAO
                              MOVE CTA-REC TO WS-REG-DEPOIS
                              PERFORM 00028A-GRAVA-JORNAL
                      END-REWRITE
                   END-IF
           END-READ.
       00022-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE A MATRICULA E EXCLUI A CONTA DO MESTRE
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO CTA-MATRICULA.
           READ CTA-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA SEM CONTA CADASTRADA ***"
               NOT INVALID KEY
                   MOVE CTA-REC TO WS-REG-ANTES
                   DELETE CTA-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                           MOVE "E"    TO WS-JRN-OPERACAO
                           MOVE SPACES TO WS-REG-DEPOIS
                           PERFORM 00028A-GRAVA-JORNAL
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-MATRICULA SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
       00024-END.
      *
       00026-PEDE-DADOS    SECTION.
      * PEDE OS DEMAIS CAMPOS DA CONTA; DIGITO EM BRANCO PARA BANCO
      * SEM DIGITO DE AGENCIA (ITAU, CAIXA)
           DISPLAY "BANCO (3 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-BANCO FROM CONSOLE.
           DISPLAY "AGENCIA (ATE 5 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-AGENCIA FROM CONSOLE.
           DISPLAY "DIGITO DA AGENCIA (BRANCO=SEM): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TRB-AGENCIA-DV.
           ACCEPT WS-TRB-AGENCIA-DV FROM CONSOLE.
           DISPLAY "CONTA (ATE 12 DIGITOS, CAIXA COM A OPERACAO): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-CONTA FROM CONSOLE.
           DISPLAY "DIGITO DA CONTA: " WITH NO ADVANCING.
           ACCEPT WS-TRB-CONTA-DV FROM CONSOLE.
           DISPLAY "TIPO (C=CORRENTE, P=POUPANCA, S=SALARIO): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-TIPO FROM CONSOLE.
           MOVE DATA-HOJE-NUM TO WS-TRB-DATA-ALTER.
       00026-END.
      *
       00027-VALIDA-DADOS  SECTION.
      * A MATRICULA TEM DE EXISTIR NO EMPMAST E A CONTA TEM DE PASSAR
      * PELA VALIDA-CONTA; BANCO SEM REGRA DE DIGITO SO GERA AVISO
           MOVE "S" TO WS-DADOS-OK-SW.

           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA NAO CADASTRADA NO EMPMAST "
                           "- OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
           END-READ.

           IF WS-DADOS-OK
              CALL "VALIDA-CONTA" USING WS-TRB-BANCO WS-TRB-AGENCIA
                                         WS-TRB-AGENCIA-DV
                                         WS-TRB-CONTA
                                         WS-TRB-CONTA-DV
                                         WS-DV-AGENCIA WS-DV-CONTA
                                         WS-CONTA-STATUS
              END-CALL
              EVALUATE WS-CONTA-STATUS
                  WHEN "00"
                      CONTINUE
                  WHEN "09"
                      DISPLAY "AVISO: BANCO " WS-TRB-BANCO
                              " SEM REGRA DE DIGITO - CONFIRA A "
                              "CONTA COM O EMPREGADO"
                  WHEN OTHER
                      DISPLAY "*** CONTA INVALIDA (STATUS "
                              WS-CONTA-STATUS ") - OPERACAO "
                              "CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
              END-EVALUATE
           END-IF.

           IF WS-DADOS-OK
              IF WS-TRB-TIPO NOT = "C" AND WS-TRB-TIPO NOT = "P"
                 AND WS-TRB-TIPO NOT = "S"
                 DISPLAY "*** TIPO DE CONTA INVALIDO (C, P OU S) - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00027-END.
      *
       00028A-GRAVA-JORNAL SECTION.
      * GRAVA NO JORNAL A OPERACAO RECEM-APLICADA NO MESTRE, COM
      * DATA, HORA, OPERADOR E AS IMAGENS ANTES/DEPOIS JA PREENCHIDAS
      * POR QUEM EXECUTOU A OPERACAO
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES             TO CTJ-REC.
           MOVE WS-JRN-DATA(1:4)   TO CTJ-ANO.
           MOVE WS-JRN-DATA(5:2)   TO CTJ-MES.
           MOVE WS-JRN-DATA(7:2)   TO CTJ-DIA.
           MOVE WS-JRN-HORA(1:2)   TO CTJ-HH.
           MOVE WS-JRN-HORA(3:2)   TO CTJ-MM.
           MOVE WS-JRN-HORA(5:2)   TO CTJ-SS.
           MOVE WS-OPERADOR        TO CTJ-OPERADOR.
           MOVE WS-JRN-OPERACAO    TO CTJ-OPERACAO.
           MOVE CTA-MATRICULA      TO CTJ-MATRICULA.
           MOVE WS-REG-ANTES       TO CTJ-ANTES.
           MOVE WS-REG-DEPOIS      TO CTJ-DEPOIS.
           WRITE CTJ-REC.
       00028A-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE CTA-MASTER-FILE
              CLOSE EMP-MASTER-FILE
              CLOSE CTA-JORNAL-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO MESTRE DE CONTAS BANCARIAS".
       00030-END.
