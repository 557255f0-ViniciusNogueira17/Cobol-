       IDENTIFICATION      DIVISION.
       PROGRAM-ID. CSGMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao dos
      *                contratos de emprestimo consignado (CSGMAST/
      *                CSGREC), nos moldes do CTAMNT: abertura de sessao
      *                com senha e alcada (SIGNON, subsistema "CTA", o
      *                mesmo dos dados bancarios do empregado), consulta
      *                de todos os contratos de uma matricula, inclusao
      *                e alteracao de contrato ainda PENDENTE e
      *                encerramento (quitacao antecipada informada pelo
      *                banco ou contrato cancelado). O contrato incluido
      *                aqui segue o mesmo caminho do carregado pela
      *                CSGLOAD: entra PENDENTE e a margem e conferida no
      *                passo mensal CSGMES. Cada gravacao leva o
      *                operador e a data no proprio registro.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT CSG-MASTER-FILE ASSIGN TO "CSGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSG-CHAVE
               FILE STATUS IS WS-CSGMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CNPJ-MASTER-FILE ASSIGN TO "CNPJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  CSG-MASTER-FILE.
           COPY CSGREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.
      *
       WORKING-STORAGE     SECTION.
       01 WS-CSGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-ENCERRAR             VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
      * DADOS DIGITADOS, VALIDADOS ANTES DE IR PARA O MESTRE
       01 WS-TRB-MATRICULA      PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-CNPJ           PIC X(14)   VALUE SPACES.
       01 WS-TRB-CONTRATO       PIC X(20)   VALUE SPACES.
       01 WS-TRB-VLR-PARCELA    PIC 9(07)V99 VALUE ZEROES.
       01 WS-TRB-QTDE-PARCELAS  PIC 9(03)   VALUE ZEROES.
       01 WS-TRB-INICIO.
          03 WS-TRB-INICIO-ANO  PIC 9(04)   VALUE ZEROES.
          03 WS-TRB-INICIO-MES  PIC 9(02)   VALUE ZEROES.
       01 WS-TRB-ENCERRA        PIC X(01)   VALUE SPACES.
       01 WS-TRB-MOTIVO         PIC X(30)   VALUE SPACES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * CONSULTA DOS CONTRATOS DA MATRICULA
       01 WS-CSG-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-CSG-EOF                     VALUE "Y".
       01 WS-QTDE-CONTRATOS     PIC 9(03)   VALUE ZEROES.
       01 WS-SALDO-PARCELAS     PIC 9(03)   VALUE ZEROES.
       01 WS-SALDO-DEVEDOR      PIC 9(09)V99 VALUE ZEROES.
      * ABERTURA DE SESSAO (SIGNON/USRMAST) E ALCADA DO OPERADOR
       01 WS-SUBSISTEMA         PIC X(03)   VALUE "CTA".
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
           DISPLAY "MANUTENCAO DOS CONTRATOS DE CONSIGNADO (CSGMAST)".
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
              OPEN INPUT CNPJ-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00" OR
                 WS-CNPJMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST/CNPJMAST NAO ABRIRAM (STATUS "
                         WS-EMPMAST-STATUS "/" WS-CNPJMAST-STATUS
                         ") - MANUTENCAO ENCERRADA ***"
                 MOVE "S" TO WS-FIM-SW
                 IF WS-EMPMAST-STATUS = "00"
                    CLOSE EMP-MASTER-FILE
                 END-IF
                 IF WS-CNPJMAST-STATUS = "00"
                    CLOSE CNPJ-MASTER-FILE
                 END-IF
              ELSE
                 MOVE "S" TO WS-SESSAO-SW
                 ACCEPT DATA-HOJE FROM DATE YYYYMMDD
                 OPEN I-O CSG-MASTER-FILE
                 IF WS-CSGMAST-STATUS = "35"
                    OPEN OUTPUT CSG-MASTER-FILE
                    CLOSE CSG-MASTER-FILE
                    OPEN I-O CSG-MASTER-FILE
                 END-IF
              END-IF
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(C)ONSULTAR (I)NCLUIR (A)LTERAR (E)NCERRAR "
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
               WHEN WS-OPCAO-ENCERRAR AND WS-NIVEL < 3
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") ***"
               WHEN WS-OPCAO-ENCERRAR
                   PERFORM 00023-ENCERRAR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021C-CONSULTAR    SECTION.
      * LISTA TODOS OS CONTRATOS DA MATRICULA, COM A SITUACAO, AS
      * PARCELAS PAGAS E O SALDO DAS PARCELAS A VENCER
           PERFORM 00024-PEDE-MATRICULA.
           MOVE ZEROES TO WS-QTDE-CONTRATOS.
           MOVE "N"    TO WS-CSG-EOF-SW.
           MOVE WS-TRB-MATRICULA TO CSG-MATRICULA.
           MOVE LOW-VALUES       TO CSG-CNPJ CSG-CONTRATO.
           START CSG-MASTER-FILE KEY >= CSG-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-CSG-EOF-SW
           END-START.
           PERFORM 00021D-MOSTRA-CONTRATO UNTIL WS-CSG-EOF.
           IF WS-QTDE-CONTRATOS = ZEROES
              DISPLAY "*** MATRICULA SEM CONTRATO DE CONSIGNADO ***"
           END-IF.
       00021C-END.
      *
       00021D-MOSTRA-CONTRATO SECTION.
           READ CSG-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CSG-EOF-SW
           END-READ.
           IF NOT WS-CSG-EOF
              IF CSG-MATRICULA NOT = WS-TRB-MATRICULA
                 MOVE "Y" TO WS-CSG-EOF-SW
              ELSE
                 ADD 1 TO WS-QTDE-CONTRATOS
                 COMPUTE WS-SALDO-PARCELAS = CSG-QTDE-PARCELAS
                                           - CSG-PARCELAS-PAGAS
                 COMPUTE WS-SALDO-DEVEDOR = WS-SALDO-PARCELAS
                                          * CSG-VLR-PARCELA
                 DISPLAY "BANCO " CSG-CNPJ "  CONTRATO "
                         CSG-CONTRATO "  SITUACAO " CSG-SITUACAO
                 DISPLAY "   PARCELA " CSG-VLR-PARCELA
                         "  PAGAS " CSG-PARCELAS-PAGAS "/"
                         CSG-QTDE-PARCELAS "  INICIO "
                         CSG-INICIO-NUM "  SALDO " WS-SALDO-DEVEDOR
                 IF CSG-MOTIVO NOT = SPACES
                    DISPLAY "   MOTIVO " CSG-MOTIVO " EM "
                            CSG-DATA-SITUACAO
                 END-IF
              END-IF
           END-IF.
       00021D-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE A CHAVE E OS DADOS DO CONTRATO, VALIDA E GRAVA O
      * CONTRATO NOVO COMO PENDENTE DA CONFERENCIA DA MARGEM
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00024A-PEDE-CONTRATO.
           PERFORM 00027-VALIDA-CHAVE.
           IF WS-DADOS-OK
              PERFORM 00025-PEDE-DADOS
              PERFORM 00028-VALIDA-DADOS
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00024B-MONTA-CHAVE
              PERFORM 00026-MOVE-DADOS
              MOVE ZEROES TO CSG-PARCELAS-PAGAS CSG-ULT-ANO-MES
                             CSG-DATA-SITUACAO
              MOVE "P"    TO CSG-SITUACAO
              MOVE SPACES TO CSG-MOTIVO
              WRITE CSG-REC
                  INVALID KEY
                      DISPLAY "*** CONTRATO JA CADASTRADO PARA ESSA "
                              "MATRICULA ***"
                  NOT INVALID KEY
                      DISPLAY "CONTRATO INCLUIDO (PENDENTE DA "
                              "CONFERENCIA DA MARGEM)."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * SO CONTRATO AINDA PENDENTE PODE TER VALOR, PRAZO OU INICIO
      * CORRIGIDO; O JA CONFERIDO SO SE ENCERRA
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00024A-PEDE-CONTRATO.
           PERFORM 00024B-MONTA-CHAVE.
           READ CSG-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CONTRATO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   IF NOT CSG-PENDENTE
                      DISPLAY "*** CONTRATO JA CONFERIDO (SITUACAO "
                              CSG-SITUACAO ") - SO PODE SER "
                              "ENCERRADO ***"
                   ELSE
                      PERFORM 00025-PEDE-DADOS
                      PERFORM 00028-VALIDA-DADOS
                      IF WS-DADOS-OK
                         PERFORM 00026-MOVE-DADOS
                         REWRITE CSG-REC
                             INVALID KEY
                                 DISPLAY "*** FALHA NA ALTERACAO ***"
                             NOT INVALID KEY
                                 DISPLAY "CONTRATO ALTERADO."
                         END-REWRITE
                      END-IF
                   END-IF
           END-READ.
       00022-END.
      *
       00023-ENCERRAR      SECTION.
      * TIRA DO DESCONTO O CONTRATO PENDENTE OU ATIVO: "Q" QUITACAO
      * ANTECIPADA INFORMADA PELO BANCO, "C" CANCELAMENTO; O REGISTRO
      * FICA NO MESTRE COMO HISTORICO
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00024A-PEDE-CONTRATO.
           PERFORM 00024B-MONTA-CHAVE.
           READ CSG-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CONTRATO NAO ENCONTRADO ***"
               NOT INVALID KEY
                   IF NOT CSG-PENDENTE AND NOT CSG-ATIVO
                      DISPLAY "*** CONTRATO JA FORA DO DESCONTO "
                              "(SITUACAO " CSG-SITUACAO ") ***"
                   ELSE
                      DISPLAY "(Q)UITADO PELO BANCO OU (C)ANCELADO: "
                              WITH NO ADVANCING
                      ACCEPT WS-TRB-ENCERRA FROM CONSOLE
                      DISPLAY "MOTIVO: " WITH NO ADVANCING
                      MOVE SPACES TO WS-TRB-MOTIVO
                      ACCEPT WS-TRB-MOTIVO FROM CONSOLE
                      IF WS-TRB-ENCERRA NOT = "Q" AND
                         WS-TRB-ENCERRA NOT = "C"
                         DISPLAY "*** OPCAO INVALIDA - OPERACAO "
                                 "CANCELADA ***"
                      ELSE
                         MOVE WS-TRB-ENCERRA TO CSG-SITUACAO
                         MOVE WS-TRB-MOTIVO  TO CSG-MOTIVO
                         MOVE DATA-HOJE-NUM  TO CSG-DATA-SITUACAO
                         MOVE "M"            TO CSG-ORIGEM
                         MOVE DATA-HOJE-NUM  TO CSG-DATA-ALT
                         MOVE WS-OPERADOR    TO CSG-OPERADOR
                         REWRITE CSG-REC
                             INVALID KEY
                                 DISPLAY "*** FALHA NO "
                                         "ENCERRAMENTO ***"
                             NOT INVALID KEY
                                 DISPLAY "CONTRATO ENCERRADO."
                         END-REWRITE
                      END-IF
                   END-IF
           END-READ.
       00023-END.
      *
       00024-PEDE-MATRICULA SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
       00024-END.
      *
       00024A-PEDE-CONTRATO SECTION.
           DISPLAY "CNPJ DO BANCO (14 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-CNPJ FROM CONSOLE.
           DISPLAY "NUMERO DO CONTRATO: " WITH NO ADVANCING.
           MOVE SPACES TO WS-TRB-CONTRATO.
           ACCEPT WS-TRB-CONTRATO FROM CONSOLE.
       00024A-END.
      *
       00024B-MONTA-CHAVE  SECTION.
           MOVE WS-TRB-MATRICULA TO CSG-MATRICULA.
           MOVE WS-TRB-CNPJ      TO CSG-CNPJ.
           MOVE WS-TRB-CONTRATO  TO CSG-CONTRATO.
       00024B-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "VALOR DA PARCELA (9999999.99, SEM O PONTO): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-VLR-PARCELA FROM CONSOLE.
           DISPLAY "QUANTIDADE DE PARCELAS (ATE 3 DIGITOS): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-QTDE-PARCELAS FROM CONSOLE.
           DISPLAY "MES DA PRIMEIRA PARCELA (AAAAMM): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-INICIO FROM CONSOLE.
       00025-END.
      *
       00026-MOVE-DADOS    SECTION.
           MOVE WS-TRB-VLR-PARCELA   TO CSG-VLR-PARCELA.
           MOVE WS-TRB-QTDE-PARCELAS TO CSG-QTDE-PARCELAS.
           MOVE WS-TRB-INICIO-ANO    TO CSG-INICIO-ANO.
           MOVE WS-TRB-INICIO-MES    TO CSG-INICIO-MES.
           MOVE "M"                  TO CSG-ORIGEM.
           MOVE DATA-HOJE-NUM        TO CSG-DATA-ALT.
           MOVE WS-OPERADOR          TO CSG-OPERADOR.
       00026-END.
      *
       00027-VALIDA-CHAVE  SECTION.
      * EMPREGADO ATIVO NO EMPMAST, BANCO VALIDADO NO CNPJMAST E SEM
      * BLOQUEIO DE COMPLIANCE, NUMERO DO CONTRATO PREENCHIDO
           MOVE "S" TO WS-DADOS-OK-SW.

           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA NAO CADASTRADA NO EMPMAST "
                           "- OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   IF NOT EMP-ATIVO
                      DISPLAY "*** EMPREGADO NAO ESTA ATIVO - "
                              "OPERACAO CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                   END-IF
           END-READ.

           IF WS-DADOS-OK
              MOVE WS-TRB-CNPJ TO CNPJ-MST-CHAVE
              READ CNPJ-MASTER-FILE
                  INVALID KEY
                      DISPLAY "*** CNPJ DO BANCO NAO VALIDADO NO "
                              "CNPJMAST - OPERACAO CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                  NOT INVALID KEY
                      IF CNPJ-MST-BLOQUEADO
                         DISPLAY "*** BANCO BLOQUEADO PELO "
                                 "COMPLIANCE - " CNPJ-MST-BLOQ-MOTIVO
                         MOVE "N" TO WS-DADOS-OK-SW
                      END-IF
              END-READ
           END-IF.

           IF WS-DADOS-OK AND WS-TRB-CONTRATO = SPACES
              DISPLAY "*** NUMERO DO CONTRATO EM BRANCO - OPERACAO "
                      "CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
       00027-END.
      *
       00028-VALIDA-DADOS  SECTION.
      * VALOR E PRAZO MAIORES QUE ZERO E MES DA PRIMEIRA PARCELA
      * VALIDO
           MOVE "S" TO WS-DADOS-OK-SW.
           IF WS-TRB-VLR-PARCELA NOT NUMERIC OR
              WS-TRB-QTDE-PARCELAS NOT NUMERIC OR
              WS-TRB-VLR-PARCELA = ZEROES OR
              WS-TRB-QTDE-PARCELAS = ZEROES
              DISPLAY "*** PARCELA OU PRAZO INVALIDO - OPERACAO "
                      "CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           ELSE
              IF WS-TRB-INICIO NOT NUMERIC OR
                 WS-TRB-INICIO-ANO < 2000 OR
                 WS-TRB-INICIO-MES < 01 OR WS-TRB-INICIO-MES > 12
                 DISPLAY "*** MES DA PRIMEIRA PARCELA INVALIDO - "
                         "OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00028-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE CSG-MASTER-FILE
              CLOSE EMP-MASTER-FILE
              CLOSE CNPJ-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DOS CONTRATOS DE CONSIGNADO".
       00030-END.
