       IDENTIFICATION      DIVISION.
       PROGRAM-ID. FORMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao do cadastro
      *                de fornecedores (FORMAST/FORREC), nos moldes do
      *                TERMNT/EMPMNT: consulta, inclui, altera e exclui
      *                razao social, nome fantasia, endereco, contato
      *                e dados bancarios de pagamento de cada CNPJ.
      *                So cadastra CNPJ ja validado no CNPJMAST pelo
      *                CNPJBATCH. A sessao e aberta pela SIGNON
      *                (subsistema "FOR": nivel 1 so consulta, 2
      *                inclui/altera, 3 exclui) e recusada enquanto o
      *                lote tem o CNPJMAST travado (MSTLOCK, via
      *                VERIFICA-TRAVA).
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  UF e CEP passaram a ser conferidos pela
      *                  VALIDA-CEP (UF na tabela de faixas CEPTAB e
      *                  CEP dentro das faixas da UF), no lugar da
      *                  procura da sigla na UFTAB, que aceitava
      *                  pedacos de sigla como "F," ou "O,".
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT FOR-MASTER-FILE ASSIGN TO "FORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CNPJ
               FILE STATUS IS WS-FORMAST-STATUS.

           SELECT CNPJ-MASTER-FILE ASSIGN TO "CNPJMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNPJ-MST-CHAVE
               FILE STATUS IS WS-CNPJMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  FOR-MASTER-FILE.
           COPY FORREC.

       FD  CNPJ-MASTER-FILE.
           COPY CNPJMSTR.
      *
       WORKING-STORAGE     SECTION.
       01 WS-FORMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CNPJMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-INCLUIR              VALUE "I".
          88 WS-OPCAO-ALTERAR              VALUE "A".
          88 WS-OPCAO-EXCLUIR              VALUE "E".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
      * REGISTRO DE TRABALHO COM O MESMO DESENHO DO FORREC, PARA
      * MONTAR/VALIDAR OS DADOS DIGITADOS ANTES DE LEVAR PARA O MESTRE
       01 WS-FOR-TRABALHO.
           03 WS-TRB-CNPJ          PIC X(14).
           03 WS-TRB-RAZAO-SOCIAL  PIC X(50).
           03 WS-TRB-NOME-FANTASIA PIC X(30).
           03 WS-TRB-LOGRADOURO    PIC X(40).
           03 WS-TRB-NUMERO        PIC X(06).
           03 WS-TRB-COMPLEMENTO   PIC X(20).
           03 WS-TRB-BAIRRO        PIC X(25).
           03 WS-TRB-CIDADE        PIC X(30).
           03 WS-TRB-UF            PIC X(02).
           03 WS-TRB-CEP           PIC 9(08).
           03 WS-TRB-CONTATO       PIC X(30).
           03 WS-TRB-TELEFONE      PIC X(11).
           03 WS-TRB-BANCO         PIC 9(03).
           03 WS-TRB-AGENCIA       PIC 9(05).
           03 WS-TRB-AGENCIA-DV    PIC X(01).
           03 WS-TRB-CONTA         PIC 9(12).
           03 WS-TRB-CONTA-DV      PIC X(01).
           03 WS-TRB-TIPO-CONTA    PIC X(01).
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
      * CONSISTENCIA UF X CEP (VALIDA-CEP); FORNECEDOR NAO TEM CPF, A
      * REGIAO FISCAL NAO E CONFERIDA
       01 WS-REGIAO-CPF         PIC X(01)   VALUE SPACES.
       01 WS-CEP-STATUS         PIC X(02)   VALUE SPACES.
      * TRAVA DE LOTE-EM-EXECUCAO DO MESTRE (MSTLOCK/VERIFICA-TRAVA):
      * O CADASTRO DEPENDE DA VALIDACAO DO CNPJMAST, QUE O LOTE
      * ATUALIZA (CNPJBATCH/CNPJSANC)
       01 WS-LCK-MESTRE         PIC X(08)   VALUE "CNPJMAST".
       01 WS-TRAVADO            PIC X(01)   VALUE "N".
      * ABERTURA DE SESSAO (SIGNON/USRMAST) E ALCADA DO OPERADOR
       01 WS-SUBSISTEMA         PIC X(03)   VALUE "FOR".
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
           DISPLAY "MANUTENCAO DO CADASTRO DE FORNECEDORES (FORMAST)".
           CALL "VERIFICA-TRAVA" USING WS-LCK-MESTRE WS-TRAVADO
           END-CALL.
           IF WS-TRAVADO = "S"
              DISPLAY "*** CNPJMAST TRAVADO PELO LOTE EM EXECUCAO "
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
      * CADASTRO CRIADO NA PRIMEIRA SESSAO; SEM O CNPJMAST NAO HA
      * COMO CONFERIR A VALIDACAO E A MANUTENCAO FICA INDISPONIVEL
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O FOR-MASTER-FILE.
           IF WS-FORMAST-STATUS = "35"
              OPEN OUTPUT FOR-MASTER-FILE
              CLOSE FOR-MASTER-FILE
              OPEN I-O FOR-MASTER-FILE
           END-IF.
           OPEN INPUT CNPJ-MASTER-FILE.
           IF WS-CNPJMAST-STATUS NOT = "00"
              DISPLAY "*** CNPJMAST NAO ABRIU (STATUS "
                      WS-CNPJMAST-STATUS ") - MANUTENCAO "
                      "INDISPONIVEL ***"
              MOVE "S" TO WS-FIM-SW
              CLOSE FOR-MASTER-FILE
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
           PERFORM 00024-PEDE-CNPJ.
           MOVE WS-TRB-CNPJ TO FOR-CNPJ.
           READ FOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
               NOT INVALID KEY
                   DISPLAY "RAZAO SOCIAL..: " FOR-RAZAO-SOCIAL
                   DISPLAY "NOME FANTASIA.: " FOR-NOME-FANTASIA
                   DISPLAY "ENDERECO......: " FOR-LOGRADOURO " "
                           FOR-NUMERO " " FOR-COMPLEMENTO
                   DISPLAY "                " FOR-BAIRRO " "
                           FOR-CIDADE " " FOR-UF " CEP " FOR-CEP
                   DISPLAY "CONTATO.......: " FOR-CONTATO
                           " FONE " FOR-TELEFONE
                   DISPLAY "BANCO/AGENCIA.: " FOR-BANCO " / "
                           FOR-AGENCIA "-" FOR-AGENCIA-DV
                   DISPLAY "CONTA.........: " FOR-CONTA "-"
                           FOR-CONTA-DV "  TIPO " FOR-TIPO-CONTA
                   DISPLAY "ATUALIZADO EM.: " FOR-DATA-ATUALIZ
                           " POR " FOR-OPERADOR
                   PERFORM 00028-MOSTRA-BLOQUEIO
           END-READ.
       00021C-END.
      *
       00021-INCLUIR       SECTION.
      * PEDE O CNPJ E OS DADOS, VALIDA TUDO E SO ENTAO GRAVA O
      * CADASTRO NOVO
           PERFORM 00024-PEDE-CNPJ.
           PERFORM 00025-PEDE-DADOS.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              PERFORM 00027-MONTA-REGISTRO
              WRITE FOR-REC
                  INVALID KEY
                      DISPLAY "*** FORNECEDOR JA CADASTRADO ***"
                  NOT INVALID KEY
                      DISPLAY "REGISTRO INCLUIDO."
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE O CNPJ, LE O CADASTRO EXISTENTE E REGRAVA COM OS NOVOS
      * DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO
           PERFORM 00024-PEDE-CNPJ.
           MOVE WS-TRB-CNPJ TO FOR-CNPJ.
           READ FOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
               NOT INVALID KEY
                   PERFORM 00025-PEDE-DADOS
                   PERFORM 00026-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00027-MONTA-REGISTRO
                      REWRITE FOR-REC
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
      * PEDE O CNPJ E EXCLUI O CADASTRO (O CNPJMAST NAO E TOCADO)
           PERFORM 00024-PEDE-CNPJ.
           MOVE WS-TRB-CNPJ TO FOR-CNPJ.
           READ FOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
               NOT INVALID KEY
                   DELETE FOR-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA EXCLUSAO ***"
                       NOT INVALID KEY
                           DISPLAY "REGISTRO EXCLUIDO."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-CNPJ     SECTION.
           DISPLAY "CNPJ DO FORNECEDOR (14 POSICOES): "
                   WITH NO ADVANCING.
           ACCEPT WS-TRB-CNPJ FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-DADOS    SECTION.
           DISPLAY "RAZAO SOCIAL: " WITH NO ADVANCING.
           ACCEPT WS-TRB-RAZAO-SOCIAL FROM CONSOLE.
           DISPLAY "NOME FANTASIA: " WITH NO ADVANCING.
           ACCEPT WS-TRB-NOME-FANTASIA FROM CONSOLE.
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
           DISPLAY "CONTATO: " WITH NO ADVANCING.
           ACCEPT WS-TRB-CONTATO FROM CONSOLE.
           DISPLAY "TELEFONE (DDD + NUMERO): " WITH NO ADVANCING.
           ACCEPT WS-TRB-TELEFONE FROM CONSOLE.
           DISPLAY "BANCO (3 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-BANCO FROM CONSOLE.
           DISPLAY "AGENCIA (5 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-AGENCIA FROM CONSOLE.
           DISPLAY "DIGITO DA AGENCIA: " WITH NO ADVANCING.
           ACCEPT WS-TRB-AGENCIA-DV FROM CONSOLE.
           DISPLAY "CONTA (12 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-CONTA FROM CONSOLE.
           DISPLAY "DIGITO DA CONTA: " WITH NO ADVANCING.
           ACCEPT WS-TRB-CONTA-DV FROM CONSOLE.
           DISPLAY "TIPO DA CONTA (C/P): " WITH NO ADVANCING.
           ACCEPT WS-TRB-TIPO-CONTA FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * CNPJ VALIDADO NO CNPJMAST, RAZAO SOCIAL PREENCHIDA, UF E CEP
      * CONSISTENTES (VALIDA-CEP) E DADOS BANCARIOS COMPLETOS
           MOVE "S" TO WS-DADOS-OK-SW.

           MOVE WS-TRB-CNPJ TO CNPJ-MST-CHAVE.
           READ CNPJ-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** CNPJ NAO VALIDADO NO CNPJMAST - "
                           "CADASTRO RECUSADO ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   IF CNPJ-MST-BLOQUEADO
                      DISPLAY "*** ATENCAO: FORNECEDOR BLOQUEADO PELO "
                              "COMPLIANCE - " CNPJ-MST-BLOQ-MOTIVO
                   END-IF
           END-READ.

           IF WS-DADOS-OK AND WS-TRB-RAZAO-SOCIAL = SPACES
              DISPLAY "*** RAZAO SOCIAL EM BRANCO - OPERACAO "
                      "CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.

           IF WS-DADOS-OK
              CALL "VALIDA-CEP" USING WS-TRB-UF WS-TRB-CEP
                                       WS-REGIAO-CPF WS-CEP-STATUS
              END-CALL
              EVALUATE WS-CEP-STATUS
                  WHEN "00"
                      CONTINUE
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

           IF WS-DADOS-OK
              IF WS-TRB-BANCO NOT NUMERIC OR WS-TRB-BANCO = ZEROES OR
                 WS-TRB-AGENCIA NOT NUMERIC OR
                 WS-TRB-CONTA NOT NUMERIC OR WS-TRB-CONTA = ZEROES OR
                 (WS-TRB-TIPO-CONTA NOT = "C" AND
                  WS-TRB-TIPO-CONTA NOT = "P")
                 DISPLAY "*** DADOS BANCARIOS INCOMPLETOS OU "
                         "INVALIDOS - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00026-END.
      *
       00027-MONTA-REGISTRO SECTION.
      * LEVA O REGISTRO DE TRABALHO PARA O MESTRE, COM A DATA E O
      * OPERADOR DA SESSAO
           MOVE WS-TRB-CNPJ          TO FOR-CNPJ.
           MOVE WS-TRB-RAZAO-SOCIAL  TO FOR-RAZAO-SOCIAL.
           MOVE WS-TRB-NOME-FANTASIA TO FOR-NOME-FANTASIA.
           MOVE WS-TRB-LOGRADOURO    TO FOR-LOGRADOURO.
           MOVE WS-TRB-NUMERO        TO FOR-NUMERO.
           MOVE WS-TRB-COMPLEMENTO   TO FOR-COMPLEMENTO.
           MOVE WS-TRB-BAIRRO        TO FOR-BAIRRO.
           MOVE WS-TRB-CIDADE        TO FOR-CIDADE.
           MOVE WS-TRB-UF            TO FOR-UF.
           MOVE WS-TRB-CEP           TO FOR-CEP.
           MOVE WS-TRB-CONTATO       TO FOR-CONTATO.
           MOVE WS-TRB-TELEFONE      TO FOR-TELEFONE.
           MOVE WS-TRB-BANCO         TO FOR-BANCO.
           MOVE WS-TRB-AGENCIA       TO FOR-AGENCIA.
           MOVE WS-TRB-AGENCIA-DV    TO FOR-AGENCIA-DV.
           MOVE WS-TRB-CONTA         TO FOR-CONTA.
           MOVE WS-TRB-CONTA-DV      TO FOR-CONTA-DV.
           MOVE WS-TRB-TIPO-CONTA    TO FOR-TIPO-CONTA.
           MOVE DATA-HOJE-NUM        TO FOR-DATA-ATUALIZ.
           MOVE WS-OPERADOR          TO FOR-OPERADOR.
       00027-END.
      *
       00028-MOSTRA-BLOQUEIO SECTION.
      * O CADASTRO NAO DEPENDE DO COMPLIANCE, MAS A CONSULTA MOSTRA
      * QUE O CNPJ ESTA BLOQUEADO (PAGAMENTO RETIDO NO PAGTRIAG)
           MOVE FOR-CNPJ TO CNPJ-MST-CHAVE.
           READ CNPJ-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** ATENCAO: CNPJ AUSENTE DO CNPJMAST ***"
               NOT INVALID KEY
                   IF CNPJ-MST-BLOQUEADO
                      DISPLAY "*** ATENCAO: FORNECEDOR BLOQUEADO PELO "
                              "COMPLIANCE - " CNPJ-MST-BLOQ-MOTIVO
                   END-IF
           END-READ.
       00028-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE FOR-MASTER-FILE
              CLOSE CNPJ-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DO CADASTRO DE FORNECEDORES".
       00030-END.
