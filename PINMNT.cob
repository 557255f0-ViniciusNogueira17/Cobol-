       IDENTIFICATION      DIVISION.
       PROGRAM-ID. PINMNT.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Subsistema interativo de manutencao das
      *                credenciais do quiosque de autoatendimento
      *                (PINMAST/PINREC), nos moldes do BENMNT, com a
      *                sessao aberta pela SIGNON no subsistema "EMP":
      *                nivel 1 so consulta a situacao da credencial
      *                (nunca o PIN), nivel 2 emite ou reemite o PIN
      *                da matricula -- o que zera as falhas e desfaz o
      *                bloqueio -- e nivel 3 revoga a credencial. A
      *                matricula e conferida contra o EMPMAST (e
      *                recusada quando DESLIGADA) antes da emissao.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT PIN-MASTER-FILE ASSIGN TO "PINMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIN-MATRICULA
               FILE STATUS IS WS-PINMAST-STATUS.

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
       FD  PIN-MASTER-FILE.
           COPY PINREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-PINMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-CONSULTAR            VALUE "C".
          88 WS-OPCAO-EMITIR               VALUE "E".
          88 WS-OPCAO-REVOGAR              VALUE "R".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-FIM-SW             PIC X(01)   VALUE "N".
          88 WS-FIM-MANUTENCAO             VALUE "S".
       01 WS-TRB-MATRICULA      PIC 9(06)   VALUE ZEROES.
       01 WS-TRB-PIN            PIC X(06)   VALUE SPACES.
       01 WS-TRB-PIN-CONF       PIC X(06)   VALUE SPACES.
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
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
           DISPLAY "MANUTENCAO DAS CREDENCIAIS DO QUIOSQUE (PINMAST)".
           CALL "SIGNON" USING WS-SUBSISTEMA WS-OPERADOR
                                WS-NIVEL WS-SIGNON-STATUS
           END-CALL.
           IF WS-SIGNON-STATUS NOT = "00"
              DISPLAY "*** SESSAO NAO ABERTA (STATUS "
                      WS-SIGNON-STATUS ") - MANUTENCAO "
                      "ENCERRADA ***"
              MOVE "S" TO WS-FIM-SW
           ELSE
              MOVE "S" TO WS-SESSAO-SW
              ACCEPT DATA-HOJE FROM DATE YYYYMMDD
              OPEN I-O PIN-MASTER-FILE
              IF WS-PINMAST-STATUS = "35"
                 OPEN OUTPUT PIN-MASTER-FILE
                 CLOSE PIN-MASTER-FILE
                 OPEN I-O PIN-MASTER-FILE
              END-IF
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                         WS-EMPMAST-STATUS ") - MANUTENCAO "
                         "INDISPONIVEL ***"
                 MOVE "S" TO WS-FIM-SW
                 MOVE "N" TO WS-SESSAO-SW
                 CLOSE PIN-MASTER-FILE
              END-IF
           END-IF.
       00010-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: PEDE A OPCAO E OS DADOS, GRAVA NA
      * HORA E VOLTA PARA UMA NOVA OPERACAO EM SEGUIDA
           DISPLAY " ".
           DISPLAY "(C)ONSULTAR (E)MITIR PIN (R)EVOGAR (F)IM: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-OPCAO-CONSULTAR
                   PERFORM 00021-CONSULTAR
               WHEN WS-OPCAO-EMITIR AND WS-NIVEL < 2
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") ***"
               WHEN WS-OPCAO-EMITIR
                   PERFORM 00022-EMITIR
               WHEN WS-OPCAO-REVOGAR AND WS-NIVEL < 3
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") ***"
               WHEN WS-OPCAO-REVOGAR
                   PERFORM 00023-REVOGAR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021-CONSULTAR     SECTION.
      * SITUACAO DA CREDENCIAL SEM MOSTRAR O PIN: BLOQUEIO, FALHAS
      * SEGUIDAS, EMISSAO E ULTIMO USO NO QUIOSQUE
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO PIN-MATRICULA.
           READ PIN-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA SEM CREDENCIAL ***"
               NOT INVALID KEY
                   IF PIN-ESTA-BLOQUEADO
                      DISPLAY "SITUACAO.: BLOQUEADA"
                   ELSE
                      DISPLAY "SITUACAO.: ATIVA"
                   END-IF
                   DISPLAY "FALHAS...: " PIN-FALHAS
                   DISPLAY "EMISSAO..: " PIN-DATA-EMISSAO
                           "  ULTIMO USO " PIN-DATA-ULT-USO
           END-READ.
       00021-END.
      *
       00022-EMITIR        SECTION.
      * EMITE O PIN DA MATRICULA (INCLUI A CREDENCIAL OU REGRAVA A
      * EXISTENTE); A EMISSAO ZERA AS FALHAS E DESFAZ O BLOQUEIO
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00025-PEDE-PIN.
           PERFORM 00026-VALIDA-DADOS.
           IF WS-DADOS-OK
              MOVE WS-TRB-MATRICULA TO PIN-MATRICULA
              READ PIN-MASTER-FILE
                  INVALID KEY
                      MOVE WS-TRB-MATRICULA TO PIN-MATRICULA
                      MOVE WS-TRB-PIN       TO PIN-SENHA
                      MOVE ZEROES           TO PIN-FALHAS
                      MOVE "N"              TO PIN-BLOQUEADO
                      MOVE DATA-HOJE-NUM    TO PIN-DATA-EMISSAO
                      MOVE ZEROES           TO PIN-DATA-ULT-USO
                      WRITE PIN-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA INCLUSAO ***"
                          NOT INVALID KEY
                              DISPLAY "CREDENCIAL INCLUIDA."
                      END-WRITE
                  NOT INVALID KEY
                      MOVE WS-TRB-PIN       TO PIN-SENHA
                      MOVE ZEROES           TO PIN-FALHAS
                      MOVE "N"              TO PIN-BLOQUEADO
                      MOVE DATA-HOJE-NUM    TO PIN-DATA-EMISSAO
                      REWRITE PIN-REC
                          INVALID KEY
                              DISPLAY "*** FALHA NA REEMISSAO ***"
                          NOT INVALID KEY
                              DISPLAY "PIN REEMITIDO."
                      END-REWRITE
              END-READ
           END-IF.
       00022-END.
      *
       00023-REVOGAR       SECTION.
      * PEDE A MATRICULA E EXCLUI A CREDENCIAL DO MESTRE
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO PIN-MATRICULA.
           READ PIN-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** MATRICULA SEM CREDENCIAL ***"
               NOT INVALID KEY
                   DELETE PIN-MASTER-FILE
                       INVALID KEY
                           DISPLAY "*** FALHA NA REVOGACAO ***"
                       NOT INVALID KEY
                           DISPLAY "CREDENCIAL REVOGADA."
                   END-DELETE
           END-READ.
       00023-END.
      *
       00024-PEDE-MATRICULA SECTION.
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-MATRICULA FROM CONSOLE.
       00024-END.
      *
       00025-PEDE-PIN      SECTION.
           DISPLAY "PIN NOVO (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-TRB-PIN FROM CONSOLE.
           DISPLAY "CONFIRME O PIN: " WITH NO ADVANCING.
           ACCEPT WS-TRB-PIN-CONF FROM CONSOLE.
       00025-END.
      *
       00026-VALIDA-DADOS  SECTION.
      * MATRICULA ATIVA NO EMPMAST E PIN DE 6 DIGITOS, IGUAL NAS DUAS
      * DIGITACOES
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
              IF WS-TRB-PIN NOT NUMERIC
                 DISPLAY "*** O PIN DEVE TER 6 DIGITOS - OPERACAO "
                         "CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              ELSE
                 IF WS-TRB-PIN NOT = WS-TRB-PIN-CONF
                    DISPLAY "*** AS DUAS DIGITACOES NAO CONFEREM - "
                            "OPERACAO CANCELADA ***"
                    MOVE "N" TO WS-DADOS-OK-SW
                 END-IF
              END-IF
           END-IF.
       00026-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE PIN-MASTER-FILE
              CLOSE EMP-MASTER-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA MANUTENCAO DAS CREDENCIAIS DO QUIOSQUE".
       00030-END.
