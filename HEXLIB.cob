       IDENTIFICATION      DIVISION.
       PROGRAM-ID. HEXLIB.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Transacao de liberacao da hora extra retida por
      *                falta de autorizacao previa: lista os minutos
      *                extras que a conversao de ponto deixou pendentes
      *                no HEXRET (copybook HEXREC) e deixa o RH, com
      *                alcada 3 no subsistema EMP, liberar depois do
      *                fato -- no todo ou em parte -- ou negar cada um.
      *                O liberado vai para a folha (FOLHAINT) e para o
      *                PONTOMES na proxima conversao; o negado fica
      *                fora de vez. Quem decidiu e quando ficam no
      *                proprio registro.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT HEX-RETIDO-FILE ASSIGN TO "HEXRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEX-CHAVE
               FILE STATUS IS WS-HEXRET-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  HEX-RETIDO-FILE.
           COPY HEXREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-HEXRET-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-LISTAR               VALUE "L".
          88 WS-OPCAO-DECIDIR              VALUE "D".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-DECISAO           PIC X(01)   VALUE SPACES.
          88 WS-DECISAO-LIBERAR            VALUE "L".
          88 WS-DECISAO-NEGAR              VALUE "N".
       01 WS-FIM-SW            PIC X(01)   VALUE "N".
          88 WS-FIM-LIBERACAO              VALUE "S".
       01 WS-HEX-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-HEX-EOF                     VALUE "Y".
       01 WS-MATRICULA         PIC 9(06)   VALUE ZEROES.
       01 WS-DATA-MOVTO        PIC 9(08)   VALUE ZEROES.
       01 WS-MIN-LIBERAR       PIC 9(04)   VALUE ZEROES.
       01 WS-QTDE-LISTADAS     PIC 9(05)   VALUE ZEROES.
       01 WS-MIN-LISTADOS      PIC 9(07)   VALUE ZEROES.
       01 WS-DATA-HOJE         PIC 9(08)   VALUE ZEROES.
      * ABERTURA DE SESSAO (SIGNON/USRMAST): LIBERAR OU NEGAR EXIGE
      * ALCADA 3 NO SUBSISTEMA DE EMPREGADOS, A MESMA DO EMPAPROV
       01 WS-SUBSISTEMA        PIC X(03)   VALUE "EMP".
       01 WS-OPERADOR          PIC X(08)   VALUE SPACES.
       01 WS-NIVEL             PIC 9(01)   VALUE ZEROES.
       01 WS-NIVEL-LIBERADOR   PIC 9(01)   VALUE 3.
       01 WS-SIGNON-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-SESSAO-SW         PIC X(01)   VALUE "N".
          88 WS-SESSAO-ABERTA               VALUE "S".
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           PERFORM 00020-PROCESSO UNTIL WS-FIM-LIBERACAO.
           PERFORM 00030-FIM.
           STOP RUN.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "LIBERACAO DE HORA EXTRA RETIDA SEM AUTORIZACAO".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           CALL "SIGNON" USING WS-SUBSISTEMA WS-OPERADOR
                                WS-NIVEL WS-SIGNON-STATUS
           END-CALL.
           EVALUATE TRUE
               WHEN WS-SIGNON-STATUS NOT = "00"
                   DISPLAY "*** SESSAO NAO ABERTA (STATUS "
                           WS-SIGNON-STATUS ") - LIBERACAO "
                           "ENCERRADA ***"
                   MOVE "S" TO WS-FIM-SW
               WHEN WS-NIVEL < WS-NIVEL-LIBERADOR
                   DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                           WS-NIVEL ") - LIBERAR EXIGE NIVEL "
                           WS-NIVEL-LIBERADOR " ***"
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   PERFORM 00011-ABRE-ARQUIVO
           END-EVALUATE.
       00010-END.
      *
       00011-ABRE-ARQUIVO  SECTION.
      * SEM O HEXRET (NENHUMA CONVERSAO RETEVE EXTRA AINDA) NAO HA O
      * QUE LIBERAR
           OPEN I-O HEX-RETIDO-FILE.
           IF WS-HEXRET-STATUS NOT = "00"
              DISPLAY "*** HEXRET NAO ABRIU (STATUS " WS-HEXRET-STATUS
                      ") - NADA A LIBERAR ***"
              MOVE "S" TO WS-FIM-SW
           ELSE
              MOVE "S" TO WS-SESSAO-SW
           END-IF.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: LISTA AS RETENCOES OU DECIDE UMA
           DISPLAY " ".
           DISPLAY "(L)ISTAR PENDENTES (D)ECIDIR (F)IM: "
                   WITH NO ADVANCING.
           ACCEPT WS-OPCAO FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-OPCAO-LISTAR
                   PERFORM 00021-LISTAR
               WHEN WS-OPCAO-DECIDIR
                   PERFORM 00022-DECIDIR
               WHEN WS-OPCAO-SAIR
                   MOVE "S" TO WS-FIM-SW
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           END-EVALUATE.
       00020-END.
      *
       00021-LISTAR        SECTION.
      * LISTA TODAS AS RETENCOES AINDA NAO DECIDIDAS, NA ORDEM DA
      * CHAVE (MATRICULA E DATA DO MOVIMENTO)
           MOVE ZEROES     TO WS-QTDE-LISTADAS WS-MIN-LISTADOS.
           MOVE "N"        TO WS-HEX-EOF-SW.
           MOVE LOW-VALUES TO HEX-CHAVE.
           START HEX-RETIDO-FILE KEY >= HEX-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-HEX-EOF-SW
           END-START.
           PERFORM 00021A-LISTA-UMA UNTIL WS-HEX-EOF.
           DISPLAY WS-QTDE-LISTADAS " RETENCAO(OES) PENDENTE(S), "
                   WS-MIN-LISTADOS " MINUTO(S).".
       00021-END.
      *
       00021A-LISTA-UMA    SECTION.
           READ HEX-RETIDO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HEX-EOF-SW
               NOT AT END
                   IF HEX-PENDENTE
                      ADD 1 TO WS-QTDE-LISTADAS
                      ADD HEX-MIN-RETIDOS TO WS-MIN-LISTADOS
                      DISPLAY "MATRICULA " HEX-MATRICULA
                              "  DIA " HEX-DATA-MOVTO
                              "  CELULA " HEX-SETOR HEX-DEPTO
                              HEX-SERVIDOR "  RETIDOS "
                              HEX-MIN-RETIDOS " MIN"
                   END-IF
           END-READ.
       00021A-END.
      *
       00022-DECIDIR       SECTION.
      * PEDE MATRICULA E DATA, MOSTRA A RETENCAO E APLICA A DECISAO
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA FROM CONSOLE.
           DISPLAY "DATA DO MOVIMENTO (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATA-MOVTO FROM CONSOLE.
           MOVE WS-MATRICULA  TO HEX-MATRICULA.
           MOVE WS-DATA-MOVTO TO HEX-DATA-MOVTO.
           READ HEX-RETIDO-FILE
               INVALID KEY
                   DISPLAY "*** NAO HA EXTRA RETIDO PARA A MATRICULA "
                           "NESSA DATA ***"
               NOT INVALID KEY
                   IF NOT HEX-PENDENTE
                      DISPLAY "*** RETENCAO JA DECIDIDA (SITUACAO "
                              HEX-SITUACAO ") POR " HEX-OPERADOR
                              " EM " HEX-DATA-DECISAO " ***"
                   ELSE
                      PERFORM 00023-MOSTRA-RETIDO
                      PERFORM 00024-PEDE-DECISAO
                   END-IF
           END-READ.
       00022-END.
      *
       00023-MOSTRA-RETIDO SECTION.
           DISPLAY "CELULA " HEX-SETOR "/" HEX-DEPTO "/" HEX-SERVIDOR
                   "  RETIDO NA CONVERSAO DE " HEX-DATA-RETENCAO.
           DISPLAY "EXTRA DO DIA.....: " HEX-MIN-EXTRA " MIN".
           DISPLAY "AUTORIZADO PREVIO: " HEX-MIN-AUTORIZ " MIN".
           DISPLAY "RETIDO...........: " HEX-MIN-RETIDOS " MIN".
       00023-END.
      *
       00024-PEDE-DECISAO  SECTION.
      * LIBERAR PEDE QUANTOS MINUTOS (ZERO = TODO O RETIDO); O QUE
      * NAO FOR LIBERADO FICA NEGADO
           DISPLAY "(L)IBERAR (N)EGAR (V)OLTAR: " WITH NO ADVANCING.
           MOVE SPACES TO WS-DECISAO.
           ACCEPT WS-DECISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WS-DECISAO-LIBERAR
                   DISPLAY "MINUTOS A LIBERAR (ZERO = TODOS): "
                           WITH NO ADVANCING
                   MOVE ZEROES TO WS-MIN-LIBERAR
                   ACCEPT WS-MIN-LIBERAR FROM CONSOLE
                   IF WS-MIN-LIBERAR NOT NUMERIC OR
                      WS-MIN-LIBERAR > HEX-MIN-RETIDOS
                      DISPLAY "*** MINUTOS ALEM DO RETIDO - "
                              "RETENCAO MANTIDA ***"
                   ELSE
                      IF WS-MIN-LIBERAR = ZEROES
                         MOVE HEX-MIN-RETIDOS TO WS-MIN-LIBERAR
                      END-IF
                      MOVE WS-MIN-LIBERAR TO HEX-MIN-LIBERADOS
                      MOVE "L" TO HEX-SITUACAO
                      PERFORM 00025-GRAVA-DECISAO
                   END-IF
               WHEN WS-DECISAO-NEGAR
                   MOVE ZEROES TO HEX-MIN-LIBERADOS
                   MOVE "N" TO HEX-SITUACAO
                   PERFORM 00025-GRAVA-DECISAO
               WHEN OTHER
                   DISPLAY "RETENCAO MANTIDA."
           END-EVALUATE.
       00024-END.
      *
       00025-GRAVA-DECISAO SECTION.
           MOVE WS-OPERADOR  TO HEX-OPERADOR.
           MOVE WS-DATA-HOJE TO HEX-DATA-DECISAO.
           REWRITE HEX-REC
               INVALID KEY
                   DISPLAY "*** FALHA NA GRAVACAO DA DECISAO ***"
               NOT INVALID KEY
                   IF HEX-LIBERADO
                      DISPLAY HEX-MIN-LIBERADOS " MINUTO(S) "
                              "LIBERADO(S) - SEGUEM PARA A FOLHA NA "
                              "PROXIMA CONVERSAO."
                   ELSE
                      DISPLAY "RETENCAO NEGADA."
                   END-IF
           END-REWRITE.
       00025-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE HEX-RETIDO-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA LIBERACAO DE HORA EXTRA RETIDA".
       00030-END.
