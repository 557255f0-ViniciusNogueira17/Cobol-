       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPAPROV.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Transacao de aprovacao das alteracoes sensiveis
      *                do mestre de empregados (dupla custodia): lista
      *                as alteracoes de CPF, CARGO e SITUACAO que o
      *                EMPMNT deixou pendentes no EMPPEND (copybook
      *                PNDREC) e deixa um segundo operador, de alcada
      *                3 no subsistema EMP e nunca o mesmo que pediu,
      *                decidir cada uma: rejeitar sempre, aprovar so
      *                com alcada maior que a de quem pediu
      *                (PND-NIVEL-PEDIDO). Como o EMPMNT so aceita o
      *                pedido de operador de nivel 2, todo pedido novo
      *                tem aprovador possivel (o nivel 3). A troca
      *                de EMPRESA nao passa por aqui: e transferencia,
      *                feita pelo EMPCIATR; pendencia antiga que ainda
      *                a traga e rejeitada sem aplicar nada. So a
      *                aprovada e aplicada ao EMPMAST, e o EMPJRNL
      *                recebe quem pediu (EMPJ-OPERADOR) e quem aprovou
      *                (EMPJ-APROVADOR). Se o mestre ja nao tem os
      *                valores do momento do pedido, a pendencia e
      *                rejeitada sem aplicar nada. O desligamento
      *                aprovado marca INATIVOS os dependentes no
      *                DEPDMAST e enfileira o evento "D" na EVENTQ,
      *                como o EMPMNT fazia ao gravar na hora.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  O evento enfileirado na EVENTQ passou a
      *                  levar a empresa do vinculo (EVT-EMPRESA).
      * 2026-10-15  RMS  A aprovacao passou a exigir alcada maior que
      *                  a de quem pediu (PND-NIVEL-PEDIDO), alem do
      *                  nivel 3 na abertura: pedido de operador de
      *                  nivel 3 nao e aprovado por outro de nivel 3.
      *                  A troca de EMPRESA deixou de ser aplicada
      *                  (agora so pelo EMPCIATR); pendencia que ainda
      *                  a traga e rejeitada.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMP-PEND-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-EMPPEND-STATUS.

           SELECT DEPD-MASTER-FILE ASSIGN TO "DEPDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPDMAST-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPJRNL-STATUS.

           SELECT EVENTO-FILA-FILE ASSIGN TO "EVENTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTQ-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  EMP-PEND-FILE.
           COPY PNDREC.

       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  EVENTO-FILA-FILE.
           COPY EVTREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPPEND-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPJRNL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EVENTQ-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-OPCAO             PIC X(01)   VALUE SPACES.
          88 WS-OPCAO-LISTAR               VALUE "L".
          88 WS-OPCAO-DECIDIR              VALUE "D".
          88 WS-OPCAO-SAIR                 VALUE "F".
       01 WS-DECISAO           PIC X(01)   VALUE SPACES.
          88 WS-DECISAO-APROVAR            VALUE "A".
          88 WS-DECISAO-REJEITAR           VALUE "R".
       01 WS-FIM-SW            PIC X(01)   VALUE "N".
          88 WS-FIM-APROVACAO              VALUE "S".
       01 WS-PND-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-PND-EOF                     VALUE "Y".
       01 WS-ACHOU-SW          PIC X(01)   VALUE "N".
          88 WS-ACHOU                       VALUE "S".
       01 WS-MATRICULA         PIC 9(06)   VALUE ZEROES.
       01 WS-QTDE-LISTADAS     PIC 9(05)   VALUE ZEROES.
       01 WS-MOTIVO            PIC X(30)   VALUE SPACES.
      * SEM O MESTRE DE DEPENDENTES ABERTO, O DESLIGAMENTO NAO TEM
      * DEPENDENTE A INATIVAR
       01 WS-DEPDMAST-OK-SW    PIC X(01)   VALUE "N".
          88 WS-DEPDMAST-OK                 VALUE "S".
       01 WS-DPD-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-DPD-EOF                     VALUE "Y".
       01 WS-QTDE-INATIVADOS   PIC 9(03)   VALUE ZEROES.
      * JORNAL DE ALTERACOES DO MESTRE (EMPJRNL)
       01 WS-REG-ANTES         PIC X(102)  VALUE SPACES.
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
      * TRAVA DE LOTE-EM-EXECUCAO DO MESTRE (MSTLOCK/VERIFICA-TRAVA)
       01 WS-LCK-MESTRE        PIC X(08)   VALUE "EMPMAST".
       01 WS-TRAVADO           PIC X(01)   VALUE "N".
      * ABERTURA DE SESSAO (SIGNON/USRMAST): APROVAR EXIGE ALCADA 3,
      * ACIMA DA ALCADA 2 QUE BASTA PARA PEDIR A ALTERACAO, E CADA
      * PENDENCIA AINDA EXIGE ALCADA MAIOR QUE A DE QUEM A PEDIU
       01 WS-SUBSISTEMA        PIC X(03)   VALUE "EMP".
       01 WS-OPERADOR          PIC X(08)   VALUE SPACES.
       01 WS-NIVEL             PIC 9(01)   VALUE ZEROES.
       01 WS-NIVEL-APROVADOR   PIC 9(01)   VALUE 3.
       01 WS-SIGNON-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-SESSAO-SW         PIC X(01)   VALUE "N".
          88 WS-SESSAO-ABERTA               VALUE "S".
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           PERFORM 00020-PROCESSO UNTIL WS-FIM-APROVACAO.
           PERFORM 00030-FIM.
           STOP RUN.
       00010-INICIO        SECTION.
      *
           DISPLAY " ".
           DISPLAY "APROVACAO DE ALTERACOES DO MESTRE DE EMPREGADOS".
           CALL "VERIFICA-TRAVA" USING WS-LCK-MESTRE WS-TRAVADO
           END-CALL.
           IF WS-TRAVADO = "S"
              DISPLAY "*** EMPMAST TRAVADO PELO LOTE EM EXECUCAO "
                      "(MSTLOCK) - APROVACAO RECUSADA; TRAVA "
                      "ABANDONADA E CASO PARA O LOCKUTIL ***"
              MOVE "S" TO WS-FIM-SW
           ELSE
              CALL "SIGNON" USING WS-SUBSISTEMA WS-OPERADOR
                                   WS-NIVEL WS-SIGNON-STATUS
              END-CALL
              EVALUATE TRUE
                  WHEN WS-SIGNON-STATUS NOT = "00"
                      DISPLAY "*** SESSAO NAO ABERTA (STATUS "
                              WS-SIGNON-STATUS ") - APROVACAO "
                              "ENCERRADA ***"
                      MOVE "S" TO WS-FIM-SW
                  WHEN WS-NIVEL < WS-NIVEL-APROVADOR
                      DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                              WS-NIVEL ") - APROVAR EXIGE NIVEL "
                              WS-NIVEL-APROVADOR " ***"
                      MOVE "S" TO WS-FIM-SW
                  WHEN OTHER
                      PERFORM 00011-ABRE-ARQUIVOS
              END-EVALUATE
           END-IF.
       00010-END.
      *
       00011-ABRE-ARQUIVOS SECTION.
      * SEM O EMPPEND (NENHUM PEDIDO FEITO AINDA) OU SEM O MESTRE NAO
      * HA O QUE APROVAR
           OPEN I-O EMP-PEND-FILE.
           OPEN I-O EMP-MASTER-FILE.
           IF WS-EMPPEND-STATUS NOT = "00" OR
              WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPPEND (STATUS " WS-EMPPEND-STATUS
                      ") OU EMPMAST (STATUS " WS-EMPMAST-STATUS
                      ") NAO ABRIU - NADA A APROVAR ***"
              IF WS-EMPPEND-STATUS = "00"
                 CLOSE EMP-PEND-FILE
              END-IF
              IF WS-EMPMAST-STATUS = "00"
                 CLOSE EMP-MASTER-FILE
              END-IF
              MOVE "S" TO WS-FIM-SW
           ELSE
              MOVE "S" TO WS-SESSAO-SW
              OPEN I-O DEPD-MASTER-FILE
              IF WS-DEPDMAST-STATUS = "00"
                 MOVE "S" TO WS-DEPDMAST-OK-SW
              END-IF
              OPEN EXTEND EMP-JORNAL-FILE
              IF WS-EMPJRNL-STATUS = "35"
                 OPEN OUTPUT EMP-JORNAL-FILE
              END-IF
              OPEN EXTEND EVENTO-FILA-FILE
              IF WS-EVENTQ-STATUS = "35"
                 OPEN OUTPUT EVENTO-FILA-FILE
              END-IF
           END-IF.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * MENU PSEUDO-CONVERSACIONAL: LISTA AS PENDENCIAS OU DECIDE UMA
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
      * LISTA TODAS AS PENDENCIAS AINDA NAO DECIDIDAS, NA ORDEM DA
      * CHAVE (MATRICULA E DATA/HORA DO PEDIDO)
           MOVE ZEROES TO WS-QTDE-LISTADAS.
           MOVE "N"    TO WS-PND-EOF-SW.
           MOVE LOW-VALUES TO PND-CHAVE.
           START EMP-PEND-FILE KEY >= PND-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-SW
           END-START.
           PERFORM 00021A-LISTA-UMA UNTIL WS-PND-EOF.
           DISPLAY WS-QTDE-LISTADAS " PENDENCIA(S) AGUARDANDO "
                   "APROVACAO.".
       00021-END.
      *
       00021A-LISTA-UMA    SECTION.
           READ EMP-PEND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-SW
               NOT AT END
                   IF PND-PENDENTE
                      ADD 1 TO WS-QTDE-LISTADAS
                      DISPLAY "MATRICULA " PND-MATRICULA
                              "  PEDIDO EM " PND-DATA-PEDIDO " "
                              PND-HORA-PEDIDO "  POR "
                              PND-OPERADOR-PEDIDO
                   END-IF
           END-READ.
       00021A-END.
      *
       00022-DECIDIR       SECTION.
      * PEDE A MATRICULA, MOSTRA A PENDENCIA MAIS ANTIGA DELA E
      * APLICA A DECISAO DO OPERADOR; APROVAR EXIGE ALCADA MAIOR QUE A
      * DE QUEM PEDIU (REJEITAR NAO)
           DISPLAY "MATRICULA (6 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-MATRICULA FROM CONSOLE.
           PERFORM 00023-PROCURA-PENDENTE.
           EVALUATE TRUE
               WHEN NOT WS-ACHOU
                   DISPLAY "*** NENHUMA ALTERACAO PENDENTE PARA A "
                           "MATRICULA ***"
               WHEN PND-OPERADOR-PEDIDO = WS-OPERADOR
                   PERFORM 00024-MOSTRA-PENDENTE
                   DISPLAY "*** QUEM PEDIU A ALTERACAO NAO PODE "
                           "DECIDI-LA ***"
               WHEN OTHER
                   PERFORM 00024-MOSTRA-PENDENTE
                   DISPLAY "(A)PROVAR (R)EJEITAR (V)OLTAR: "
                           WITH NO ADVANCING
                   MOVE SPACES TO WS-DECISAO
                   ACCEPT WS-DECISAO FROM CONSOLE
                   EVALUATE TRUE
                       WHEN WS-DECISAO-APROVAR AND
                            WS-NIVEL NOT > PND-NIVEL-PEDIDO
                           DISPLAY "*** ALCADA INSUFICIENTE (NIVEL "
                                   WS-NIVEL ") - APROVAR EXIGE NIVEL "
                                   "MAIOR QUE O DE QUEM PEDIU (NIVEL "
                                   PND-NIVEL-PEDIDO ") - PENDENCIA "
                                   "MANTIDA ***"
                       WHEN WS-DECISAO-APROVAR
                           PERFORM 00025-APROVA
                       WHEN WS-DECISAO-REJEITAR
                           DISPLAY "MOTIVO DA REJEICAO: "
                                   WITH NO ADVANCING
                           MOVE SPACES TO WS-MOTIVO
                           ACCEPT WS-MOTIVO FROM CONSOLE
                           MOVE "R" TO PND-SITUACAO
                           PERFORM 00027-GRAVA-DECISAO
                       WHEN OTHER
                           DISPLAY "PENDENCIA MANTIDA."
                   END-EVALUATE
           END-EVALUATE.
       00022-END.
      *
       00023-PROCURA-PENDENTE SECTION.
      * POSICIONA NA PRIMEIRA PENDENCIA NAO DECIDIDA DA MATRICULA
           MOVE "N" TO WS-ACHOU-SW.
           MOVE "N" TO WS-PND-EOF-SW.
           MOVE WS-MATRICULA TO PND-MATRICULA.
           MOVE ZEROES       TO PND-DATA-PEDIDO PND-HORA-PEDIDO.
           START EMP-PEND-FILE KEY >= PND-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-SW
           END-START.
           PERFORM 00023A-LE-PENDENTE
              UNTIL WS-PND-EOF OR WS-ACHOU.
       00023-END.
      *
       00023A-LE-PENDENTE  SECTION.
           READ EMP-PEND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-SW
               NOT AT END
                   IF PND-MATRICULA NOT = WS-MATRICULA
                      MOVE "Y" TO WS-PND-EOF-SW
                   ELSE
                      IF PND-PENDENTE
                         MOVE "S" TO WS-ACHOU-SW
                      END-IF
                   END-IF
           END-READ.
       00023A-END.
      *
       00024-MOSTRA-PENDENTE SECTION.
      * MOSTRA O PEDIDO: VALOR ATUAL E VALOR PEDIDO DE CADA CAMPO
           DISPLAY "PEDIDO EM " PND-DATA-PEDIDO " " PND-HORA-PEDIDO
                   " POR " PND-OPERADOR-PEDIDO " (NIVEL "
                   PND-NIVEL-PEDIDO ")".
           DISPLAY "CAMPO      ATUAL        PEDIDO".
           DISPLAY "CPF....: " PND-ATU-CPF "  " PND-NOV-CPF.
           DISPLAY "CARGO..: " PND-ATU-CARGO "         "
                   PND-NOV-CARGO.
           DISPLAY "SITUACAO " PND-ATU-SITUACAO " " PND-ATU-DESLIG
                   "   " PND-NOV-SITUACAO " " PND-NOV-DESLIG.
           DISPLAY "EMPRESA: " PND-ATU-EMPRESA "           "
                   PND-NOV-EMPRESA.
       00024-END.
      *
       00025-APROVA        SECTION.
      * RELE O MESTRE; SE OS CAMPOS AINDA TEM OS VALORES DO MOMENTO
      * DO PEDIDO, APLICA OS PEDIDOS, JORNALIZA COM OS DOIS OPERADORES
      * E, NO DESLIGAMENTO, INATIVA DEPENDENTES E ENFILEIRA O EVENTO;
      * SE NAO, A PENDENCIA E REJEITADA SEM APLICAR NADA. PENDENCIA
      * ANTIGA COM TROCA DE EMPRESA TAMBEM E REJEITADA: TROCA DE
      * EMPRESA E TRANSFERENCIA, SO PELO EMPCIATR
           MOVE PND-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** EMPREGADO NAO ENCONTRADO - PENDENCIA "
                           "REJEITADA ***"
                   MOVE "R" TO PND-SITUACAO
                   MOVE "MATRICULA NAO EXISTE NO MESTRE" TO WS-MOTIVO
                   PERFORM 00027-GRAVA-DECISAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PND-NOV-EMPRESA NOT = PND-ATU-EMPRESA
                           DISPLAY "*** TROCA DE EMPRESA SO PELA "
                                   "TRANSFERENCIA (EMPCIATR) - "
                                   "PENDENCIA REJEITADA ***"
                           MOVE "R" TO PND-SITUACAO
                           MOVE "EMPRESA SO PELO EMPCIATR"
                                TO WS-MOTIVO
                           PERFORM 00027-GRAVA-DECISAO
                       WHEN EMP-CPF         NOT = PND-ATU-CPF       OR
                            EMP-CARGO       NOT = PND-ATU-CARGO     OR
                            EMP-SITUACAO    NOT = PND-ATU-SITUACAO  OR
                            EMP-DATA-DESLIG NOT = PND-ATU-DESLIG    OR
                            EMP-EMPRESA     NOT = PND-ATU-EMPRESA
                           DISPLAY "*** MESTRE MUDOU DESDE O PEDIDO - "
                                   "PENDENCIA REJEITADA ***"
                           MOVE "R" TO PND-SITUACAO
                           MOVE "MESTRE MUDOU DESDE O PEDIDO"
                                TO WS-MOTIVO
                           PERFORM 00027-GRAVA-DECISAO
                       WHEN OTHER
                           PERFORM 00026-APLICA
                   END-EVALUATE
           END-READ.
       00025-END.
      *
       00026-APLICA        SECTION.
           MOVE EMP-REC          TO WS-REG-ANTES.
           MOVE PND-NOV-CPF      TO EMP-CPF.
           MOVE PND-NOV-CARGO    TO EMP-CARGO.
           MOVE PND-NOV-SITUACAO TO EMP-SITUACAO.
           MOVE PND-NOV-DESLIG   TO EMP-DATA-DESLIG.
           REWRITE EMP-REC
               INVALID KEY
                   DISPLAY "*** FALHA NA ALTERACAO - PENDENCIA "
                           "MANTIDA ***"
               NOT INVALID KEY
                   DISPLAY "ALTERACAO APROVADA E APLICADA."
                   IF EMP-DESLIGADO AND PND-ATU-SITUACAO NOT = "D"
                      PERFORM 00029-INATIVA-DEPENDENTES
                      PERFORM 00028B-GRAVA-EVENTO
                   END-IF
                   PERFORM 00028A-GRAVA-JORNAL
                   MOVE "A"    TO PND-SITUACAO
                   MOVE SPACES TO WS-MOTIVO
                   PERFORM 00027-GRAVA-DECISAO
           END-REWRITE.
       00026-END.
      *
       00027-GRAVA-DECISAO SECTION.
      * REGRAVA A PENDENCIA COM A DECISAO (SITUACAO JA PREENCHIDA POR
      * QUEM CHAMOU), QUEM DECIDIU, QUANDO E O MOTIVO
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-OPERADOR      TO PND-OPERADOR-DECISAO.
           MOVE WS-JRN-DATA      TO PND-DATA-DECISAO.
           MOVE WS-JRN-HORA(1:6) TO PND-HORA-DECISAO.
           MOVE WS-MOTIVO        TO PND-MOTIVO.
           REWRITE PND-REC
               INVALID KEY
                   DISPLAY "*** FALHA NA GRAVACAO DA DECISAO ***"
               NOT INVALID KEY
                   IF PND-REJEITADA
                      DISPLAY "PENDENCIA REJEITADA."
                   END-IF
           END-REWRITE.
       00027-END.
      *
       00028A-GRAVA-JORNAL SECTION.
      * GRAVA NO JORNAL A ALTERACAO APROVADA: QUEM PEDIU NO OPERADOR,
      * QUEM APROVOU NO APROVADOR
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES              TO EMPJ-REC.
           MOVE WS-JRN-DATA(1:4)    TO EMPJ-ANO.
           MOVE WS-JRN-DATA(5:2)    TO EMPJ-MES.
           MOVE WS-JRN-DATA(7:2)    TO EMPJ-DIA.
           MOVE WS-JRN-HORA(1:2)    TO EMPJ-HH.
           MOVE WS-JRN-HORA(3:2)    TO EMPJ-MM.
           MOVE WS-JRN-HORA(5:2)    TO EMPJ-SS.
           MOVE PND-OPERADOR-PEDIDO TO EMPJ-OPERADOR.
           MOVE "A"                 TO EMPJ-OPERACAO.
           MOVE EMP-MATRICULA       TO EMPJ-MATRICULA.
           MOVE WS-REG-ANTES        TO EMPJ-ANTES.
           MOVE EMP-REC             TO EMPJ-DEPOIS.
           MOVE WS-OPERADOR         TO EMPJ-APROVADOR.
           WRITE EMPJ-REC.
       00028A-END.
      *
       00028B-GRAVA-EVENTO SECTION.
      * ENFILEIRA O EVENTO DE DESLIGAMENTO PARA O REGISTRO
      * GOVERNAMENTAL (EVENTQ, GERADO/TRANSMITIDO PELO EVTGER)
           MOVE SPACES           TO EVT-REC.
           MOVE "D"              TO EVT-TIPO.
           MOVE EMP-MATRICULA    TO EVT-MATRICULA.
           MOVE EMP-CPF          TO EVT-CPF.
           MOVE EMP-DATA-DESLIG  TO EVT-DATA-EVENTO.
           MOVE EMP-SETOR        TO EVT-SETOR.
           MOVE EMP-DEPTO        TO EVT-DEPTO.
           MOVE EMP-SERVIDOR-IDX TO EVT-SERVIDOR-IDX.
           MOVE EMP-EMPRESA      TO EVT-EMPRESA.
           MOVE "Q"              TO EVT-SITUACAO.
           MOVE ZEROES           TO EVT-LOTE.
           WRITE EVT-REC.
       00028B-END.
      *
       00029-INATIVA-DEPENDENTES SECTION.
      * EMPREGADO QUE ACABOU DE IR A DESLIGADO TEM OS DEPENDENTES
      * MARCADOS INATIVOS NO DEPDMAST (NAO EXCLUIDOS, POR CAUSA DAS
      * DECLARACOES DO ANO FECHADO)
           MOVE ZEROES TO WS-QTDE-INATIVADOS.
           IF WS-DEPDMAST-OK
              MOVE "N" TO WS-DPD-EOF-SW
              MOVE EMP-MATRICULA TO DPD-MATRICULA
              MOVE ZEROES        TO DPD-SEQ
              START DEPD-MASTER-FILE KEY >= DPD-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-DPD-EOF-SW
              END-START
              PERFORM 00029A-INATIVA-UM UNTIL WS-DPD-EOF
              IF WS-QTDE-INATIVADOS > ZEROES
                 DISPLAY WS-QTDE-INATIVADOS " DEPENDENTE(S) "
                         "MARCADO(S) INATIVO(S)."
              END-IF
           END-IF.
       00029-END.
      *
       00029A-INATIVA-UM   SECTION.
           READ DEPD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DPD-EOF-SW
               NOT AT END
                   IF DPD-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-DPD-EOF-SW
                   ELSE
                      IF DPD-ATIVO
                         MOVE "I" TO DPD-SITUACAO
                         REWRITE DPD-REC
                         ADD 1 TO WS-QTDE-INATIVADOS
                      END-IF
                   END-IF
           END-READ.
       00029A-END.
      *
       00030-FIM           SECTION.
      *
           IF WS-SESSAO-ABERTA
              CLOSE EMP-MASTER-FILE
              CLOSE EMP-PEND-FILE
              CLOSE EMP-JORNAL-FILE
              CLOSE EVENTO-FILA-FILE
              IF WS-DEPDMAST-OK
                 CLOSE DEPD-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA APROVACAO DE ALTERACOES DO MESTRE".
       00030-END.
