      *                MASCARA-CPF -- a resposta na hora para o "essa
      *                pessoa e nossa, e onde ela senta?" da recepcao,
      *                que hoje vira ligacao para o RH e grep em
      *                relatorio de ontem. Quem nao tem a matricula
      *                nem o CPF digita 'N' e busca pelo nome: a busca
      *                e fonetica (indice EMPFONE) e lista os
      *                candidatos para o operador escolher um.
      ******************************************************************
      * Modification History:
      * 2026-08-22  RMS  Programa original.
      *                  com ou sem acerto -- no log ACESSLOG, via
      *                  subrotina GRAVA-ACESSO, exigencia do
      *                  encarregado de privacidade na ultima revisao.
      * 2026-10-15  RMS  Chamada a GRAVA-ACESSO passa o numero do
      *                  pedido LGPD (WS-ACS-PEDIDO, sempre em branco
      *                  nesta consulta).
      * 2026-10-15  RMS  Busca fonetica por nome (entrada 'N'): chave
      *                  da CHAVE-FONETICA procurada no indice EMPFONE
      *                  (chave alternativa FON-CHAVE), lista de ate 15
      *                  candidatos com CPF mascarado, celula e
      *                  situacao, e escolha de um pelo numero para a
      *                  tela de detalhe. A busca vai ao log de acesso
      *                  com tipo "N" e a escolha como busca por
      *                  matricula. Sem o EMPFONE a busca por nome fica
      *                  indisponivel e o resto da consulta segue.
      * 2026-10-15  RMS  Indice EMPFONE com um registro por palavra do
      *                  nome (chave alternativa FON-PALAVRA): a busca
      *                  acha o empregado por qualquer palavra do nome,
      *                  nao so pela primeira, em qualquer ordem.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT FONE-INDEX-FILE ASSIGN TO "EMPFONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-CHAVE-PRIM
               ALTERNATE RECORD KEY IS FON-PALAVRA WITH DUPLICATES
               FILE STATUS IS WS-EMPFONE-STATUS.
      *
       DATA                DIVISION.
      *

       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  FONE-INDEX-FILE.
           COPY FONREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ACS-CHAVE         PIC X(11)   VALUE SPACES.
       01 WS-ACS-TIPO          PIC X(01)   VALUE SPACES.
       01 WS-ACS-RESULTADO     PIC X(01)   VALUE SPACES.
       01 WS-ACS-PEDIDO        PIC X(10)   VALUE SPACES.
      * BUSCA FONETICA POR NOME (INDICE EMPFONE/CHAVE-FONETICA)
       01 WS-EMPFONE-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPFONE-OK-SW     PIC X(01)   VALUE "N".
          88 WS-EMPFONE-OK                  VALUE "S".
       01 WS-NOME-BUSCA        PIC X(40)   VALUE SPACES.
       01 WS-CHAVE-BUSCA       PIC X(30)   VALUE SPACES.
       01 WS-TAMANHO-BUSCA     PIC 9(02)   VALUE ZEROES.
      * PALAVRAS DA CHAVE PROCURADA (CODIGO E TAMANHO DE CADA UMA)
       01 WS-PALAVRAS-BUSCA.
          03 WS-PAL-ITEM                    OCCURS 6 TIMES.
             05 WS-PAL-CODIGO  PIC X(30).
             05 WS-PAL-TAM     PIC 9(02).
       01 WS-QTDE-PAL          PIC 9(02)   VALUE ZEROES.
       01 WS-IDX-PAL           PIC 9(02)   VALUE ZEROES.
       01 WS-CHAVE-CAND        PIC X(32)   VALUE SPACES.
       01 WS-PROCURA           PIC X(32)   VALUE SPACES.
       01 WS-OCORRENCIAS       PIC 9(02)   VALUE ZEROES.
       01 WS-CONFERE-SW        PIC X(01)   VALUE "N".
          88 WS-CONFERE                     VALUE "S".
       01 WS-FIM-LISTA-SW      PIC X(01)   VALUE "N".
          88 WS-FIM-LISTA                   VALUE "S".
       01 WS-MAIS-SW           PIC X(01)   VALUE "N".
          88 WS-HA-MAIS                     VALUE "S".
       01 WS-QTDE-CAND         PIC 9(02)   VALUE ZEROES.
       01 WS-CANDIDATOS.
          03 WS-CAND-MATRICULA PIC 9(06)   OCCURS 15 TIMES.
       01 WS-ESCOLHA           PIC X(02)   VALUE SPACES.
       01 WS-ESCOLHA-NUM       REDEFINES WS-ESCOLHA
                               PIC 9(02).
       01 WS-LINHA-CAND.
          03 WS-LC-NUMERO      PIC Z9.
          03 FILLER            PIC X(02)   VALUE ") ".
          03 WS-LC-MATRICULA   PIC 9(06).
          03 FILLER            PIC X(01)   VALUE SPACE.
          03 WS-LC-NOME        PIC X(40).
          03 FILLER            PIC X(01)   VALUE SPACE.
          03 WS-LC-CPF         PIC X(11).
          03 FILLER            PIC X(06)   VALUE " CEL. ".
          03 WS-LC-CELULA      PIC X(02).
          03 FILLER            PIC X(03)   VALUE " - ".
          03 WS-LC-DESCR       PIC X(30).
          03 FILLER            PIC X(01)   VALUE SPACE.
          03 WS-LC-SITUACAO    PIC X(09).
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "CONSULTA ONLINE DE EMPREGADO - DIGITE A MATRICULA".
           DISPLAY "(6 DIGITOS), O CPF (11 DIGITOS), 'N' PARA BUSCAR".
           DISPLAY "PELO NOME OU 'FIM' PARA ENCERRAR A TRANSACAO.".
           DISPLAY "OPERADOR (ATE 8 CARACTERES): " WITH NO ADVANCING.
           ACCEPT WS-OPERADOR FROM CONSOLE.

                         "INDISPONIVEL ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE EMP-MASTER-FILE
              ELSE
                 PERFORM 00011-ABRE-EMPFONE
              END-IF
           END-IF.
       00010-END.
      *
       00011-ABRE-EMPFONE  SECTION.
      * O INDICE FONETICO E OPCIONAL: SEM ELE SO A BUSCA POR NOME FICA
      * INDISPONIVEL
           OPEN INPUT FONE-INDEX-FILE.
           IF WS-EMPFONE-STATUS = "00"
              MOVE "S" TO WS-EMPFONE-OK-SW
           ELSE
              DISPLAY "EMPFONE INDISPONIVEL (STATUS " WS-EMPFONE-STATUS
                      ") - BUSCA POR NOME DESATIVADA"
           END-IF.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * UM "PSEUDO-CONVERSE": PEDE MATRICULA, CPF OU 'N' (NOME), BUSCA
      * E MOSTRA O RESULTADO NA HORA, DEVOLVENDO O CONTROLE PARA NOVA
      * CONSULTA
           DISPLAY " ".
           DISPLAY "MATRICULA, CPF OU 'N' (NOME): " WITH NO ADVANCING.
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-ENTRADA = "FIM" OR WS-ENTRADA = SPACES
                   MOVE "S" TO WS-FIM-SW
               WHEN WS-ENTRADA = "N" OR WS-ENTRADA = "n"
                   PERFORM 00027-BUSCA-POR-NOME
               WHEN WS-ENTRADA(7:5) = SPACES
                   PERFORM 00021-BUSCA-POR-MATRICULA
               WHEN OTHER
           END-IF.
           CALL "GRAVA-ACESSO" USING WS-ACS-PROGRAMA WS-OPERADOR
                                      WS-ACS-CHAVE WS-ACS-TIPO
                                      WS-ACS-RESULTADO WS-ACS-PEDIDO
           END-CALL.
       00026-END.
      *
       00027-BUSCA-POR-NOME SECTION.
      * BUSCA FONETICA PELO NOME: A CHAVE DO NOME DIGITADO E PROCURADA
      * NO EMPFONE, OS CANDIDATOS SAO LISTADOS E A PESQUISA VAI AO LOG
      * DE ACESSO (TIPO "N", COM O INICIO DO NOME DIGITADO); HAVENDO
      * CANDIDATO, O OPERADOR ESCOLHE UM PARA A TELA DE DETALHE
           IF NOT WS-EMPFONE-OK
              DISPLAY "*** BUSCA POR NOME INDISPONIVEL (EMPFONE) ***"
           ELSE
              DISPLAY "NOME (OU PARTE DELE): " WITH NO ADVANCING
              MOVE SPACES TO WS-NOME-BUSCA
              ACCEPT WS-NOME-BUSCA FROM CONSOLE
              IF WS-NOME-BUSCA NOT = SPACES
                 MOVE "N" TO WS-ACHOU-SW
                 CALL "CHAVE-FONETICA" USING WS-NOME-BUSCA
                                              WS-CHAVE-BUSCA
                                              WS-TAMANHO-BUSCA
                 END-CALL
                 IF WS-TAMANHO-BUSCA = ZEROES
                    DISPLAY "*** NOME SEM LETRAS PARA A BUSCA ***"
                 ELSE
                    PERFORM 00027A-LISTA-CANDIDATOS
                 END-IF
                 MOVE WS-NOME-BUSCA TO WS-ENTRADA
                 MOVE "N" TO WS-ACS-TIPO
                 PERFORM 00026-GRAVA-ACESSO
                 IF WS-ACHOU
                    PERFORM 00028-ESCOLHE-CANDIDATO
                 END-IF
              END-IF
           END-IF.
       00027-END.
      *
       00027A-LISTA-CANDIDATOS SECTION.
      * SEPARA AS PALAVRAS DA CHAVE PROCURADA, POSICIONA O EMPFONE NA
      * PRIMEIRA DELAS E LE OS NOMES QUE A TEM EM QUALQUER POSICAO;
      * PALAVRAS ALEM DA SEXTA NAO ENTRAM NA CONFERENCIA
           MOVE ZEROES TO WS-QTDE-CAND.
           MOVE ZEROES TO WS-QTDE-PAL.
           MOVE "N" TO WS-MAIS-SW.
           MOVE "N" TO WS-FIM-LISTA-SW.
           UNSTRING WS-CHAVE-BUSCA DELIMITED BY ALL SPACE
               INTO WS-PAL-CODIGO(1) COUNT IN WS-PAL-TAM(1)
                    WS-PAL-CODIGO(2) COUNT IN WS-PAL-TAM(2)
                    WS-PAL-CODIGO(3) COUNT IN WS-PAL-TAM(3)
                    WS-PAL-CODIGO(4) COUNT IN WS-PAL-TAM(4)
                    WS-PAL-CODIGO(5) COUNT IN WS-PAL-TAM(5)
                    WS-PAL-CODIGO(6) COUNT IN WS-PAL-TAM(6)
               TALLYING IN WS-QTDE-PAL
           END-UNSTRING.
           MOVE WS-PAL-CODIGO(1) TO FON-PALAVRA.
           START FONE-INDEX-FILE KEY IS NOT LESS THAN FON-PALAVRA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-START.
           PERFORM 00027B-LE-CANDIDATO UNTIL WS-FIM-LISTA.
           IF WS-QTDE-CAND = ZEROES
              DISPLAY "*** NENHUM EMPREGADO COM NOME PARECIDO ***"
           ELSE
              MOVE "S" TO WS-ACHOU-SW
              IF WS-HA-MAIS
                 DISPLAY "MAIS DE 15 CANDIDATOS - DIGITE MAIS UM NOME "
                         "PARA REFINAR A BUSCA"
              END-IF
           END-IF.
       00027A-END.
      *
       00027B-LE-CANDIDATO SECTION.
      * LE A PROXIMA PALAVRA NA ORDEM FONETICA: PARA AO SAIR DA
      * PRIMEIRA PALAVRA PROCURADA; AS DEMAIS PROCURADAS TEM DE ESTAR
      * NA CHAVE INTEIRA DO NOME DO CANDIDATO (CADA EMPREGADO TEM A
      * PALAVRA UMA VEZ SO NO INDICE, ENTAO NAO SE REPETE NA LISTA)
           READ FONE-INDEX-FILE NEXT RECORD
               AT END
                   MOVE "S" TO WS-FIM-LISTA-SW
           END-READ.
           IF NOT WS-FIM-LISTA
              IF FON-PALAVRA NOT = WS-PAL-CODIGO(1)
                 MOVE "S" TO WS-FIM-LISTA-SW
              ELSE
                 MOVE SPACES TO WS-CHAVE-CAND
                 MOVE FON-CHAVE TO WS-CHAVE-CAND(2:30)
                 MOVE "S" TO WS-CONFERE-SW
                 PERFORM 00027C-CONFERE-PALAVRA
                    VARYING WS-IDX-PAL FROM 2 BY 1
                    UNTIL WS-IDX-PAL > WS-QTDE-PAL
                       OR NOT WS-CONFERE
                 IF WS-CONFERE
                    PERFORM 00027D-MOSTRA-CANDIDATO
                 END-IF
              END-IF
           END-IF.
       00027B-END.
      *
       00027C-CONFERE-PALAVRA SECTION.
      * A PALAVRA PROCURADA TEM DE APARECER INTEIRA (ENTRE BRANCOS) NA
      * CHAVE DO CANDIDATO, EM QUALQUER POSICAO
           MOVE SPACES TO WS-PROCURA.
           MOVE WS-PAL-CODIGO(WS-IDX-PAL) TO WS-PROCURA(2:30).
           MOVE ZEROES TO WS-OCORRENCIAS.
           INSPECT WS-CHAVE-CAND TALLYING WS-OCORRENCIAS
               FOR ALL WS-PROCURA(1:WS-PAL-TAM(WS-IDX-PAL) + 2).
           IF WS-OCORRENCIAS = ZEROES
              MOVE "N" TO WS-CONFERE-SW
           END-IF.
       00027C-END.
      *
       00027D-MOSTRA-CANDIDATO SECTION.
      * LISTA O CANDIDATO COM OS DADOS DO EMPMAST (MATRICULA QUE O
      * INDICE AINDA TEM MAS O MESTRE NAO E IGNORADA); PASSADOS 15
      * CANDIDATOS A LEITURA PARA
           IF WS-QTDE-CAND = 15
              MOVE "S" TO WS-MAIS-SW
              MOVE "S" TO WS-FIM-LISTA-SW
           ELSE
              MOVE FON-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  NOT INVALID KEY
                      ADD 1 TO WS-QTDE-CAND
                      MOVE EMP-MATRICULA
                           TO WS-CAND-MATRICULA(WS-QTDE-CAND)
                      PERFORM 00027E-LINHA-CANDIDATO
              END-READ
           END-IF.
       00027D-END.
      *
       00027E-LINHA-CANDIDATO SECTION.
      * MONTA E EXIBE A LINHA DO CANDIDATO: NUMERO NA LISTA,
      * MATRICULA, NOME, CPF MASCARADO, CELULA E SITUACAO
           PERFORM 00025-RESOLVE-CELULA.
           CALL "MASCARA-CPF" USING EMP-CPF WS-CPF-MASCARADO
           END-CALL.
           MOVE WS-QTDE-CAND      TO WS-LC-NUMERO.
           MOVE EMP-MATRICULA     TO WS-LC-MATRICULA.
           MOVE EMP-NOME          TO WS-LC-NOME.
           MOVE WS-CPF-MASCARADO  TO WS-LC-CPF.
           MOVE WS-CODIGO-CELULA  TO WS-LC-CELULA.
           MOVE WS-DESCR-CELULA   TO WS-LC-DESCR.
           IF EMP-DESLIGADO
              MOVE "DESLIGADO" TO WS-LC-SITUACAO
           ELSE
              MOVE "ATIVO"     TO WS-LC-SITUACAO
           END-IF.
           DISPLAY WS-LINHA-CAND.
       00027E-END.
      *
       00028-ESCOLHE-CANDIDATO SECTION.
      * O OPERADOR ESCOLHE O CANDIDATO PELO NUMERO DA LISTA (EM BRANCO,
      * NENHUM); A ESCOLHA SEGUE COMO BUSCA POR MATRICULA, COM O SEU
      * PROPRIO REGISTRO NO LOG DE ACESSO
           DISPLAY "NUMERO DO CANDIDATO (EM BRANCO = NENHUM): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ESCOLHA.
           ACCEPT WS-ESCOLHA FROM CONSOLE.
           IF WS-ESCOLHA(1:1) NOT = SPACE AND WS-ESCOLHA(2:1) = SPACE
              MOVE WS-ESCOLHA(1:1) TO WS-ESCOLHA(2:1)
              MOVE "0"             TO WS-ESCOLHA(1:1)
           END-IF.
           EVALUATE TRUE
               WHEN WS-ESCOLHA = SPACES
                   CONTINUE
               WHEN WS-ESCOLHA NOT NUMERIC
                   DISPLAY "*** NUMERO DE CANDIDATO INVALIDO ***"
               WHEN WS-ESCOLHA-NUM = ZEROES OR
                    WS-ESCOLHA-NUM > WS-QTDE-CAND
                   DISPLAY "*** NUMERO DE CANDIDATO INVALIDO ***"
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRADA
                   MOVE WS-CAND-MATRICULA(WS-ESCOLHA-NUM)
                        TO WS-ENTRADA(1:6)
                   PERFORM 00021-BUSCA-POR-MATRICULA
           END-EVALUATE.
       00028-END.
      *
       00030-FIM           SECTION.
      *
           IF NOT WS-ABORT
              CLOSE EMP-MASTER-FILE
              CLOSE ORGMAST-FILE
              IF WS-EMPFONE-OK
                 CLOSE FONE-INDEX-FILE
              END-IF
           END-IF.
           DISPLAY " ".
           DISPLAY "FIM DA CONSULTA ONLINE DE EMPREGADO".
