      *                  incluir/alterar exigem nivel 2 e excluir
      *                  nivel 3; sessao negada encerra o programa e
      *                  fica no log de seguranca SEGLOG.
      * 2026-10-15  RMS  O EMPREC ganhou o numero do PIS/PASEP/NIS: o
      *                  programa passou a pedi-lo (branco = ainda sem
      *                  numero) e a conferi-lo pela VALIDA-PIS antes
      *                  de gravar; a consulta mostra o NIS; as
      *                  imagens do jornal cresceram junto.
      * 2026-10-15  RMS  Dupla custodia: alteracao de CPF, CARGO,
      *                  SITUACAO ou EMPRESA nao grava mais no mestre;
      *                  vai para o arquivo de pendencias EMPPEND
      *                  (copybook PNDREC) e so e aplicada quando um
      *                  segundo operador, de alcada 3, a aprova no
      *                  EMPAPROV. O restante da alteracao continua
      *                  gravando na hora. O desligamento (dependentes
      *                  inativados e evento "D" na EVENTQ) passou
      *                  para a aprovacao no EMPAPROV.
      * 2026-10-15  RMS  Catalogo de cargos (CRGMAST, copybook
      *                  CRGREC): a inclusao, e a alteracao que muda o
      *                  cargo, so aceitam cargo que conste no
      *                  catalogo; a consulta mostra o titulo do
      *                  cargo. Sem o catalogo aberto, o aviso sai na
      *                  abertura da sessao e o cargo segue sem
      *                  conferencia.
      * 2026-10-15  RMS  Indice fonetico de nomes (EMPFONE, copybook
      *                  FONREC) da busca por nome do EMPINQ: a
      *                  inclusao, a alteracao que muda o nome e a
      *                  exclusao atualizam o indice pela subrotina
      *                  GRAVA-FONETICA. Falha no indice so avisa; o
      *                  EMPFONGR o reconstroi.
      * 2026-10-15  RMS  Troca de EMPRESA de empregado existente nao
      *                  vai mais para o EMPPEND: a alteracao e
      *                  recusada e a troca e feita pela transferencia
      *                  entre empresas (EMPCIATR), que gera o par de
      *                  eventos, divide o PONTOMES e sai no CIATREL.
      *                  A EMPRESA so e informada livremente na
      *                  inclusao.
      * 2026-10-15  RMS  Alteracao de CPF, CARGO ou SITUACAO so pode
      *                  ser pedida por operador de nivel 2: o EMPAPROV
      *                  so aprova com alcada maior que a de quem pediu
      *                  e o pedido de nivel 3 ficaria preso no EMPPEND.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPOSH-STATUS.

           SELECT EMP-JORNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPJRNL-STATUS.

           SELECT EMP-PEND-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-EMPPEND-STATUS.

           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.
      *
       DATA                DIVISION.
      *
       FD  POS-HIST-FILE.
           COPY EPHREC.

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  EMP-PEND-FILE.
           COPY PNDREC.

       FD  CRG-MASTER-FILE.
           COPY CRGREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
           03 WS-TRB-DATA-DESLIG   PIC 9(08).
           03 WS-TRB-EMPRESA       PIC 9(02).
           03 WS-TRB-CARGO         PIC X(04).
           03 WS-TRB-NIS           PIC X(11).
       01 WS-DADOS-OK-SW        PIC X(01)   VALUE "N".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-DIGITO-A           PIC 9(01)   VALUE ZEROES.
       01 WS-TRACE-SW           PIC X(01)   VALUE "N".
       COPY CPFTRACE.
       01 WS-ORGSUB-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-DIGITO-NIS         PIC 9(01)   VALUE ZEROES.
       01 WS-NIS-STATUS         PIC X(02)   VALUE "00".
       01 WS-EMPPOSH-STATUS     PIC X(02)   VALUE SPACES.
      * CELULA ANTERIOR DO REGISTRO EM ALTERACAO, PARA SO GRAVAR
      * HISTORICO DE LOTACAO QUANDO A CELULA DE FATO MUDOU
       01 WS-ANT-SETOR          PIC 9(01)   VALUE ZEROES.
       01 WS-ANT-DEPTO          PIC 9(01)   VALUE ZEROES.
       01 WS-ANT-SERVIDOR       PIC 9(01)   VALUE ZEROES.
      * ALTERACOES PENDENTES DE APROVACAO (EMPPEND/EMPAPROV)
       01 WS-EMPPEND-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-PND-EOF-SW         PIC X(01)   VALUE "N".
          88 WS-PND-EOF                     VALUE "Y".
       01 WS-TEM-PENDENTE-SW    PIC X(01)   VALUE "N".
          88 WS-TEM-PENDENTE                VALUE "S".
      * CATALOGO DE CARGOS (CRGMAST); NA ALTERACAO O CARGO SO E
      * CONFERIDO QUANDO MUDA, PARA O REGISTRO ANTIGO COM CARGO FORA
      * DO CATALOGO (RELATORIO CRGPEND) PODER TER OS DEMAIS CAMPOS
      * CORRIGIDOS
       01 WS-CRGMAST-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-CRGMAST-OK-SW      PIC X(01)   VALUE "N".
          88 WS-CRGMAST-OK                  VALUE "S".
       01 WS-CONFERE-CARGO-SW   PIC X(01)   VALUE "S".
          88 WS-CONFERE-CARGO               VALUE "S".
      * JORNAL DE ALTERACOES DO MESTRE (EMPJRNL)
       01 WS-EMPJRNL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-OPERADOR           PIC X(08)   VALUE SPACES.
       01 WS-JRN-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-REG-ANTES          PIC X(102)  VALUE SPACES.
       01 WS-REG-DEPOIS         PIC X(102)  VALUE SPACES.
       01 WS-JRN-DATA           PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA           PIC 9(08)   VALUE ZEROES.
      * TRAVA DE LOTE-EM-EXECUCAO DO MESTRE (MSTLOCK/VERIFICA-TRAVA)
       01 WS-LCK-MESTRE         PIC X(08)   VALUE "EMPMAST".
       01 WS-TRAVADO            PIC X(01)   VALUE "N".
      * ABERTURA DE SESSAO (SIGNON/USRMAST) E ALCADA DO OPERADOR
       01 WS-SUBSISTEMA         PIC X(03)   VALUE "EMP".
       01 WS-NIVEL              PIC 9(01)   VALUE ZEROES.
          88 WS-SESSAO-ABERTA               VALUE "S".
       01 WS-CPF-MASCARADO      PIC X(11)   VALUE SPACES.
       01 WS-EPH-DATA           PIC 9(08)   VALUE ZEROES.
      * INDICE FONETICO DE NOMES (EMPFONE/GRAVA-FONETICA)
       01 WS-FON-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-FON-STATUS         PIC X(02)   VALUE SPACES.
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
              IF WS-EMPPOSH-STATUS = "35"
                 OPEN OUTPUT POS-HIST-FILE
              END-IF
              OPEN EXTEND EMP-JORNAL-FILE
              IF WS-EMPJRNL-STATUS = "35"
                 OPEN OUTPUT EMP-JORNAL-FILE
              END-IF
              OPEN I-O EMP-PEND-FILE
              IF WS-EMPPEND-STATUS = "35"
                 OPEN OUTPUT EMP-PEND-FILE
                 CLOSE EMP-PEND-FILE
                 OPEN I-O EMP-PEND-FILE
              END-IF
              OPEN INPUT CRG-MASTER-FILE
              IF WS-CRGMAST-STATUS = "00"
                 MOVE "S" TO WS-CRGMAST-OK-SW
              ELSE
                 DISPLAY "AVISO: CRGMAST NAO ABRIU (STATUS "
                         WS-CRGMAST-STATUS ") - CARGO NAO "
                         "CONFERIDO NO CATALOGO"
              END-IF
              END-IF
           END-IF.
                   DISPLAY "LOTACAO..: " EMP-SETOR "/" EMP-DEPTO "/"
                           EMP-SERVIDOR-IDX "  EMPRESA " EMP-EMPRESA
                           "  CARGO " EMP-CARGO
                   IF WS-CRGMAST-OK
                      MOVE EMP-CARGO TO CRG-CARGO
                      READ CRG-MASTER-FILE
                          INVALID KEY
                              MOVE "(CARGO FORA DO CATALOGO)"
                                   TO CRG-TITULO
                      END-READ
                      DISPLAY "CARGO....: " EMP-CARGO " " CRG-TITULO
                   END-IF
                   DISPLAY "NIS/PIS..: " EMP-NIS
                   DISPLAY "ADMISSAO.: " EMP-DATA-ADMIS
                           "  SITUACAO " EMP-SITUACAO
           END-READ.
      * ENTAO GRAVA O REGISTRO NOVO NO MESTRE
           PERFORM 00024-PEDE-MATRICULA.
           PERFORM 00026-PEDE-DADOS.
           MOVE "S" TO WS-CONFERE-CARGO-SW.
           PERFORM 00027-VALIDA-DADOS.
           IF WS-DADOS-OK
              MOVE WS-EMP-TRABALHO TO EMP-REC
                      MOVE SPACES   TO WS-REG-ANTES
                      MOVE EMP-REC  TO WS-REG-DEPOIS
                      PERFORM 00028A-GRAVA-JORNAL
                      MOVE "G"      TO WS-FON-OPERACAO
                      PERFORM 00028B-ATUALIZA-FONETICA
              END-WRITE
           END-IF.
       00021-END.
      *
       00022-ALTERAR       SECTION.
      * PEDE A MATRICULA, LE O REGISTRO EXISTENTE E REGRAVA COM OS
      * NOVOS DADOS, DEPOIS DAS MESMAS VALIDACOES DA INCLUSAO; A PARTE
      * DE CPF/CARGO/SITUACAO VAI PARA APROVACAO (EMPPEND) E A TROCA
      * DE EMPRESA E RECUSADA (E TRANSFERENCIA, FEITA PELO EMPCIATR)
           PERFORM 00024-PEDE-MATRICULA.
           MOVE WS-TRB-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
                   MOVE EMP-SETOR        TO WS-ANT-SETOR
                   MOVE EMP-DEPTO        TO WS-ANT-DEPTO
                   MOVE EMP-SERVIDOR-IDX TO WS-ANT-SERVIDOR
                   MOVE EMP-REC          TO WS-REG-ANTES
                   PERFORM 00026-PEDE-DADOS
                   IF WS-TRB-CARGO = EMP-CARGO
                      MOVE "N" TO WS-CONFERE-CARGO-SW
                   ELSE
                      MOVE "S" TO WS-CONFERE-CARGO-SW
                   END-IF
                   PERFORM 00027-VALIDA-DADOS
                   IF WS-DADOS-OK
                      PERFORM 00022A-SEPARA-PENDENTE
                   END-IF
                   IF WS-DADOS-OK
                      MOVE WS-EMP-TRABALHO TO EMP-REC
                      REWRITE EMP-REC
                                 MOVE DATA-HOJE-NUM TO WS-EPH-DATA
                                 PERFORM 00028-GRAVA-POSICAO
                              END-IF
                              MOVE "A"     TO WS-JRN-OPERACAO
                              MOVE EMP-REC TO WS-REG-DEPOIS
                              PERFORM 00028A-GRAVA-JORNAL
                              IF EMP-NOME NOT = WS-REG-ANTES(7:40)
                                 MOVE "G" TO WS-FON-OPERACAO
                                 PERFORM 00028B-ATUALIZA-FONETICA
                              END-IF
                      END-REWRITE
                   END-IF
           END-READ.
       00022-END.
      *
       00022A-SEPARA-PENDENTE SECTION.
      * TROCA DE EMPRESA E TRANSFERENCIA ENTRE ENTIDADES LEGAIS E SO
      * O EMPCIATR A FAZ (PAR DE EVENTOS, PONTOMES DIVIDIDO, CIATREL):
      * AQUI A ALTERACAO INTEIRA E RECUSADA. SE A ALTERACAO MEXE EM
      * CPF, CARGO OU SITUACAO/DATA DO DESLIGAMENTO, ESSA PARTE VAI
      * PARA O EMPPEND (UMA PENDENCIA POR MATRICULA DE CADA VEZ) E O
      * REGISTRO DE TRABALHO VOLTA A TER OS VALORES DO MESTRE NESSES
      * CAMPOS; SE NAO SOBRAR NADA PARA GRAVAR NA HORA, A REGRAVACAO
      * NAO E FEITA. O PEDIDO SO PODE SER DE OPERADOR DE NIVEL 2: O
      * EMPAPROV SO APROVA COM ALCADA MAIOR QUE A DE QUEM PEDIU E A
      * ESCALA PARA NO 3, ENTAO O PEDIDO DE NIVEL 3 NUNCA SAIRIA DA
      * FILA E TRAVARIA A MATRICULA
           IF WS-TRB-EMPRESA NOT = EMP-EMPRESA
              DISPLAY "*** TROCA DE EMPRESA (" EMP-EMPRESA " PARA "
                      WS-TRB-EMPRESA ") SO PELA TRANSFERENCIA ENTRE "
                      "EMPRESAS (EMPCIATR) - OPERACAO CANCELADA ***"
              MOVE "N" TO WS-DADOS-OK-SW
           END-IF.
           IF WS-DADOS-OK AND
              (WS-TRB-CPF         NOT = EMP-CPF          OR
               WS-TRB-CARGO       NOT = EMP-CARGO        OR
               WS-TRB-SITUACAO    NOT = EMP-SITUACAO     OR
               WS-TRB-DATA-DESLIG NOT = EMP-DATA-DESLIG)
              IF WS-NIVEL > 2
                 DISPLAY "*** ALTERACAO DE CPF/CARGO/SITUACAO: PEDIDO "
                         "SO POR NIVEL 2 (O NIVEL 3 APROVA NO "
                         "EMPAPROV) - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              ELSE
                 PERFORM 00022B-PROCURA-PENDENTE
                 IF WS-TEM-PENDENTE
                    DISPLAY "*** JA HA ALTERACAO DESTA MATRICULA "
                            "AGUARDANDO APROVACAO (EMPAPROV) - "
                            "OPERACAO CANCELADA ***"
                    MOVE "N" TO WS-DADOS-OK-SW
                 ELSE
                    PERFORM 00022D-GRAVA-PENDENTE
                 END-IF
              END-IF
           END-IF.
           IF WS-DADOS-OK
              MOVE EMP-CPF         TO WS-TRB-CPF
              MOVE EMP-CARGO       TO WS-TRB-CARGO
              MOVE EMP-SITUACAO    TO WS-TRB-SITUACAO
              MOVE EMP-DATA-DESLIG TO WS-TRB-DATA-DESLIG
              IF WS-EMP-TRABALHO = EMP-REC
                 DISPLAY "NENHUMA OUTRA ALTERACAO A GRAVAR."
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00022A-END.
      *
       00022B-PROCURA-PENDENTE SECTION.
      * PROCURA NO EMPPEND UMA ALTERACAO DA MATRICULA AINDA NAO
      * DECIDIDA
           MOVE "N" TO WS-TEM-PENDENTE-SW.
           MOVE "N" TO WS-PND-EOF-SW.
           MOVE EMP-MATRICULA TO PND-MATRICULA.
           MOVE ZEROES        TO PND-DATA-PEDIDO PND-HORA-PEDIDO.
           START EMP-PEND-FILE KEY >= PND-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-SW
           END-START.
           PERFORM 00022C-LE-PENDENTE
              UNTIL WS-PND-EOF OR WS-TEM-PENDENTE.
       00022B-END.
      *
       00022C-LE-PENDENTE  SECTION.
           READ EMP-PEND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-SW
               NOT AT END
                   IF PND-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-PND-EOF-SW
                   ELSE
                      IF PND-PENDENTE
                         MOVE "S" TO WS-TEM-PENDENTE-SW
                      END-IF
                   END-IF
           END-READ.
       00022C-END.
      *
       00022D-GRAVA-PENDENTE SECTION.
      * GRAVA O PEDIDO NO EMPPEND COM OS VALORES ATUAIS DO MESTRE E OS
      * PEDIDOS, O OPERADOR E A ALCADA DELE
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES              TO PND-REC.
           MOVE EMP-MATRICULA       TO PND-MATRICULA.
           MOVE WS-JRN-DATA         TO PND-DATA-PEDIDO.
           MOVE WS-JRN-HORA(1:6)    TO PND-HORA-PEDIDO.
           MOVE "P"                 TO PND-SITUACAO.
           MOVE WS-OPERADOR         TO PND-OPERADOR-PEDIDO.
           MOVE WS-NIVEL            TO PND-NIVEL-PEDIDO.
           MOVE EMP-CPF             TO PND-ATU-CPF.
           MOVE EMP-CARGO           TO PND-ATU-CARGO.
           MOVE EMP-SITUACAO        TO PND-ATU-SITUACAO.
           MOVE EMP-DATA-DESLIG     TO PND-ATU-DESLIG.
           MOVE EMP-EMPRESA         TO PND-ATU-EMPRESA.
           MOVE WS-TRB-CPF          TO PND-NOV-CPF.
           MOVE WS-TRB-CARGO        TO PND-NOV-CARGO.
           MOVE WS-TRB-SITUACAO     TO PND-NOV-SITUACAO.
           MOVE WS-TRB-DATA-DESLIG  TO PND-NOV-DESLIG.
           MOVE EMP-EMPRESA         TO PND-NOV-EMPRESA.
           MOVE ZEROES              TO PND-DATA-DECISAO
                                       PND-HORA-DECISAO.
           WRITE PND-REC
               INVALID KEY
                   DISPLAY "*** FALHA NA GRAVACAO DA PENDENCIA - "
                           "OPERACAO CANCELADA ***"
                   MOVE "N" TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   DISPLAY "ALTERACAO DE CPF/CARGO/SITUACAO "
                           "ENVIADA PARA APROVACAO (EMPAPROV)."
           END-WRITE.
       00022D-END.
      *
       00023-EXCLUIR       SECTION.
      * PEDE A MATRICULA E EXCLUI O REGISTRO DO MESTRE
                           MOVE "E"    TO WS-JRN-OPERACAO
                           MOVE SPACES TO WS-REG-DEPOIS
                           PERFORM 00028A-GRAVA-JORNAL
                           MOVE "E"    TO WS-FON-OPERACAO
                           PERFORM 00028B-ATUALIZA-FONETICA
                   END-DELETE
           END-READ.
       00023-END.
           END-IF.
           DISPLAY "CARGO (4 CARACTERES): " WITH NO ADVANCING.
           ACCEPT WS-TRB-CARGO FROM CONSOLE.
           DISPLAY "NIS/PIS (11 DIGITOS, BRANCO=SEM): "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-TRB-NIS.
           ACCEPT WS-TRB-NIS FROM CONSOLE.
       00026-END.
      *
       00027-VALIDA-DADOS  SECTION.
                      MOVE "N" TO WS-DADOS-OK-SW
              END-EVALUATE
           END-IF.

           IF WS-DADOS-OK AND WS-TRB-NIS NOT = SPACES
              CALL "VALIDA-PIS" USING WS-TRB-NIS WS-DIGITO-NIS
                                       WS-NIS-STATUS
              END-CALL
              IF WS-NIS-STATUS NOT = "00"
                 DISPLAY "*** NIS/PIS INVALIDO (STATUS " WS-NIS-STATUS
                         ") - OPERACAO CANCELADA ***"
                 MOVE "N" TO WS-DADOS-OK-SW
              END-IF
           END-IF.

           IF WS-DADOS-OK AND WS-CRGMAST-OK AND WS-CONFERE-CARGO
              MOVE WS-TRB-CARGO TO CRG-CARGO
              READ CRG-MASTER-FILE
                  INVALID KEY
                      DISPLAY "*** CARGO NAO CONSTA NO CATALOGO "
                              "(CRGMNT) - OPERACAO CANCELADA ***"
                      MOVE "N" TO WS-DADOS-OK-SW
                  NOT INVALID KEY
                      DISPLAY "CARGO: " CRG-TITULO
              END-READ
           END-IF.
       00027-END.
      *
       00028-GRAVA-POSICAO SECTION.
           WRITE EMPJ-REC.
       00028A-END.
      *
       00028B-ATUALIZA-FONETICA SECTION.
      * LEVA AO INDICE FONETICO A OPERACAO RECEM-APLICADA NO MESTRE;
      * A FALHA NO INDICE NAO DESFAZ A GRAVACAO, SO AVISA
           CALL "GRAVA-FONETICA" USING WS-FON-OPERACAO EMP-MATRICULA
                                        EMP-NOME WS-FON-STATUS
           END-CALL.
           IF WS-FON-STATUS NOT = "00"
              DISPLAY "AVISO: INDICE FONETICO EMPFONE NAO ATUALIZADO "
                      "(STATUS " WS-FON-STATUS ") - RODAR O EMPFONGR"
           END-IF.
       00028B-END.
      *
       00030-FIM           SECTION.
      *
              CLOSE EMP-MASTER-FILE
              CLOSE POS-HIST-FILE
              CLOSE EMP-JORNAL-FILE
              CLOSE EMP-PEND-FILE
              IF WS-CRGMAST-OK
                 CLOSE CRG-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY " ".
