      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Quando o MAINCTL roda o ciclo mensal (ultimo
      *                  evento do ciclo "M" no controle CICLOCTL em
      *                  "E"), o mes fechado do ciclo prevalece sobre o
      *                  default e o CTL-ANO-MES do cartao -- o mes nao
      *                  depende mais de cartao perfurado na mao.
      * 2026-10-15  RMS  Passou a gravar tambem o realizado do mes por
      *                  empresa e centro de custo (minutos normais,
      *                  minutos extras e valor) no historico indexado
      *                  GLREAL, base do acumulado do ano no relatorio
      *                  de variacao do orcamento ORCVAR; o rerun do
      *                  mes substitui o realizado gravado antes.
      * 2026-10-15  RMS  Transferencia entre empresas do grupo no mes
      *                  (parcela PTM-ORIGEM do PONTOMES, gravada pelo
      *                  EMPCIATR): os minutos ate a vespera da data
      *                  efetiva sao valorados no centro de custo da
      *                  celula de origem e entram no realizado da
      *                  empresa de origem; so o restante do mes vai
      *                  para a empresa e a celula atuais.
      * 2026-10-15  RMS  Celula atual, centro de custo e tarifa do
      *                  cargo passaram a vir da foto diaria EMPSNAP
      *                  (passo EMPSNAP), casada em ordem de matricula
      *                  com o PONTOMES, no lugar da leitura aleatoria
      *                  do EMPMAST e do CCUMAST por matricula; a
      *                  tarifa da foto so vale quando cobre o fim do
      *                  mes distribuido (senao o SALMAST e percorrido
      *                  como antes) e a parcela da celula de origem
      *                  continua lida no CCUMAST. A foto e conferida
      *                  pela CONFERE-FOTO na partida e o passo se
      *                  recusa a rodar com foto de outro dia ou que
      *                  nao fecha.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS PTM-CHAVE
               FILE STATUS IS WS-PONTOMES-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT CCU-MASTER-FILE ASSIGN TO "CCUMAST"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT GL-REAL-FILE ASSIGN TO "GLREAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLR-CHAVE
               FILE STATUS IS WS-GLREAL-STATUS.

           SELECT GL-INT-FILE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *
       FD  PONTO-MES-FILE.
           COPY PONTOMES.

       FD  SNAP-FILE.
           COPY SNPREC.

       FD  CCU-MASTER-FILE.
           COPY CCUREC.
       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  GL-REAL-FILE.
           COPY GLRREC.

       FD  GL-INT-FILE.
       01  GL-INT-REC.
           03 GLI-TIPO             PIC X(01).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
      * CICLO DE FECHAMENTO AGENDADO PELO MAINCTL (CICLOCTL)
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CIC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIC-EOF                     VALUE "Y".
       01 WS-CIC-SITUACAO      PIC X(01)   VALUE SPACES.
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES        PIC 9(02)   VALUE ZEROES.
       01 WS-PONTOMES-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
      * FOTO DIARIA CASADA EM ORDEM DE MATRICULA COM O PONTOMES
       01 WS-SNP-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SNP-EOF                     VALUE "Y".
       01 WS-SNP-ACHOU-SW      PIC X(01)   VALUE "N".
          88 WS-SNP-ACHOU                   VALUE "S".
       01 WS-SNP-CHAVE         PIC 9(06)   VALUE ZEROES.
      * CAMPOS DA CHAMADA A CONFERE-FOTO
       01 WS-CF-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-CF-DATA-FOTO      PIC 9(08)   VALUE ZEROES.
       01 WS-CF-QTDE           PIC 9(09)   VALUE ZEROES.
       01 WS-CCUMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-GLREAL-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "GLDIST".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-SAL-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
       01 WS-VALOR             PIC 9(09)V99 VALUE ZEROES.
      * PARCELA DO MES EM DISTRIBUICAO (O MES INTEIRO, OU A PARTE DE
      * CADA EMPRESA QUANDO HOUVE TRANSFERENCIA ENTRE EMPRESAS)
       01 WS-PARC-MIN-NORM     PIC 9(06)   VALUE ZEROES.
       01 WS-PARC-MIN-EXTRA    PIC 9(06)   VALUE ZEROES.
      * RATEIO ACUMULADO POR CENTRO DE CUSTO
       01 WS-LIMITE-CENTROS    PIC 9(03)   VALUE 100.
       01 WS-QTDE-CENTROS      PIC 9(03)   VALUE ZEROES.
             05 WS-CTR-CONTA     PIC X(08).
             05 WS-CTR-VALOR     PIC 9(11)V99.
       01 WS-IDX-CTR           PIC 9(03)   VALUE ZEROES.
      * REALIZADO DO MES POR EMPRESA E CENTRO DE CUSTO, PARA O
      * HISTORICO GLREAL (A EMPRESA VEM DO PROPRIO PONTOMES; ZERADA
      * NOS REGISTROS ANTIGOS, CONTA COMO EMPRESA 01)
       01 WS-LIMITE-REAIS      PIC 9(03)   VALUE 200.
       01 WS-QTDE-REAIS        PIC 9(03)   VALUE ZEROES.
       01 WS-TAB-REAIS.
          03 WS-REA-ITEM                    OCCURS 200 TIMES.
             05 WS-REA-EMPRESA   PIC 9(02).
             05 WS-REA-CENTRO    PIC X(08).
             05 WS-REA-MIN-NORM  PIC 9(09).
             05 WS-REA-MIN-EXTRA PIC 9(09).
             05 WS-REA-VALOR     PIC 9(11)V99.
       01 WS-IDX-REA           PIC 9(03)   VALUE ZEROES.
       01 WS-IDX-REA-ACH       PIC 9(03)   VALUE ZEROES.
       01 WS-REA-EMPRESA-ATU   PIC 9(02)   VALUE ZEROES.
       01 WS-GLR-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-GLR-EOF                     VALUE "Y".
       01 WS-REAL-FALHOU-SW    PIC X(01)   VALUE "N".
          88 WS-REAL-FALHOU                 VALUE "S".
       01 WS-TOTAL-REAL-GRAV   PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-REAL-EXCL   PIC 9(05)   VALUE ZEROES.
       01 WS-IDX-CTR-ACH       PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-NO-MES      PIC 9(07)   VALUE ZEROES.
           MOVE ANO TO WS-FECHA-ANO.
           MOVE MES TO WS-FECHA-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-FECHAMENTO.
           COMPUTE WS-ANO-MES = (WS-FECHA-ANO * 100) + WS-FECHA-MES.
           COMPUTE WS-DATA-REF = (WS-ANO-MES * 100) + 31.

                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN INPUT CCU-MASTER-FILE
              OPEN INPUT SAL-MASTER-FILE
              IF WS-CCUMAST-STATUS NOT = "00" OR
                 WS-SALMAST-STATUS NOT = "00"
                 DISPLAY "*** CCUMAST/SALMAST NAO ABRIRAM "
                         "(STATUS " WS-CCUMAST-STATUS "/"
                         WS-SALMAST-STATUS
                         ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 MOVE "CCUMAST" TO WS-INC-ARQUIVO
                 END-CALL
                 CLOSE PONTO-MES-FILE
              ELSE
                 PERFORM 00012-ABRE-FOTO
                 IF WS-ABORT
                    CLOSE PONTO-MES-FILE
                    CLOSE CCU-MASTER-FILE
                    CLOSE SAL-MASTER-FILE
                 ELSE
                    OPEN OUTPUT GL-REPORT-FILE
                    PERFORM 00024-LE-ACUMULADO
                 END-IF
              END-IF
           END-IF.
       00010-END.
      *
       00012-ABRE-FOTO     SECTION.
      * CONFERE A FOTO DIARIA DOS EMPREGADOS PELA CONFERE-FOTO, ABRE E
      * POSICIONA NO PRIMEIRO EMPREGADO (DEPOIS DO CABECALHO)
           CALL "CONFERE-FOTO" USING WS-CF-STATUS WS-CF-DATA-FOTO
                                      WS-CF-QTDE
           END-CALL.
           IF WS-CF-STATUS = "00"
              OPEN INPUT SNAP-FILE
              MOVE WS-EMPSNAP-STATUS TO WS-CF-STATUS
           END-IF.
           IF WS-CF-STATUS NOT = "00"
              DISPLAY "*** EMPSNAP NAO CONFERE (STATUS "
                      WS-CF-STATUS ") - PASSO RECUSADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "EMPSNAP" TO WS-INC-ARQUIVO
              MOVE WS-CF-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              PERFORM 00023A-LE-FOTO
              PERFORM 00023A-LE-FOTO
           END-IF.
       00012-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-FECHAMENTO SECTION.
      * COM O ULTIMO EVENTO DO CICLO MENSAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), O MES FECHADO DO CICLO SOBREPOE O
      * DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              MOVE WS-CIC-ANO TO WS-FECHA-ANO
              MOVE WS-CIC-MES TO WS-FECHA-MES
              DISPLAY "CICLO MENSAL DO MAINCTL - MES FECHADO "
                      WS-CIC-MES "/" WS-CIC-ANO
           END-IF.
       00011A-END.
      *
       00011B-GUARDA-CICLO SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-CIC-EOF-SW
               NOT AT END
                   IF CIC-TIPO = "M"
                      MOVE CIC-SITUACAO TO WS-CIC-SITUACAO
                      MOVE CIC-ANO-MES  TO WS-CIC-ANO-MES
                   END-IF
           END-READ.
       00011B-END.
      *
       00020-PROCESSO      SECTION.
      * CONSIDERA SO OS REGISTROS DO MES A DISTRIBUIR: VALORA OS
           END-IF.
           PERFORM 00024-LE-ACUMULADO.
       00020-END.
      *
       00023-POSICIONA-FOTO SECTION.
      * AVANCA A FOTO ATE A MATRICULA PEDIDA; O PONTOMES VEM EM ORDEM
      * DE MATRICULA, ENTAO A FOTO NUNCA PRECISA VOLTAR
           PERFORM 00023A-LE-FOTO
              UNTIL WS-SNP-EOF OR SNP-MATRICULA NOT < WS-SNP-CHAVE.
           IF NOT WS-SNP-EOF AND SNP-MATRICULA = WS-SNP-CHAVE
              MOVE "S" TO WS-SNP-ACHOU-SW
           ELSE
              MOVE "N" TO WS-SNP-ACHOU-SW
           END-IF.
       00023-END.
      *
       00023A-LE-FOTO      SECTION.
      * LE O PROXIMO REGISTRO DA FOTO; O TRAILER ENCERRA
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-SNP-EOF-SW
               NOT AT END
                   IF SNP-TRAILER
                      MOVE "Y" TO WS-SNP-EOF-SW
                   END-IF
           END-READ.
       00023A-END.
      *
       00024-LE-ACUMULADO  SECTION.
      * LE O PROXIMO REGISTRO DO ACUMULADOR MENSAL, EM ORDEM DE CHAVE
       00024-END.
      *
       00025-DISTRIBUI-MATRICULA SECTION.
      * CELULA, CARGO E DE-PARA CONTABIL DA FOTO DIARIA E TARIFA
      * VIGENTE NO FIM DO MES; EXTRA VALORADA A 50 POR CENTO
      * (A QUEBRA FERIADO/FIM DE SEMANA E DO EXTRATO DIARIO FOLHAVAL,
      * NAO DO ACUMULADO MENSAL)
           MOVE PTM-MATRICULA TO WS-SNP-CHAVE.
           PERFORM 00023-POSICIONA-FOTO.
           IF NOT WS-SNP-ACHOU
              PERFORM 00027-APONTA-EXCECAO
           ELSE
              PERFORM 00026-PROCURA-TARIFA
              IF WS-TEM-TARIFA
                 PERFORM 00025A-DIVIDE-MES
              ELSE
                 PERFORM 00027-APONTA-EXCECAO
              END-IF
           END-IF.
       00025-END.
      *
       00025A-DIVIDE-MES   SECTION.
      * HOUVE TRANSFERENCIA ENTRE EMPRESAS NO MES: A PARCELA DE ORIGEM
      * VAI PARA A EMPRESA E A CELULA DE ORIGEM, O RESTANTE PARA AS
      * ATUAIS; SEM TRANSFERENCIA, O MES INTEIRO VAI PARA AS ATUAIS
      * (EMPRESA ZERADA NOS REGISTROS ANTIGOS CONTA COMO 01)
           IF PTM-ORIG-EMPRESA NUMERIC AND PTM-ORIG-EMPRESA > ZEROES
              MOVE PTM-ORIG-EMPRESA      TO WS-REA-EMPRESA-ATU
              MOVE PTM-ORIG-SETOR        TO CCU-SETOR
              MOVE PTM-ORIG-DEPTO        TO CCU-DEPTO
              MOVE PTM-ORIG-SERVIDOR-IDX TO CCU-SERVIDOR-IDX
              MOVE PTM-ORIG-MIN-NORMAIS  TO WS-PARC-MIN-NORM
              MOVE PTM-ORIG-MIN-EXTRA    TO WS-PARC-MIN-EXTRA
              PERFORM 00025B-DISTRIBUI-PARCELA
              PERFORM 00025C-CALCULA-RESTANTE
           ELSE
              MOVE PTM-MIN-NORMAIS       TO WS-PARC-MIN-NORM
              MOVE PTM-MIN-EXTRA         TO WS-PARC-MIN-EXTRA
           END-IF.
           IF PTM-EMPRESA NUMERIC AND PTM-EMPRESA > ZEROES
              MOVE PTM-EMPRESA TO WS-REA-EMPRESA-ATU
           ELSE
              MOVE 01          TO WS-REA-EMPRESA-ATU
           END-IF.
           IF SNP-CENTRO-OK
              MOVE SNP-CENTRO-CUSTO TO CCU-CENTRO-CUSTO
              MOVE SNP-CONTA        TO CCU-CONTA
              PERFORM 00025D-VALORA-PARCELA
           ELSE
              PERFORM 00027-APONTA-EXCECAO
           END-IF.
       00025A-END.
      *
       00025B-DISTRIBUI-PARCELA SECTION.
      * VALORA A PARCELA NO CENTRO DE CUSTO DA CELULA POSICIONADA NA
      * CHAVE DO CCUMAST (CELULA DE ORIGEM DA TRANSFERENCIA)
           READ CCU-MASTER-FILE
               INVALID KEY
                   PERFORM 00027-APONTA-EXCECAO
               NOT INVALID KEY
                   PERFORM 00025D-VALORA-PARCELA
           END-READ.
       00025B-END.
      *
       00025C-CALCULA-RESTANTE SECTION.
      * O RESTANTE DO MES E O TOTAL MENOS A PARCELA DE ORIGEM (AJUSTE
      * NEGATIVO DEPOIS DA TRANSFERENCIA NAO DEIXA O RESTANTE ABAIXO
      * DE ZERO)
           IF PTM-MIN-NORMAIS > PTM-ORIG-MIN-NORMAIS
              COMPUTE WS-PARC-MIN-NORM =
                      PTM-MIN-NORMAIS - PTM-ORIG-MIN-NORMAIS
           ELSE
              MOVE ZEROES TO WS-PARC-MIN-NORM
           END-IF.
           IF PTM-MIN-EXTRA > PTM-ORIG-MIN-EXTRA
              COMPUTE WS-PARC-MIN-EXTRA =
                      PTM-MIN-EXTRA - PTM-ORIG-MIN-EXTRA
           ELSE
              MOVE ZEROES TO WS-PARC-MIN-EXTRA
           END-IF.
       00025C-END.
      *
       00025D-VALORA-PARCELA SECTION.
      * VALORA A PARCELA NA TARIFA JA ACHADA E SOMA NO CENTRO DE CUSTO
      * E CONTA JA POSTOS EM CCU-CENTRO-CUSTO/CCU-CONTA
           COMPUTE WS-VALOR ROUNDED =
                   ((WS-PARC-MIN-NORM
                     + (WS-PARC-MIN-EXTRA * 1.5))
                    * WS-TARIFA) / 60.
           PERFORM 00028-SOMA-NO-CENTRO.
       00025D-END.
      *
       00026-PROCURA-TARIFA SECTION.
      * TARIFA VIGENTE = A DE MAIOR VIGENCIA QUE NAO PASSA DO FIM DO
      * MES DISTRIBUIDO. A TARIFA DA FOTO E A VIGENTE NA DATA DA FOTO:
      * SE O FIM DO MES NAO PASSA DA FOTO E A VIGENCIA DELA NAO PASSA
      * DO FIM DO MES, E A MESMA; SENAO O SALMAST E PERCORRIDO
           MOVE "N" TO WS-TEM-TARIFA-SW.
           MOVE ZEROES TO WS-TARIFA.
           IF SNP-TARIFA-OK AND
              SNP-DATA-VIG NOT > WS-DATA-REF AND
              WS-DATA-REF  NOT > WS-CF-DATA-FOTO
              MOVE SNP-VALOR-HORA TO WS-TARIFA
              MOVE "S" TO WS-TEM-TARIFA-SW
           ELSE
              MOVE "N" TO WS-SAL-EOF-SW
              MOVE SNP-CARGO TO SAL-CARGO
              MOVE ZEROES    TO SAL-DATA-VIG
              START SAL-MASTER-FILE KEY >= SAL-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-START
              PERFORM 00026A-LE-TARIFA
              PERFORM 00026B-GUARDA-TARIFA UNTIL WS-SAL-EOF
           END-IF.
       00026-END.
      *
       00026A-LE-TARIFA    SECTION.
       00026A-END.
      *
       00026B-GUARDA-TARIFA SECTION.
           IF SAL-CARGO NOT = SNP-CARGO OR
              SAL-DATA-VIG > WS-DATA-REF
              MOVE "Y" TO WS-SAL-EOF-SW
           ELSE
           IF WS-IDX-CTR-ACH > ZEROES
              ADD WS-VALOR TO WS-CTR-VALOR(WS-IDX-CTR-ACH)
              ADD WS-VALOR TO WS-TOTAL-DEBITOS
              PERFORM 00029-SOMA-REALIZADO
           END-IF.
       00028-END.
      *
              MOVE WS-IDX-CTR TO WS-IDX-CTR-ACH
           END-IF.
       00028A-END.
      *
       00029-SOMA-REALIZADO SECTION.
      * SOMA OS MINUTOS E O VALOR DA PARCELA NO REALIZADO DA
      * EMPRESA/CENTRO DE CUSTO (EMPRESA JA FIXADA EM
      * WS-REA-EMPRESA-ATU); TABELA CHEIA DEIXA O HISTORICO
      * INCOMPLETO E A RODADA EM ALERTA
           MOVE ZEROES TO WS-IDX-REA-ACH.
           PERFORM 00029A-PROCURA-REALIZADO
              VARYING WS-IDX-REA FROM 1 BY 1
              UNTIL WS-IDX-REA > WS-QTDE-REAIS
                 OR WS-IDX-REA-ACH > ZEROES.
           IF WS-IDX-REA-ACH = ZEROES
              IF WS-QTDE-REAIS < WS-LIMITE-REAIS
                 ADD 1 TO WS-QTDE-REAIS
                 MOVE WS-QTDE-REAIS TO WS-IDX-REA-ACH
                 MOVE WS-REA-EMPRESA-ATU
                      TO WS-REA-EMPRESA(WS-IDX-REA-ACH)
                 MOVE CCU-CENTRO-CUSTO
                      TO WS-REA-CENTRO(WS-IDX-REA-ACH)
                 MOVE ZEROES TO WS-REA-MIN-NORM(WS-IDX-REA-ACH)
                                WS-REA-MIN-EXTRA(WS-IDX-REA-ACH)
                                WS-REA-VALOR(WS-IDX-REA-ACH)
              ELSE
                 IF NOT WS-REAL-FALHOU
                    DISPLAY "*** TABELA DE REALIZADO CHEIA ("
                            WS-LIMITE-REAIS " CENTROS) - GLREAL "
                            "INCOMPLETO ***"
                 END-IF
                 MOVE "S" TO WS-REAL-FALHOU-SW
              END-IF
           END-IF.
           IF WS-IDX-REA-ACH > ZEROES
              ADD WS-PARC-MIN-NORM
                               TO WS-REA-MIN-NORM(WS-IDX-REA-ACH)
              ADD WS-PARC-MIN-EXTRA
                               TO WS-REA-MIN-EXTRA(WS-IDX-REA-ACH)
              ADD WS-VALOR        TO WS-REA-VALOR(WS-IDX-REA-ACH)
           END-IF.
       00029-END.
      *
       00029A-PROCURA-REALIZADO SECTION.
           IF WS-REA-EMPRESA(WS-IDX-REA) = WS-REA-EMPRESA-ATU AND
              WS-REA-CENTRO(WS-IDX-REA) = CCU-CENTRO-CUSTO
              MOVE WS-IDX-REA TO WS-IDX-REA-ACH
           END-IF.
       00029A-END.
      *
       00040-GRAVA-INTERFACE SECTION.
      * GRAVA A INTERFACE CONTABIL: UMA LINHA DE DEBITO POR CENTRO DE
                TO GREP-COMPLEMENTO.
           WRITE GL-REP-REC.

           PERFORM 00042-GRAVA-REALIZADO.

           CLOSE PONTO-MES-FILE.
           CLOSE SNAP-FILE.
           CLOSE CCU-MASTER-FILE.
           CLOSE SAL-MASTER-FILE.
           CLOSE GL-REPORT-FILE.
           MOVE WS-CTR-VALOR(WS-IDX-CTR)  TO GREP-VALOR.
           WRITE GL-REP-REC.
       00041-END.
      *
       00042-GRAVA-REALIZADO SECTION.
      * SUBSTITUI O REALIZADO DO MES NO HISTORICO GLREAL: APAGA O QUE
      * HAVIA DO MES (RERUN) E GRAVA A TABELA APURADA. A INTERFACE
      * CONTABIL JA SAIU, ENTAO FALHA AQUI E SO ALERTA
           OPEN I-O GL-REAL-FILE.
           IF WS-GLREAL-STATUS = "35"
              OPEN OUTPUT GL-REAL-FILE
              CLOSE GL-REAL-FILE
              OPEN I-O GL-REAL-FILE
           END-IF.
           IF WS-GLREAL-STATUS NOT = "00"
              DISPLAY "*** GLREAL NAO ABRIU (STATUS "
                      WS-GLREAL-STATUS ") - REALIZADO DO MES NAO "
                      "GRAVADO ***"
              MOVE "S" TO WS-REAL-FALHOU-SW
              MOVE "GLREAL" TO WS-INC-ARQUIVO
              MOVE WS-GLREAL-STATUS TO WS-INC-STATUS
              MOVE RC-ALERTA TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              MOVE LOW-VALUES TO GLR-CHAVE
              START GL-REAL-FILE KEY >= GLR-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-GLR-EOF-SW
              END-START
              PERFORM 00042A-LIMPA-MES UNTIL WS-GLR-EOF
              PERFORM 00042B-GRAVA-CENTRO
                 VARYING WS-IDX-REA FROM 1 BY 1
                 UNTIL WS-IDX-REA > WS-QTDE-REAIS
              CLOSE GL-REAL-FILE
           END-IF.
       00042-END.
      *
       00042A-LIMPA-MES    SECTION.
           READ GL-REAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-GLR-EOF-SW
               NOT AT END
                   IF GLR-ANO-MES = WS-ANO-MES
                      DELETE GL-REAL-FILE
                          INVALID KEY
                              MOVE "S" TO WS-REAL-FALHOU-SW
                          NOT INVALID KEY
                              ADD 1 TO WS-TOTAL-REAL-EXCL
                      END-DELETE
                   END-IF
           END-READ.
       00042A-END.
      *
       00042B-GRAVA-CENTRO SECTION.
           MOVE SPACES TO GLR-REC.
           MOVE WS-REA-EMPRESA(WS-IDX-REA)   TO GLR-EMPRESA.
           MOVE WS-REA-CENTRO(WS-IDX-REA)    TO GLR-CENTRO-CUSTO.
           MOVE WS-ANO-MES                   TO GLR-ANO-MES.
           MOVE WS-REA-MIN-NORM(WS-IDX-REA)  TO GLR-MIN-NORMAIS.
           MOVE WS-REA-MIN-EXTRA(WS-IDX-REA) TO GLR-MIN-EXTRA.
           MOVE WS-REA-VALOR(WS-IDX-REA)     TO GLR-VALOR.
           MOVE DATA-HOJE                    TO GLR-DATA-PROC.
           WRITE GLR-REC
               INVALID KEY
                   MOVE "S" TO WS-REAL-FALHOU-SW
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-REAL-GRAV
           END-WRITE.
       00042B-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UMA ENTRADA OBRIGATORIA
      * NAO ABRIU, ALERTA SE HOUVE MATRICULA SEM CENTRO/TARIFA OU SE
      * O REALIZADO DO GLREAL NAO FOI GRAVADO POR INTEIRO, NORMAL
      * CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-CENTRO > ZEROES OR WS-REAL-FALHOU
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
                   WS-TOTAL-SEM-CENTRO.
           DISPLAY "CENTROS DE CUSTO MOVIDOS.....: "
                   WS-QTDE-CENTROS.
           DISPLAY "REALIZADO GRAVADO NO GLREAL..: "
                   WS-TOTAL-REAL-GRAV.
           DISPLAY "REALIZADO ANTERIOR SUBSTITUIDO: "
                   WS-TOTAL-REAL-EXCL.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
