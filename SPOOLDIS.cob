      *                  catalogado -- o mesmo padrao de DDNAME fixo
      *                  do resto da suite; identificador sem FD aqui
      *                  e apontado no pacote.
      * 2026-10-15  RMS  Pacote de excecoes por gestor de celula
      *                  (SPOOLGER): o cadastro GERMAST (GERMNT) diz
      *                  quem responde por cada SETOR/DEPTO/SERVIDOR e
      *                  as linhas do AUSREL, DESCREL e QUADVREL saem
      *                  so no pacote do gestor da celula delas (do
      *                  substituto, durante a delegacao). Gestor ou
      *                  substituto que nao esteja ativo no EMPMAST e
      *                  apontado e termina a rodada em alerta; linha
      *                  sem gestor ativo vai para um pacote a parte
      *                  do RH.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT SPOOL-OUT-FILE ASSIGN TO "SPOOLOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

      * RELATORIOS DE EXCECAO REPARTIDOS POR GESTOR: CADA LINHA VAI
      * PARA O PACOTE DO RESPONSAVEL PELA CELULA DELA (SPOOLGER)
           SELECT AUS-REL-FILE ASSIGN TO "AUSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DESC-REL-FILE ASSIGN TO "DESCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT QUADV-REL-FILE ASSIGN TO "QUADVREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT GESTOR-FILE ASSIGN TO "GERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GER-CHAVE
               FILE STATUS IS WS-GERMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SPOOL-GER-FILE ASSIGN TO "SPOOLGER"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  SPOOL-OUT-FILE.
       01  SPOOL-OUT-REC           PIC X(133).

       FD  AUS-REL-FILE.
       01  AUS-REL-REC             PIC X(133).

       FD  DESC-REL-FILE.
       01  DESC-REL-REC            PIC X(133).

       FD  QUADV-REL-FILE.
       01  QUADV-REL-REC           PIC X(133).

       FD  GESTOR-FILE.
           COPY GERREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  SPOOL-GER-FILE.
       01  SPOOL-GER-REC           PIC X(133).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.

       01 WS-TOTAL-PACOTES     PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-SEM-ROTA    PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-SUMIDOS     PIC 9(03)   VALUE ZEROES.
      * PACOTES POR GESTOR (GERMAST): RESPONSAVEL DE CADA CELULA NA
      * DATA DISTRIBUIDA -- O GESTOR, OU O SUBSTITUTO SE A DATA CAIR
      * NA DELEGACAO; ZEROS = CELULA SEM RESPONSAVEL ATIVO
       01 WS-GERMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-GER-OK-SW         PIC X(01)   VALUE "N".
          88 WS-GER-OK                      VALUE "S".
       01 WS-GER-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-GER-EOF                     VALUE "Y".
       01 WS-ORGSUB-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-CELULAS.
          03 WS-CEL-SETOR                   OCCURS 3 TIMES.
             05 WS-CEL-DEP                  OCCURS 4 TIMES.
                07 WS-CEL-SRV               OCCURS 4 TIMES.
                   09 WS-CEL-RESP     PIC 9(06).
                   09 WS-CEL-DELEG-DE PIC 9(06).
       01 WS-IDX-SETOR         PIC 9(01)   VALUE ZEROES.
       01 WS-IDX-DEP           PIC 9(01)   VALUE ZEROES.
       01 WS-IDX-SERV          PIC 9(01)   VALUE ZEROES.
      * RESPONSAVEIS DISTINTOS (UM PACOTE CADA); NO MAXIMO UM POR
      * CELULA
       01 WS-LIMITE-RESP       PIC 9(03)   VALUE 048.
       01 WS-QTDE-RESP         PIC 9(03)   VALUE ZEROES.
       01 WS-TAB-RESP.
          03 WS-RESP-ITEM                   OCCURS 48 TIMES.
             05 WS-RESP-MATRICULA PIC 9(06).
             05 WS-RESP-NOME      PIC X(40).
       01 WS-IDX-RESP          PIC 9(03)   VALUE ZEROES.
       01 WS-IDX-RESP-ACH      PIC 9(03)   VALUE ZEROES.
       01 WS-RESP-CORRENTE     PIC 9(06)   VALUE ZEROES.
       01 WS-RESP-CELULA       PIC 9(06)   VALUE ZEROES.
       01 WS-RESP-NOME-TRB     PIC X(40)   VALUE SPACES.
      * CONFERENCIA DO EMPREGADO NO EMPMAST (GESTOR OU SUBSTITUTO)
       01 WS-MATR-CONFERE      PIC 9(06)   VALUE ZEROES.
       01 WS-ATIVO-SW          PIC X(01)   VALUE "N".
          88 WS-EMPREGADO-ATIVO             VALUE "S".
       01 WS-MSG-GESTOR        PIC X(60)   VALUE SPACES.
      * CELULA DA LINHA DE EXCECAO EM TRATAMENTO
       01 WS-LIN-SETOR         PIC 9(01)   VALUE ZEROES.
       01 WS-LIN-DEPTO         PIC 9(01)   VALUE ZEROES.
       01 WS-LIN-SERVIDOR      PIC 9(01)   VALUE ZEROES.
       01 WS-LIN-MATRICULA     PIC X(06)   VALUE SPACES.
       01 WS-LIN-CELULA-SW     PIC X(01)   VALUE "N".
          88 WS-LIN-CELULA-OK               VALUE "S".
       01 WS-QTDE-NO-PACOTE    PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-PAC-GESTOR  PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-LIN-GESTOR  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIN-SEM-GER PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-GER-INATIVO PIC 9(03)   VALUE ZEROES.
       01 WS-TOTAL-DELEGADAS   PIC 9(03)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           IF NOT WS-ABORT
              PERFORM 00030-MONTA-PACOTES
              PERFORM 00045-APONTA-SEM-ROTA
              PERFORM 00036-PACOTES-GESTOR
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
           PERFORM 00033B-GRAVA-COPIA.
           PERFORM 00034N-LE-EXTRAREL.
       00034N1-END.
      *
       00036-PACOTES-GESTOR SECTION.
      * MONTA NO SPOOLGER A PAGINA DE VERIFICACAO DO CADASTRO DE
      * GESTORES, UM PACOTE POR RESPONSAVEL SO COM AS LINHAS DAS
      * CELULAS DELE NOS RELATORIOS DE EXCECAO E, NO FIM, O PACOTE DO
      * RH COM AS LINHAS DE CELULA SEM RESPONSAVEL ATIVO
           PERFORM 00036A-ZERA-CELULA
              VARYING WS-IDX-SETOR FROM 1 BY 1
                 UNTIL WS-IDX-SETOR > 3
              AFTER WS-IDX-DEP FROM 1 BY 1
                 UNTIL WS-IDX-DEP > 4
              AFTER WS-IDX-SERV FROM 1 BY 1
                 UNTIL WS-IDX-SERV > 4.
           OPEN INPUT GESTOR-FILE.
           OPEN INPUT EMP-MASTER-FILE.
           IF WS-GERMAST-STATUS NOT = "00" OR
              WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** GERMAST/EMPMAST NAO ABRIRAM (STATUS "
                      WS-GERMAST-STATUS "/" WS-EMPMAST-STATUS
                      ") - PACOTES POR GESTOR NAO MONTADOS ***"
              IF WS-GERMAST-STATUS = "00"
                 CLOSE GESTOR-FILE
              END-IF
              IF WS-EMPMAST-STATUS = "00"
                 CLOSE EMP-MASTER-FILE
              END-IF
           ELSE
              MOVE "S" TO WS-GER-OK-SW
              OPEN OUTPUT SPOOL-GER-FILE
              PERFORM 00037-VERIFICA-GESTORES
              CLOSE GESTOR-FILE
              PERFORM 00038-MONTA-UM-GESTOR
                 VARYING WS-IDX-RESP FROM 1 BY 1
                 UNTIL WS-IDX-RESP > WS-QTDE-RESP
              PERFORM 00038B-MONTA-SEM-GESTOR
              CLOSE EMP-MASTER-FILE
              CLOSE SPOOL-GER-FILE
           END-IF.
       00036-END.
      *
       00036A-ZERA-CELULA  SECTION.
           MOVE ZEROES TO WS-CEL-RESP(WS-IDX-SETOR, WS-IDX-DEP,
                                      WS-IDX-SERV).
           MOVE ZEROES TO WS-CEL-DELEG-DE(WS-IDX-SETOR, WS-IDX-DEP,
                                          WS-IDX-SERV).
       00036A-END.
      *
       00037-VERIFICA-GESTORES SECTION.
      * PERCORRE O GERMAST, CONFERE GESTOR E SUBSTITUTO NO EMPMAST E
      * FIXA O RESPONSAVEL DE CADA CELULA NA DATA DISTRIBUIDA; OS
      * PROBLEMAS SAEM NA PAGINA DE VERIFICACAO E NO JOB LOG
           MOVE ALL "*" TO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE SPACES TO SPOOL-GER-REC.
           STRING "***  VERIFICACAO DO CADASTRO DE GESTORES (GERMAST)"
                  "  DATA: " WS-DIST-DATA
                  DELIMITED BY SIZE INTO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE ALL "*" TO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE "N" TO WS-GER-EOF-SW.
           PERFORM 00037A-LE-GESTOR.
           PERFORM 00037B-TRATA-GESTOR UNTIL WS-GER-EOF.
           IF WS-TOTAL-GER-INATIVO = ZEROES
              MOVE "     TODOS OS GESTORES E SUBSTITUTOS ESTAO ATIVOS"
                   TO SPOOL-GER-REC
              WRITE SPOOL-GER-REC
           END-IF.
       00037-END.
      *
       00037A-LE-GESTOR    SECTION.
           READ GESTOR-FILE
               AT END
                   MOVE "Y" TO WS-GER-EOF-SW
           END-READ.
       00037A-END.
      *
       00037B-TRATA-GESTOR SECTION.
      * O RESPONSAVEL E O GESTOR ATIVO, OU O SUBSTITUTO ATIVO QUANDO
      * A DATA DISTRIBUIDA CAI NA DELEGACAO; SUBSTITUTO INATIVO
      * DEVOLVE A CELULA AO GESTOR
           CALL "VALIDA-ORGSUB" USING GER-SETOR GER-DEPTO
                                       GER-SERVIDOR-IDX
                                       WS-ORGSUB-STATUS
           END-CALL.
           IF WS-ORGSUB-STATUS NOT = "00"
              MOVE GER-MATRICULA TO WS-MATR-CONFERE
              MOVE "CELULA FORA DE FAIXA - REGISTRO IGNORADO"
                   TO WS-MSG-GESTOR
              PERFORM 00037D-APONTA-GESTOR
           ELSE
              MOVE ZEROES TO WS-RESP-CELULA
              MOVE GER-MATRICULA TO WS-MATR-CONFERE
              PERFORM 00037C-CONFERE-ATIVO
              IF WS-EMPREGADO-ATIVO
                 MOVE GER-MATRICULA TO WS-RESP-CELULA
                 MOVE EMP-NOME      TO WS-RESP-NOME-TRB
              ELSE
                 MOVE "GESTOR NAO ESTA ATIVO NO EMPMAST"
                      TO WS-MSG-GESTOR
                 PERFORM 00037D-APONTA-GESTOR
                 ADD 1 TO WS-TOTAL-GER-INATIVO
              END-IF
              IF GER-SUBSTITUTO NOT = ZEROES
                 MOVE GER-SUBSTITUTO TO WS-MATR-CONFERE
                 PERFORM 00037C-CONFERE-ATIVO
                 IF NOT WS-EMPREGADO-ATIVO
                    MOVE "SUBSTITUTO NAO ESTA ATIVO NO EMPMAST"
                         TO WS-MSG-GESTOR
                    PERFORM 00037D-APONTA-GESTOR
                    ADD 1 TO WS-TOTAL-GER-INATIVO
                 ELSE
                    IF WS-DIST-DATA NOT < GER-DELEG-INI AND
                       WS-DIST-DATA NOT > GER-DELEG-FIM
                       MOVE GER-SUBSTITUTO TO WS-RESP-CELULA
                       MOVE EMP-NOME       TO WS-RESP-NOME-TRB
                       MOVE GER-MATRICULA
                            TO WS-CEL-DELEG-DE(GER-SETOR, GER-DEPTO,
                                               GER-SERVIDOR-IDX)
                       ADD 1 TO WS-TOTAL-DELEGADAS
                    END-IF
                 END-IF
              END-IF
              MOVE WS-RESP-CELULA
                   TO WS-CEL-RESP(GER-SETOR, GER-DEPTO,
                                  GER-SERVIDOR-IDX)
              IF WS-RESP-CELULA NOT = ZEROES
                 PERFORM 00037E-GUARDA-RESP
              END-IF
           END-IF.
           PERFORM 00037A-LE-GESTOR.
       00037B-END.
      *
       00037C-CONFERE-ATIVO SECTION.
           MOVE "N" TO WS-ATIVO-SW.
           MOVE WS-MATR-CONFERE TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-ATIVO
                      MOVE "S" TO WS-ATIVO-SW
                   END-IF
           END-READ.
       00037C-END.
      *
       00037D-APONTA-GESTOR SECTION.
           MOVE SPACES TO SPOOL-GER-REC.
           STRING "*** CELULA " GER-SETOR "/" GER-DEPTO "/"
                  GER-SERVIDOR-IDX " MATRICULA " WS-MATR-CONFERE
                  ": " WS-MSG-GESTOR
                  DELIMITED BY SIZE INTO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           DISPLAY SPOOL-GER-REC(1:100).
       00037D-END.
      *
       00037E-GUARDA-RESP  SECTION.
           MOVE ZEROES TO WS-IDX-RESP-ACH.
           PERFORM 00037F-PROCURA-RESP
              VARYING WS-IDX-RESP FROM 1 BY 1
              UNTIL WS-IDX-RESP > WS-QTDE-RESP
                 OR WS-IDX-RESP-ACH > ZEROES.
           IF WS-IDX-RESP-ACH = ZEROES AND
              WS-QTDE-RESP < WS-LIMITE-RESP
              ADD 1 TO WS-QTDE-RESP
              MOVE WS-RESP-CELULA
                   TO WS-RESP-MATRICULA(WS-QTDE-RESP)
              MOVE WS-RESP-NOME-TRB TO WS-RESP-NOME(WS-QTDE-RESP)
           END-IF.
       00037E-END.
      *
       00037F-PROCURA-RESP SECTION.
           IF WS-RESP-MATRICULA(WS-IDX-RESP) = WS-RESP-CELULA
              MOVE WS-IDX-RESP TO WS-IDX-RESP-ACH
           END-IF.
       00037F-END.
      *
       00038-MONTA-UM-GESTOR SECTION.
      * PAGINA DE ROSTO COM O RESPONSAVEL E AS CELULAS DELE, SEGUIDA
      * DAS LINHAS DE EXCECAO DESSAS CELULAS
           MOVE WS-RESP-MATRICULA(WS-IDX-RESP) TO WS-RESP-CORRENTE.
           ADD 1 TO WS-TOTAL-PAC-GESTOR.
           MOVE ALL "*" TO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE SPACES TO SPOOL-GER-REC.
           STRING "***  PACOTE DE EXCECOES - GESTOR: "
                  WS-RESP-CORRENTE " " WS-RESP-NOME(WS-IDX-RESP)
                  "  DATA: " WS-DIST-DATA
                  DELIMITED BY SIZE INTO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE ALL "*" TO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           PERFORM 00038A-LISTA-CELULA
              VARYING WS-IDX-SETOR FROM 1 BY 1
                 UNTIL WS-IDX-SETOR > 3
              AFTER WS-IDX-DEP FROM 1 BY 1
                 UNTIL WS-IDX-DEP > 4
              AFTER WS-IDX-SERV FROM 1 BY 1
                 UNTIL WS-IDX-SERV > 4.
           PERFORM 00039-COPIA-EXCECOES.
       00038-END.
      *
       00038A-LISTA-CELULA SECTION.
           IF WS-CEL-RESP(WS-IDX-SETOR, WS-IDX-DEP, WS-IDX-SERV) =
              WS-RESP-CORRENTE
              MOVE SPACES TO SPOOL-GER-REC
              IF WS-CEL-DELEG-DE(WS-IDX-SETOR, WS-IDX-DEP,
                                 WS-IDX-SERV) = ZEROES
                 STRING "     CELULA " WS-IDX-SETOR "/" WS-IDX-DEP
                        "/" WS-IDX-SERV
                        DELIMITED BY SIZE INTO SPOOL-GER-REC
              ELSE
                 STRING "     CELULA " WS-IDX-SETOR "/" WS-IDX-DEP
                        "/" WS-IDX-SERV
                        "  (DELEGADA PELO GESTOR "
                        WS-CEL-DELEG-DE(WS-IDX-SETOR, WS-IDX-DEP,
                                        WS-IDX-SERV) ")"
                        DELIMITED BY SIZE INTO SPOOL-GER-REC
              END-IF
              WRITE SPOOL-GER-REC
           END-IF.
       00038A-END.
      *
       00038B-MONTA-SEM-GESTOR SECTION.
      * PACOTE DO RH: LINHAS DE CELULA SEM RESPONSAVEL ATIVO NO
      * GERMAST OU CUJA CELULA NAO SE RESOLVE
           MOVE ZEROES TO WS-RESP-CORRENTE.
           MOVE ALL "*" TO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE SPACES TO SPOOL-GER-REC.
           STRING "***  PACOTE DE EXCECOES - RH: LINHAS SEM GESTOR "
                  "ATIVO  DATA: " WS-DIST-DATA
                  DELIMITED BY SIZE INTO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE ALL "*" TO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           PERFORM 00039-COPIA-EXCECOES.
       00038B-END.
      *
       00039-COPIA-EXCECOES SECTION.
      * COPIA, DE CADA RELATORIO DE EXCECAO, SO AS LINHAS CUJA CELULA
      * TEM COMO RESPONSAVEL O DONO DO PACOTE CORRENTE
           MOVE "AUSREL"   TO WS-ARQ-RELATORIO.
           PERFORM 00039A-ABRE-SECAO.
           PERFORM 00040A-COPIA-AUSREL.
           PERFORM 00039B-FECHA-SECAO.
           MOVE "DESCREL"  TO WS-ARQ-RELATORIO.
           PERFORM 00039A-ABRE-SECAO.
           PERFORM 00040C-COPIA-DESCREL.
           PERFORM 00039B-FECHA-SECAO.
           MOVE "QUADVREL" TO WS-ARQ-RELATORIO.
           PERFORM 00039A-ABRE-SECAO.
           PERFORM 00040E-COPIA-QUADVREL.
           PERFORM 00039B-FECHA-SECAO.
       00039-END.
      *
       00039A-ABRE-SECAO   SECTION.
           MOVE ZEROES TO WS-QTDE-NO-PACOTE.
           MOVE SPACES TO SPOOL-GER-REC.
           STRING "--- RELATORIO " WS-ARQ-RELATORIO
                  DELIMITED BY SIZE INTO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
       00039A-END.
      *
       00039B-FECHA-SECAO  SECTION.
           IF WS-QTDE-NO-PACOTE = ZEROES
              MOVE "     (NENHUMA LINHA)" TO SPOOL-GER-REC
              WRITE SPOOL-GER-REC
           END-IF.
       00039B-END.
      *
       00039C-APONTA-INDISPONIVEL SECTION.
           MOVE SPACES TO SPOOL-GER-REC.
           STRING "*** ARQUIVO " WS-ARQ-RELATORIO
                  " INDISPONIVEL (STATUS " WS-RELATORIO-STATUS
                  ") ***" DELIMITED BY SIZE INTO SPOOL-GER-REC.
           WRITE SPOOL-GER-REC.
           MOVE 1 TO WS-QTDE-NO-PACOTE.
       00039C-END.
      *
       00040A-COPIA-AUSREL SECTION.
           OPEN INPUT AUS-REL-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
              PERFORM 00039C-APONTA-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00040B-LE-AUSREL
              PERFORM 00040B1-TRATA-AUSREL UNTIL WS-EOF
              CLOSE AUS-REL-FILE
              MOVE "N" TO WS-EOF-SW
           END-IF.
       00040A-END.
      *
       00040B-LE-AUSREL    SECTION.
           READ AUS-REL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00040B-END.
      *
       00040B1-TRATA-AUSREL SECTION.
      * A LINHA DO AUSREL TRAZ A MATRICULA NAS COLUNAS 7-12
           MOVE AUS-REL-REC TO WS-LINHA-COPIA.
           MOVE AUS-REL-REC(7:6) TO WS-LIN-MATRICULA.
           PERFORM 00041A-CELULA-DA-MATRICULA.
           PERFORM 00041-CONFERE-LINHA.
           PERFORM 00040B-LE-AUSREL.
       00040B1-END.
      *
       00040C-COPIA-DESCREL SECTION.
           OPEN INPUT DESC-REL-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
              PERFORM 00039C-APONTA-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00040D-LE-DESCREL
              PERFORM 00040D1-TRATA-DESCREL UNTIL WS-EOF
              CLOSE DESC-REL-FILE
              MOVE "N" TO WS-EOF-SW
           END-IF.
       00040C-END.
      *
       00040D-LE-DESCREL   SECTION.
           READ DESC-REL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00040D-END.
      *
       00040D1-TRATA-DESCREL SECTION.
      * A LINHA DO DESCREL TRAZ A MATRICULA NAS COLUNAS 39-44
           MOVE DESC-REL-REC TO WS-LINHA-COPIA.
           MOVE DESC-REL-REC(39:6) TO WS-LIN-MATRICULA.
           PERFORM 00041A-CELULA-DA-MATRICULA.
           PERFORM 00041-CONFERE-LINHA.
           PERFORM 00040D-LE-DESCREL.
       00040D1-END.
      *
       00040E-COPIA-QUADVREL SECTION.
           OPEN INPUT QUADV-REL-FILE.
           IF WS-RELATORIO-STATUS NOT = "00"
              PERFORM 00039C-APONTA-INDISPONIVEL
           ELSE
              MOVE "N" TO WS-EOF-SW
              PERFORM 00040F-LE-QUADVREL
              PERFORM 00040F1-TRATA-QUADVREL UNTIL WS-EOF
              CLOSE QUADV-REL-FILE
              MOVE "N" TO WS-EOF-SW
           END-IF.
       00040E-END.
      *
       00040F-LE-QUADVREL  SECTION.
           READ QUADV-REL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00040F-END.
      *
       00040F1-TRATA-QUADVREL SECTION.
      * A LINHA DO QUADVREL TRAZ A CELULA NAS COLUNAS 1-5 (S/D/V)
           MOVE QUADV-REL-REC TO WS-LINHA-COPIA.
           MOVE "N" TO WS-LIN-CELULA-SW.
           IF QUADV-REL-REC(1:1) NUMERIC AND
              QUADV-REL-REC(3:1) NUMERIC AND
              QUADV-REL-REC(5:1) NUMERIC
              MOVE QUADV-REL-REC(1:1) TO WS-LIN-SETOR
              MOVE QUADV-REL-REC(3:1) TO WS-LIN-DEPTO
              MOVE QUADV-REL-REC(5:1) TO WS-LIN-SERVIDOR
              PERFORM 00041B-VALIDA-CELULA
           END-IF.
           PERFORM 00041-CONFERE-LINHA.
           PERFORM 00040F-LE-QUADVREL.
       00040F1-END.
      *
       00041-CONFERE-LINHA SECTION.
      * COPIA A LINHA PARA O PACOTE SE A CELULA DELA TEM COMO
      * RESPONSAVEL O DONO DO PACOTE (ZEROS = PACOTE DO RH)
           MOVE ZEROES TO WS-RESP-CELULA.
           IF WS-LIN-CELULA-OK
              MOVE WS-CEL-RESP(WS-LIN-SETOR, WS-LIN-DEPTO,
                               WS-LIN-SERVIDOR) TO WS-RESP-CELULA
           END-IF.
           IF WS-RESP-CELULA = WS-RESP-CORRENTE
              MOVE WS-LINHA-COPIA TO SPOOL-GER-REC
              WRITE SPOOL-GER-REC
              ADD 1 TO WS-QTDE-NO-PACOTE
              IF WS-RESP-CORRENTE = ZEROES
                 ADD 1 TO WS-TOTAL-LIN-SEM-GER
              ELSE
                 ADD 1 TO WS-TOTAL-LIN-GESTOR
              END-IF
           END-IF.
       00041-END.
      *
       00041A-CELULA-DA-MATRICULA SECTION.
      * RESOLVE A CELULA ATUAL DA MATRICULA PELO EMPMAST
           MOVE "N" TO WS-LIN-CELULA-SW.
           IF WS-LIN-MATRICULA NUMERIC
              MOVE WS-LIN-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE EMP-SETOR        TO WS-LIN-SETOR
                      MOVE EMP-DEPTO        TO WS-LIN-DEPTO
                      MOVE EMP-SERVIDOR-IDX TO WS-LIN-SERVIDOR
                      PERFORM 00041B-VALIDA-CELULA
              END-READ
           END-IF.
       00041A-END.
      *
       00041B-VALIDA-CELULA SECTION.
           CALL "VALIDA-ORGSUB" USING WS-LIN-SETOR WS-LIN-DEPTO
                                       WS-LIN-SERVIDOR
                                       WS-ORGSUB-STATUS
           END-CALL.
           IF WS-ORGSUB-STATUS = "00"
              MOVE "S" TO WS-LIN-CELULA-SW
           ELSE
              MOVE "N" TO WS-LIN-CELULA-SW
           END-IF.
       00041B-END.
      *
       00045-APONTA-SEM-ROTA SECTION.
      * RELATORIO CATALOGADO NA DATA E SEM NENHUMA ROTA E APONTADO NO
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE CATALOGO/ROTEAMENTO NAO
      * ABRIRAM, ALERTA SE HOUVE RELATORIO SEM ROTA OU ARQUIVO
      * SUMIDO, SE OS PACOTES POR GESTOR NAO FORAM MONTADOS OU SE HA
      * GESTOR/SUBSTITUTO INATIVO NO GERMAST, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-SEM-ROTA > ZEROES OR
                 WS-TOTAL-SUMIDOS > ZEROES OR
                 NOT WS-GER-OK OR
                 WS-TOTAL-GER-INATIVO > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
                   WS-TOTAL-SEM-ROTA.
           DISPLAY "ARQUIVOS INDISPONIVEIS........: "
                   WS-TOTAL-SUMIDOS.
           DISPLAY "PACOTES POR GESTOR............: "
                   WS-TOTAL-PAC-GESTOR.
           DISPLAY "CELULAS EM DELEGACAO..........: "
                   WS-TOTAL-DELEGADAS.
           DISPLAY "GESTORES/SUBSTITUTOS INATIVOS.: "
                   WS-TOTAL-GER-INATIVO.
           DISPLAY "LINHAS DE EXCECAO AOS GESTORES: "
                   WS-TOTAL-LIN-GESTOR.
           DISPLAY "LINHAS DE EXCECAO SEM GESTOR..: "
                   WS-TOTAL-LIN-SEM-GER.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA DISTRIBUICAO DE RELATORIOS".
