       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPSNAP.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Foto diaria dos empregados: logo depois da carga
      *                da estrutura organizacional, le o EMPMAST inteiro
      *                em ordem de matricula e grava no EMPSNAP um
      *                registro achatado por empregado (SNPREC) -- nome,
      *                CPF, empresa, celula com o codigo e a descricao
      *                do ORGMAST, centro de custo e conta do CCUMAST,
      *                cargo com a tarifa vigente hoje no SALMAST,
      *                jornada do JORMAST e situacao --, entre um
      *                cabecalho com a data/hora da foto e um trailer de
      *                contagem e hash das matriculas que reconcilia com
      *                o EMPMAST lido. Os passos de relatorio (AUSENCIA,
      *                FERPLAN, GLDIST, EXTRATOPONTO, FOLHAVAL,
      *                DEPEXTRA) casam a sua entrada contra a foto em
      *                leitura sequencial, no lugar de milhares de
      *                leituras aleatorias dos mesmos mestres, e se
      *                recusam a rodar com foto de outro dia ou que nao
      *                fecha (CONFERE-FOTO). Quem rodar um desses passos
      *                fora do lote roda este antes. EMPMAST e
      *                obrigatorio; sem ORGMAST, CCUMAST, SALMAST ou
      *                JORMAST a foto sai com o indicador do mestre em
      *                "N" e o passo termina em alerta.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORGMAST-FILE ASSIGN TO "ORGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORGM-CHAVE
               FILE STATUS IS WS-ORGMAST-STATUS.

           SELECT CCU-MASTER-FILE ASSIGN TO "CCUMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-CHAVE
               FILE STATUS IS WS-CCUMAST-STATUS.

           SELECT SAL-MASTER-FILE ASSIGN TO "SALMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAL-CHAVE
               FILE STATUS IS WS-SALMAST-STATUS.

           SELECT JOR-MASTER-FILE ASSIGN TO "JORMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JOR-MATRICULA
               FILE STATUS IS WS-JORMAST-STATUS.

           SELECT SNAP-FILE ASSIGN TO "EMPSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPSNAP-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  ORGMAST-FILE.
           COPY ORGMST.

       FD  CCU-MASTER-FILE.
           COPY CCUREC.

       FD  SAL-MASTER-FILE.
           COPY SALREC.

       FD  JOR-MASTER-FILE.
           COPY JORREC.

       FD  SNAP-FILE.
           COPY SNPREC.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ORGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CCUMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SALMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-JORMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPSNAP-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-SAL-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-SAL-EOF                     VALUE "Y".
      * ORGMAST, CCUMAST, SALMAST E JORMAST SAO OPCIONAIS: SEM O
      * MESTRE, O INDICADOR CORRESPONDENTE DA FOTO SAI "N"
       01 WS-ORGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ORGMAST-OK                  VALUE "S".
       01 WS-CCUMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CCUMAST-OK                  VALUE "S".
       01 WS-SALMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-SALMAST-OK                  VALUE "S".
       01 WS-JORMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-JORMAST-OK                  VALUE "S".
      * DATA/HORA DA FOTO: A TARIFA GRAVADA E A VIGENTE NESTA DATA
       01 WS-FOTO-DATA         PIC 9(08)   VALUE ZEROES.
       01 WS-FOTO-HORA         PIC 9(08)   VALUE ZEROES.
       01 WS-IDX-DIA           PIC 9(01)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(09)   VALUE ZEROES.
       01 WS-TOTAL-GRAVADOS    PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-LIDOS        PIC 9(12)   VALUE ZEROES.
       01 WS-HASH-GRAVADOS     PIC 9(12)   VALUE ZEROES.
       01 WS-TOTAL-SEM-CELULA  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-CENTRO  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-TARIFA  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-SEM-JORNADA PIC 9(07)   VALUE ZEROES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPSNAP".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-GRAVA-FOTO
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * ABRE O EMPMAST (OBRIGATORIO) E OS MESTRES DE APOIO
      * (OPCIONAIS) E GRAVA O CABECALHO DA FOTO
           ACCEPT WS-FOTO-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-FOTO-HORA FROM TIME.

           DISPLAY " ".
           DISPLAY "INICIO DA FOTO DIARIA DOS EMPREGADOS - "
                   WS-FOTO-DATA.

           OPEN INPUT EMP-MASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
              DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                      WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "EMPMAST" TO WS-INC-ARQUIVO
              MOVE WS-EMPMAST-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              PERFORM 00011-ABRE-APOIO
              OPEN OUTPUT SNAP-FILE
              MOVE SPACES           TO SNP-REC
              MOVE "H"              TO SNP-TIPO
              MOVE WS-FOTO-DATA     TO SNP-CAB-DATA
              MOVE WS-FOTO-HORA(1:6) TO SNP-CAB-HORA
              WRITE SNP-REC
           END-IF.
       00010-END.
      *
       00011-ABRE-APOIO    SECTION.
      * MESTRE DE APOIO QUE NAO ABRE SO DEIXA O INDICADOR EM "N"
           OPEN INPUT ORGMAST-FILE.
           IF WS-ORGMAST-STATUS = "00"
              MOVE "S" TO WS-ORGMAST-OK-SW
           ELSE
              DISPLAY "AVISO: ORGMAST NAO ABRIU (STATUS "
                      WS-ORGMAST-STATUS ") - FOTO SEM CELULA"
           END-IF.
           OPEN INPUT CCU-MASTER-FILE.
           IF WS-CCUMAST-STATUS = "00"
              MOVE "S" TO WS-CCUMAST-OK-SW
           ELSE
              DISPLAY "AVISO: CCUMAST NAO ABRIU (STATUS "
                      WS-CCUMAST-STATUS ") - FOTO SEM CENTRO DE CUSTO"
           END-IF.
           OPEN INPUT SAL-MASTER-FILE.
           IF WS-SALMAST-STATUS = "00"
              MOVE "S" TO WS-SALMAST-OK-SW
           ELSE
              DISPLAY "AVISO: SALMAST NAO ABRIU (STATUS "
                      WS-SALMAST-STATUS ") - FOTO SEM TARIFA"
           END-IF.
           OPEN INPUT JOR-MASTER-FILE.
           IF WS-JORMAST-STATUS = "00"
              MOVE "S" TO WS-JORMAST-OK-SW
           ELSE
              DISPLAY "AVISO: JORMAST NAO ABRIU (STATUS "
                      WS-JORMAST-STATUS ") - FOTO SEM JORNADA"
           END-IF.
       00011-END.
      *
       00020-GRAVA-FOTO    SECTION.
      * UM REGISTRO "D" POR MATRICULA, NA ORDEM DO EMPMAST, E O
      * TRAILER DE CONTAGEM E HASH NO FIM
           PERFORM 00021-LE-EMPMAST.
           PERFORM 00022-MONTA-DETALHE UNTIL WS-EOF.
           MOVE SPACES            TO SNP-REC.
           MOVE "T"               TO SNP-TIPO.
           MOVE WS-TOTAL-GRAVADOS TO SNP-TRL-CONTAGEM.
           MOVE WS-HASH-GRAVADOS  TO SNP-TRL-HASH.
           WRITE SNP-REC.
           CLOSE EMP-MASTER-FILE.
           CLOSE SNAP-FILE.
           IF WS-ORGMAST-OK
              CLOSE ORGMAST-FILE
           END-IF.
           IF WS-CCUMAST-OK
              CLOSE CCU-MASTER-FILE
           END-IF.
           IF WS-SALMAST-OK
              CLOSE SAL-MASTER-FILE
           END-IF.
           IF WS-JORMAST-OK
              CLOSE JOR-MASTER-FILE
           END-IF.
       00020-END.
      *
       00021-LE-EMPMAST    SECTION.
           READ EMP-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD EMP-MATRICULA TO WS-HASH-LIDOS
           END-READ.
       00021-END.
      *
       00022-MONTA-DETALHE SECTION.
      * ACHATA O EMPREGADO COM OS DADOS DOS MESTRES DE APOIO
           MOVE SPACES           TO SNP-REC.
           MOVE "D"              TO SNP-TIPO.
           MOVE EMP-MATRICULA    TO SNP-MATRICULA.
           MOVE EMP-NOME         TO SNP-NOME.
           MOVE EMP-CPF          TO SNP-CPF.
           IF EMP-EMPRESA NUMERIC AND EMP-EMPRESA > ZEROES
              MOVE EMP-EMPRESA   TO SNP-EMPRESA
           ELSE
              MOVE 01            TO SNP-EMPRESA
           END-IF.
           MOVE EMP-SETOR        TO SNP-SETOR.
           MOVE EMP-DEPTO        TO SNP-DEPTO.
           MOVE EMP-SERVIDOR-IDX TO SNP-SERVIDOR-IDX.
           MOVE EMP-CARGO        TO SNP-CARGO.
           MOVE EMP-SITUACAO     TO SNP-SITUACAO.
           MOVE EMP-DATA-ADMIS   TO SNP-DATA-ADMIS.
           MOVE EMP-DATA-DESLIG  TO SNP-DATA-DESLIG.
           PERFORM 00023-RESOLVE-CELULA.
           PERFORM 00024-RESOLVE-CENTRO.
           PERFORM 00025-PROCURA-TARIFA.
           PERFORM 00026-RESOLVE-JORNADA.
           WRITE SNP-REC.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           ADD SNP-MATRICULA TO WS-HASH-GRAVADOS.
           PERFORM 00021-LE-EMPMAST.
       00022-END.
      *
       00023-RESOLVE-CELULA SECTION.
      * CODIGO E DESCRICAO POR EXTENSO DA CELULA, DO ORGMAST
           MOVE "N" TO SNP-TEM-CELULA.
           IF WS-ORGMAST-OK
              MOVE EMP-SETOR        TO ORGM-SETOR
              MOVE EMP-DEPTO        TO ORGM-DEPTO
              MOVE EMP-SERVIDOR-IDX TO ORGM-SERVIDOR-IDX
              READ ORGMAST-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE ORGM-CODIGO    TO SNP-CELULA-CODIGO
                      MOVE ORGM-DESCRICAO TO SNP-CELULA-DESCRICAO
                      MOVE "S"            TO SNP-TEM-CELULA
              END-READ
           END-IF.
           IF NOT SNP-CELULA-OK
              ADD 1 TO WS-TOTAL-SEM-CELULA
           END-IF.
       00023-END.
      *
       00024-RESOLVE-CENTRO SECTION.
      * CENTRO DE CUSTO E CONTA CONTABIL DA CELULA, DO CCUMAST
           MOVE "N" TO SNP-TEM-CENTRO.
           IF WS-CCUMAST-OK
              MOVE EMP-SETOR        TO CCU-SETOR
              MOVE EMP-DEPTO        TO CCU-DEPTO
              MOVE EMP-SERVIDOR-IDX TO CCU-SERVIDOR-IDX
              READ CCU-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CCU-CENTRO-CUSTO TO SNP-CENTRO-CUSTO
                      MOVE CCU-CONTA        TO SNP-CONTA
                      MOVE "S"              TO SNP-TEM-CENTRO
              END-READ
           END-IF.
           IF NOT SNP-CENTRO-OK
              ADD 1 TO WS-TOTAL-SEM-CENTRO
           END-IF.
       00024-END.
      *
       00025-PROCURA-TARIFA SECTION.
      * TARIFA VIGENTE = A DE MAIOR VIGENCIA QUE NAO PASSA DA DATA DA
      * FOTO; A VIGENCIA VAI JUNTO PARA O PASSO QUE VALORA OUTRA DATA
      * SABER SE A TARIFA DA FOTO TAMBEM VALE LA
           MOVE "N"    TO SNP-TEM-TARIFA.
           MOVE ZEROES TO SNP-VALOR-HORA SNP-DATA-VIG.
           MOVE "Y"    TO WS-SAL-EOF-SW.
           IF WS-SALMAST-OK
              MOVE "N"       TO WS-SAL-EOF-SW
              MOVE EMP-CARGO TO SAL-CARGO
              MOVE ZEROES    TO SAL-DATA-VIG
              START SAL-MASTER-FILE KEY >= SAL-CHAVE
                  INVALID KEY
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-START
           END-IF.
           PERFORM 00025A-LE-TARIFA.
           PERFORM 00025B-GUARDA-TARIFA UNTIL WS-SAL-EOF.
           IF NOT SNP-TARIFA-OK
              ADD 1 TO WS-TOTAL-SEM-TARIFA
           END-IF.
       00025-END.
      *
       00025A-LE-TARIFA    SECTION.
           IF NOT WS-SAL-EOF
              READ SAL-MASTER-FILE NEXT RECORD
                  AT END
                      MOVE "Y" TO WS-SAL-EOF-SW
              END-READ
           END-IF.
       00025A-END.
      *
       00025B-GUARDA-TARIFA SECTION.
           IF SAL-CARGO NOT = EMP-CARGO OR
              SAL-DATA-VIG > WS-FOTO-DATA
              MOVE "Y" TO WS-SAL-EOF-SW
           ELSE
              MOVE SAL-VALOR-HORA TO SNP-VALOR-HORA
              MOVE SAL-DATA-VIG   TO SNP-DATA-VIG
              MOVE "S"            TO SNP-TEM-TARIFA
              PERFORM 00025A-LE-TARIFA
           END-IF.
       00025B-END.
      *
       00026-RESOLVE-JORNADA SECTION.
      * MINUTOS ESPERADOS DE CADA DIA DA SEMANA, DO JORMAST
           MOVE "N" TO SNP-TEM-JORNADA.
           PERFORM 00026A-ZERA-DIA
              VARYING WS-IDX-DIA FROM 1 BY 1 UNTIL WS-IDX-DIA > 7.
           IF WS-JORMAST-OK
              MOVE EMP-MATRICULA TO JOR-MATRICULA
              READ JOR-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      PERFORM 00026B-COPIA-DIA
                         VARYING WS-IDX-DIA FROM 1 BY 1
                         UNTIL WS-IDX-DIA > 7
                      MOVE "S" TO SNP-TEM-JORNADA
              END-READ
           END-IF.
           IF NOT SNP-JORNADA-OK
              ADD 1 TO WS-TOTAL-SEM-JORNADA
           END-IF.
       00026-END.
      *
       00026A-ZERA-DIA     SECTION.
           MOVE ZEROES TO SNP-JOR-MIN-DIA(WS-IDX-DIA).
       00026A-END.
      *
       00026B-COPIA-DIA    SECTION.
           MOVE JOR-MIN-DIA(WS-IDX-DIA) TO SNP-JOR-MIN-DIA(WS-IDX-DIA).
       00026B-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "EMPSNAP"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-GRAVADOS    TO AUDIT-QTDE-ACEITOS.
           MOVE ZEROES               TO AUDIT-QTDE-REJEIT.
           MOVE WS-HASH-GRAVADOS     TO AUDIT-HASH-TOTAL.
           MOVE RETURN-CODE          TO AUDIT-RETURN-CODE.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = "00"
              CLOSE AUDIT-TRAIL-FILE
              OPEN EXTEND AUDIT-TRAIL-FILE
           ELSE
              OPEN OUTPUT AUDIT-TRAIL-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-TRAIL-FILE.
       00047-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O EMPMAST NAO ABRIU OU
      * A FOTO NAO FECHA COM O EMPMAST LIDO, ALERTA SE FALTOU ALGUM
      * MESTRE DE APOIO, NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-GRAVADOS NOT = WS-TOTAL-LIDOS OR
                 WS-HASH-GRAVADOS  NOT = WS-HASH-LIDOS
                 DISPLAY "*** FOTO NAO FECHA COM O EMPMAST LIDO ***"
                 MOVE RC-FATAL TO RETURN-CODE
              ELSE
                 IF NOT WS-ORGMAST-OK OR NOT WS-CCUMAST-OK OR
                    NOT WS-SALMAST-OK OR NOT WS-JORMAST-OK
                    MOVE RC-ALERTA TO RETURN-CODE
                 ELSE
                    MOVE RC-NORMAL TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY " ".
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS EMPMAST LIDOS....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS GRAVADOS NA FOTO.: " WS-TOTAL-GRAVADOS.
           DISPLAY "HASH EMPMAST (MATRICULA)...: " WS-HASH-LIDOS.
           DISPLAY "HASH FOTO (MATRICULA)......: " WS-HASH-GRAVADOS.
           DISPLAY "SEM CELULA NO ORGMAST......: "
                   WS-TOTAL-SEM-CELULA.
           DISPLAY "SEM CENTRO NO CCUMAST......: "
                   WS-TOTAL-SEM-CENTRO.
           DISPLAY "SEM TARIFA NO SALMAST......: "
                   WS-TOTAL-SEM-TARIFA.
           DISPLAY "SEM JORNADA NO JORMAST.....: "
                   WS-TOTAL-SEM-JORNADA.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA FOTO DIARIA DOS EMPREGADOS".
       00050-END.
