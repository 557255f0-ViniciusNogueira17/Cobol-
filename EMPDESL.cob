       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPDESL.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Interface de desligamento em lote, a contraparte
      *                do EMPLOAD para fechamento de unidade, fim de
      *                safra e termino de contrato em massa: le o
      *                arquivo de transacoes de desligamento (DESLTRAN,
      *                vindo do front office do RH: matricula, data do
      *                desligamento, motivo e tipo de aviso previo) e
      *                valida cada registro -- empregado ATIVO no
      *                EMPMAST, data valida, nao anterior a admissao e
      *                nao futura, motivo e aviso conhecidos, nenhuma
      *                alteracao aguardando aprovacao no EMPPEND. O
      *                aceito vai a DESLIGADO com a data, com o mesmo
      *                efeito do desligamento aprovado no EMPAPROV:
      *                jornal EMPJRNL, evento "D" na EVENTQ e
      *                dependentes marcados INATIVOS no DEPDMAST; alem
      *                disso os periodos de ferias do FERIASAG ainda
      *                nao gozados que comecariam depois do
      *                desligamento sao cancelados. Aceitos e
      *                rejeitados saem no relatorio DESLREL com os
      *                totais de controle, e os totais vao para a
      *                trilha de auditoria como qualquer outro passo.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      * 2026-10-15  RMS  O evento enfileirado na EVENTQ passou a
      *                  levar a empresa do vinculo (EVT-EMPRESA).
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT DESL-TRANS-FILE ASSIGN TO "DESLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESLTRAN-STATUS.

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

           SELECT FERIAS-MASTER-FILE ASSIGN TO "FERIASAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WS-FERIASAG-STATUS.

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

           SELECT DESL-REPORT-FILE ASSIGN TO "DESLREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  DESL-TRANS-FILE.
       01  DESL-TRANS-REC.
           03 DTR-MATRICULA        PIC 9(06).
           03 DTR-DATA-DESLIG      PIC 9(08).
      *    MOTIVO DO DESLIGAMENTO (TABELA WS-TAB-MOTIVOS)
           03 DTR-MOTIVO           PIC X(02).
      *    AVISO PREVIO: "T" TRABALHADO, "I" INDENIZADO, "D"
      *    DISPENSADO, "N" NAO SE APLICA
           03 DTR-AVISO            PIC X(01).

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  EMP-PEND-FILE.
           COPY PNDREC.

       FD  FERIAS-MASTER-FILE.
           COPY FERREC.

       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  EMP-JORNAL-FILE.
           COPY EMPJREC.

       FD  EVENTO-FILA-FILE.
           COPY EVTREC.

       FD  DESL-REPORT-FILE.
       01  DESL-REP-REC.
           03 DREP-MATRICULA       PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-DATA-DESLIG     PIC 9(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-MOTIVO          PIC X(02).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 DREP-AVISO           PIC X(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-RESULTADO       PIC X(09).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-REJ-COD         PIC X(02).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 DREP-REJ-DESC        PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
      *       PERIODOS DE FERIAS CANCELADOS E DEPENDENTES INATIVADOS
           03 DREP-QTDE-FERIAS     PIC 9(02).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 DREP-QTDE-DEPEND     PIC 9(02).
       01  DESL-REP-LINHA           PIC X(127).

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-DESLTRAN-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPPEND-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-FERIASAG-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
      * JORNAL DE ALTERACOES DO MESTRE (EMPJRNL); O OPERADOR DO LOTE
      * E O PROPRIO PROGRAMA
       01 WS-EMPJRNL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EVENTQ-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-OPERADOR          PIC X(08)   VALUE "EMPDESL".
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
       01 WS-REG-ANTES         PIC X(102)  VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "EMPDESL".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
       01 WS-DADOS-OK-SW       PIC X(01)   VALUE "S".
          88 WS-DADOS-OK                    VALUE "S".
       01 WS-REJ-COD           PIC X(02)   VALUE SPACES.
       01 WS-REJ-DESC          PIC X(40)   VALUE SPACES.
      * MOTIVOS DE DESLIGAMENTO ACEITOS NA TRANSACAO
       01 WS-TAB-MOTIVOS-DADOS.
          03 FILLER            PIC X(02)   VALUE "01".
          03 FILLER            PIC X(30)
                               VALUE "DISPENSA SEM JUSTA CAUSA".
          03 FILLER            PIC X(02)   VALUE "02".
          03 FILLER            PIC X(30)
                               VALUE "DISPENSA POR JUSTA CAUSA".
          03 FILLER            PIC X(02)   VALUE "03".
          03 FILLER            PIC X(30)
                               VALUE "PEDIDO DE DEMISSAO".
          03 FILLER            PIC X(02)   VALUE "04".
          03 FILLER            PIC X(30)
                               VALUE "TERMINO DE CONTRATO A PRAZO".
          03 FILLER            PIC X(02)   VALUE "05".
          03 FILLER            PIC X(30)
                               VALUE "ACORDO ENTRE AS PARTES".
          03 FILLER            PIC X(02)   VALUE "06".
          03 FILLER            PIC X(30)
                               VALUE "APOSENTADORIA".
          03 FILLER            PIC X(02)   VALUE "07".
          03 FILLER            PIC X(30)
                               VALUE "FALECIMENTO".
       01 WS-TAB-MOTIVOS REDEFINES WS-TAB-MOTIVOS-DADOS.
          03 WS-MOT-ITEM                    OCCURS 7 TIMES.
             05 WS-MOT-CODIGO  PIC X(02).
             05 WS-MOT-DESC    PIC X(30).
       01 WS-IDX-MOT           PIC 9(02)   VALUE ZEROES.
       01 WS-MOTIVO-OK-SW      PIC X(01)   VALUE "N".
          88 WS-MOTIVO-OK                   VALUE "S".
       01 WS-AVISO             PIC X(01)   VALUE SPACES.
          88 WS-AVISO-VALIDO                VALUE "T" "I" "D" "N".
      * CAMPOS DA CHAMADA A DATEUTIL (DATA DO DESLIGAMENTO CONFERIDA
      * CONTRA ELA MESMA)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE "D".
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * EMPPEND, FERIASAG E DEPDMAST SAO OPCIONAIS: SEM O ARQUIVO
      * ABERTO, NAO HA PENDENCIA A CONFERIR, FERIAS A CANCELAR OU
      * DEPENDENTE A INATIVAR
       01 WS-EMPPEND-OK-SW     PIC X(01)   VALUE "N".
          88 WS-EMPPEND-OK                  VALUE "S".
       01 WS-FERIASAG-OK-SW    PIC X(01)   VALUE "N".
          88 WS-FERIASAG-OK                 VALUE "S".
       01 WS-DEPDMAST-OK-SW    PIC X(01)   VALUE "N".
          88 WS-DEPDMAST-OK                 VALUE "S".
       01 WS-PND-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-PND-EOF                     VALUE "Y".
       01 WS-TEM-PENDENTE-SW   PIC X(01)   VALUE "N".
          88 WS-TEM-PENDENTE                VALUE "S".
       01 WS-FER-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-FER-EOF                     VALUE "Y".
       01 WS-DPD-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-DPD-EOF                     VALUE "Y".
       01 WS-QTDE-FERIAS       PIC 9(02)   VALUE ZEROES.
       01 WS-QTDE-INATIVADOS   PIC 9(02)   VALUE ZEROES.
      * TOTAIS DE CONTROLE
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-ACEITOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REJEITADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FERIAS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-DEPEND      PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
       01 WS-HASH-ACEITOS      PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-EOF
           END-IF.
           PERFORM 00030-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "INICIO DA CARGA DE DESLIGAMENTOS NO MESTRE DE ",
                   "EMPREGADOS".

           OPEN INPUT DESL-TRANS-FILE.
           IF WS-DESLTRAN-STATUS NOT = "00"
              DISPLAY "*** DESLTRAN NAO ABRIU (STATUS "
                      WS-DESLTRAN-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "DESLTRAN" TO WS-INC-ARQUIVO
              MOVE WS-DESLTRAN-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN I-O EMP-MASTER-FILE
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
                 CLOSE DESL-TRANS-FILE
              ELSE
                 OPEN OUTPUT DESL-REPORT-FILE
                 OPEN EXTEND EMP-JORNAL-FILE
                 IF WS-EMPJRNL-STATUS = "35"
                    OPEN OUTPUT EMP-JORNAL-FILE
                 END-IF
                 OPEN EXTEND EVENTO-FILA-FILE
                 IF WS-EVENTQ-STATUS = "35"
                    OPEN OUTPUT EVENTO-FILA-FILE
                 END-IF
                 OPEN INPUT EMP-PEND-FILE
                 IF WS-EMPPEND-STATUS = "00"
                    MOVE "S" TO WS-EMPPEND-OK-SW
                 ELSE
                    DISPLAY "AVISO: EMPPEND NAO ABRIU (STATUS "
                            WS-EMPPEND-STATUS ") - PENDENCIAS DE "
                            "APROVACAO NAO CONFERIDAS"
                 END-IF
                 OPEN I-O FERIAS-MASTER-FILE
                 IF WS-FERIASAG-STATUS = "00"
                    MOVE "S" TO WS-FERIASAG-OK-SW
                 ELSE
                    DISPLAY "AVISO: FERIASAG NAO ABRIU (STATUS "
                            WS-FERIASAG-STATUS ") - FERIAS "
                            "PROGRAMADAS NAO CANCELADAS"
                 END-IF
                 OPEN I-O DEPD-MASTER-FILE
                 IF WS-DEPDMAST-STATUS = "00"
                    MOVE "S" TO WS-DEPDMAST-OK-SW
                 ELSE
                    DISPLAY "AVISO: DEPDMAST NAO ABRIU (STATUS "
                            WS-DEPDMAST-STATUS ") - DEPENDENTES "
                            "NAO INATIVADOS"
                 END-IF
                 PERFORM 00011-CABECALHO
                 PERFORM 00024-LE-TRANSACAO
              END-IF
           END-IF.
       00010-END.
      *
       00011-CABECALHO     SECTION.
           MOVE SPACES TO DESL-REP-LINHA.
           STRING "DESLIGAMENTOS EM LOTE - DATA DO PROCESSAMENTO "
                  DATA-HOJE-NUM
                  DELIMITED BY SIZE INTO DESL-REP-LINHA
           END-STRING.
           WRITE DESL-REP-LINHA.
           MOVE SPACES TO DESL-REP-LINHA.
           STRING "MATRIC  NOME" "                                    "
                  "  DESLIG    MT AV  RESULTADO  REJEICAO"
                  "                                     FE DP"
                  DELIMITED BY SIZE INTO DESL-REP-LINHA
           END-STRING.
           WRITE DESL-REP-LINHA.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * VALIDA O DESLIGAMENTO; SE TUDO PASSA, APLICA NO MESTRE COM
      * OS EFEITOS DO DESLIGAMENTO (JORNAL, EVENTO, FERIAS E
      * DEPENDENTES)
           MOVE "S"    TO WS-DADOS-OK-SW.
           MOVE SPACES TO WS-REJ-COD WS-REJ-DESC.
           MOVE ZEROES TO WS-QTDE-FERIAS WS-QTDE-INATIVADOS.
           MOVE SPACES TO EMP-NOME.

           PERFORM 00025-VALIDA-EMPREGADO.
           IF WS-DADOS-OK
              PERFORM 00026-VALIDA-DATA
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00027-VALIDA-CODIGOS
           END-IF.
           IF WS-DADOS-OK AND WS-EMPPEND-OK
              PERFORM 00027A-PROCURA-PENDENTE
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00028-GRAVA-MESTRE
           END-IF.
           PERFORM 00029-GRAVA-RELATORIO.
           PERFORM 00024-LE-TRANSACAO.
       00020-END.
      *
       00024-LE-TRANSACAO  SECTION.
      * LE A PROXIMA TRANSACAO DE DESLIGAMENTO
           READ DESL-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   IF DTR-MATRICULA NUMERIC
                      ADD DTR-MATRICULA TO WS-HASH-MATRICULA
                   END-IF
           END-READ.
       00024-END.
      *
       00025-VALIDA-EMPREGADO SECTION.
      * A MATRICULA TEM DE EXISTIR NO MESTRE E ESTAR ATIVA
           IF DTR-MATRICULA NOT NUMERIC
              MOVE "01" TO WS-REJ-COD
              MOVE "MATRICULA NAO NUMERICA" TO WS-REJ-DESC
              MOVE "N"  TO WS-DADOS-OK-SW
           ELSE
              MOVE DTR-MATRICULA TO EMP-MATRICULA
              READ EMP-MASTER-FILE
                  INVALID KEY
                      MOVE "01" TO WS-REJ-COD
                      MOVE "MATRICULA NAO EXISTE NO MESTRE"
                           TO WS-REJ-DESC
                      MOVE "N"  TO WS-DADOS-OK-SW
                      MOVE SPACES TO EMP-NOME
                  NOT INVALID KEY
                      IF NOT EMP-ATIVO
                         MOVE "02" TO WS-REJ-COD
                         MOVE "EMPREGADO NAO ESTA ATIVO"
                              TO WS-REJ-DESC
                         MOVE "N"  TO WS-DADOS-OK-SW
                      END-IF
              END-READ
           END-IF.
       00025-END.
      *
       00026-VALIDA-DATA   SECTION.
      * DATA DO DESLIGAMENTO VALIDA (DATEUTIL), NAO ANTERIOR A
      * ADMISSAO (QUANDO O CADASTRO TEM A ADMISSAO) E NAO FUTURA
           MOVE "01" TO WS-DU-STATUS.
           IF DTR-DATA-DESLIG NUMERIC
              MOVE DTR-DATA-DESLIG TO WS-DU-DATA-2
              CALL "DATEUTIL" USING WS-DU-OPERACAO DTR-DATA-DESLIG
                                     WS-DU-DATA-2 WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
           END-IF.
           EVALUATE TRUE
               WHEN WS-DU-STATUS NOT = "00"
                   MOVE "03" TO WS-REJ-COD
                   MOVE "DATA DE DESLIGAMENTO INVALIDA"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN EMP-DATA-ADMIS NUMERIC AND
                    EMP-DATA-ADMIS NOT = ZEROES AND
                    DTR-DATA-DESLIG < EMP-DATA-ADMIS
                   MOVE "04" TO WS-REJ-COD
                   MOVE "DESLIGAMENTO ANTERIOR A ADMISSAO"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               WHEN DTR-DATA-DESLIG > DATA-HOJE-NUM
                   MOVE "05" TO WS-REJ-COD
                   MOVE "DATA DE DESLIGAMENTO NO FUTURO"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
           END-EVALUATE.
       00026-END.
      *
       00027-VALIDA-CODIGOS SECTION.
      * MOTIVO NA TABELA DE MOTIVOS E TIPO DE AVISO PREVIO CONHECIDO
           MOVE "N" TO WS-MOTIVO-OK-SW.
           PERFORM 00027B-PROCURA-MOTIVO
              VARYING WS-IDX-MOT FROM 1 BY 1
                 UNTIL WS-IDX-MOT > 7 OR WS-MOTIVO-OK.
           MOVE DTR-AVISO TO WS-AVISO.
           IF NOT WS-MOTIVO-OK
              MOVE "06" TO WS-REJ-COD
              MOVE "MOTIVO DE DESLIGAMENTO DESCONHECIDO"
                   TO WS-REJ-DESC
              MOVE "N"  TO WS-DADOS-OK-SW
           ELSE
              IF NOT WS-AVISO-VALIDO
                 MOVE "07" TO WS-REJ-COD
                 MOVE "TIPO DE AVISO PREVIO DESCONHECIDO"
                      TO WS-REJ-DESC
                 MOVE "N"  TO WS-DADOS-OK-SW
              END-IF
           END-IF.
       00027-END.
      *
       00027A-PROCURA-PENDENTE SECTION.
      * ALTERACAO DA MATRICULA AGUARDANDO APROVACAO NO EMPPEND BLOQUEIA
      * O DESLIGAMENTO EM LOTE: APLICAR AGORA FARIA O EMPAPROV
      * REJEITAR A PENDENCIA POR MESTRE MUDADO SEM O APROVADOR SABER
      * POR QUE; O RH DECIDE A PENDENCIA E REENVIA O DESLIGAMENTO
           MOVE "N" TO WS-TEM-PENDENTE-SW.
           MOVE "N" TO WS-PND-EOF-SW.
           MOVE EMP-MATRICULA TO PND-MATRICULA.
           MOVE ZEROES        TO PND-DATA-PEDIDO PND-HORA-PEDIDO.
           START EMP-PEND-FILE KEY >= PND-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-SW
           END-START.
           PERFORM 00027C-LE-PENDENTE
              UNTIL WS-PND-EOF OR WS-TEM-PENDENTE.
           IF WS-TEM-PENDENTE
              MOVE "08" TO WS-REJ-COD
              MOVE "ALTERACAO PENDENTE DE APROVACAO (EMPPEND)"
                   TO WS-REJ-DESC
              MOVE "N"  TO WS-DADOS-OK-SW
           END-IF.
       00027A-END.
      *
       00027B-PROCURA-MOTIVO SECTION.
           IF WS-MOT-CODIGO(WS-IDX-MOT) = DTR-MOTIVO
              MOVE "S" TO WS-MOTIVO-OK-SW
           END-IF.
       00027B-END.
      *
       00027C-LE-PENDENTE  SECTION.
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
       00027C-END.
      *
       00028-GRAVA-MESTRE  SECTION.
      * APLICA O DESLIGAMENTO NO MESTRE E, GRAVADO, OS EFEITOS DELE
           MOVE EMP-REC          TO WS-REG-ANTES.
           MOVE "D"              TO EMP-SITUACAO.
           MOVE DTR-DATA-DESLIG  TO EMP-DATA-DESLIG.
           REWRITE EMP-REC
               INVALID KEY
                   MOVE "09" TO WS-REJ-COD
                   MOVE "FALHA NA REGRAVACAO DO MESTRE"
                        TO WS-REJ-DESC
                   MOVE "N"  TO WS-DADOS-OK-SW
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ACEITOS
                   ADD EMP-MATRICULA TO WS-HASH-ACEITOS
                   PERFORM 00028A-GRAVA-JORNAL
                   PERFORM 00028B-GRAVA-EVENTO
                   IF WS-FERIASAG-OK
                      PERFORM 00028C-CANCELA-FERIAS
                   END-IF
                   IF WS-DEPDMAST-OK
                      PERFORM 00028E-INATIVA-DEPENDENTES
                   END-IF
           END-REWRITE.
       00028-END.
      *
       00028A-GRAVA-JORNAL SECTION.
      * GRAVA O DESLIGAMENTO NO JORNAL DE ALTERACOES DO MESTRE, COM AS
      * IMAGENS ANTES E DEPOIS
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES             TO EMPJ-REC.
           MOVE WS-JRN-DATA(1:4)   TO EMPJ-ANO.
           MOVE WS-JRN-DATA(5:2)   TO EMPJ-MES.
           MOVE WS-JRN-DATA(7:2)   TO EMPJ-DIA.
           MOVE WS-JRN-HORA(1:2)   TO EMPJ-HH.
           MOVE WS-JRN-HORA(3:2)   TO EMPJ-MM.
           MOVE WS-JRN-HORA(5:2)   TO EMPJ-SS.
           MOVE WS-OPERADOR        TO EMPJ-OPERADOR.
           MOVE "A"                TO EMPJ-OPERACAO.
           MOVE EMP-MATRICULA      TO EMPJ-MATRICULA.
           MOVE WS-REG-ANTES       TO EMPJ-ANTES.
           MOVE EMP-REC            TO EMPJ-DEPOIS.
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
       00028C-CANCELA-FERIAS SECTION.
      * CANCELA (EXCLUI, COMO A EXCLUSAO DO FERMNT) OS PERIODOS
      * SOLICITADOS OU APROVADOS QUE COMECARIAM DEPOIS DO
      * DESLIGAMENTO. PERIODO JA INICIADO FICA: OS DIAS JA TIRADOS
      * CONTINUAM JUSTIFICANDO A AUSENCIA NO PASSO AUSENCIA, E O
      * GOZADO ENTRA NO CALCULO DA RESCISAO
           MOVE "N" TO WS-FER-EOF-SW.
           MOVE EMP-MATRICULA TO FER-MATRICULA.
           MOVE ZEROES        TO FER-DATA-INI.
           START FERIAS-MASTER-FILE KEY >= FER-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-FER-EOF-SW
           END-START.
           PERFORM 00028D-CANCELA-UM UNTIL WS-FER-EOF.
       00028C-END.
      *
       00028D-CANCELA-UM   SECTION.
           READ FERIAS-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FER-EOF-SW
               NOT AT END
                   IF FER-MATRICULA NOT = EMP-MATRICULA
                      MOVE "Y" TO WS-FER-EOF-SW
                   ELSE
                      IF (FER-SOLICITADA OR FER-APROVADA) AND
                         FER-DATA-INI > EMP-DATA-DESLIG
                         DELETE FERIAS-MASTER-FILE
                             INVALID KEY
                                 DISPLAY "*** FALHA NO CANCELAMENTO "
                                         "DAS FERIAS DA MATRICULA "
                                         FER-MATRICULA " ***"
                             NOT INVALID KEY
                                 ADD 1 TO WS-QTDE-FERIAS
                                 ADD 1 TO WS-TOTAL-FERIAS
                         END-DELETE
                      END-IF
                   END-IF
           END-READ.
       00028D-END.
      *
       00028E-INATIVA-DEPENDENTES SECTION.
      * OS DEPENDENTES DO DESLIGADO SAO MARCADOS INATIVOS NO DEPDMAST
      * (NAO EXCLUIDOS, POR CAUSA DAS DECLARACOES DO ANO FECHADO)
           MOVE "N" TO WS-DPD-EOF-SW.
           MOVE EMP-MATRICULA TO DPD-MATRICULA.
           MOVE ZEROES        TO DPD-SEQ.
           START DEPD-MASTER-FILE KEY >= DPD-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-DPD-EOF-SW
           END-START.
           PERFORM 00028F-INATIVA-UM UNTIL WS-DPD-EOF.
       00028E-END.
      *
       00028F-INATIVA-UM   SECTION.
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
                         ADD 1 TO WS-TOTAL-DEPEND
                      END-IF
                   END-IF
           END-READ.
       00028F-END.
      *
       00029-GRAVA-RELATORIO SECTION.
      * UMA LINHA POR TRANSACAO: ACEITA, COM O QUE FOI CANCELADO/
      * INATIVADO, OU REJEITADA, COM O MOTIVO DA REJEICAO
           MOVE SPACES            TO DESL-REP-REC.
           MOVE DTR-MATRICULA     TO DREP-MATRICULA.
           MOVE EMP-NOME          TO DREP-NOME.
           MOVE DTR-DATA-DESLIG   TO DREP-DATA-DESLIG.
           MOVE DTR-MOTIVO        TO DREP-MOTIVO.
           MOVE DTR-AVISO         TO DREP-AVISO.
           IF WS-DADOS-OK
              MOVE "ACEITO"       TO DREP-RESULTADO
              MOVE WS-QTDE-FERIAS TO DREP-QTDE-FERIAS
              MOVE WS-QTDE-INATIVADOS TO DREP-QTDE-DEPEND
           ELSE
              MOVE "REJEITADO"    TO DREP-RESULTADO
              MOVE WS-REJ-COD     TO DREP-REJ-COD
              MOVE WS-REJ-DESC    TO DREP-REJ-DESC
              MOVE ZEROES         TO DREP-QTDE-FERIAS
                                     DREP-QTDE-DEPEND
              ADD 1 TO WS-TOTAL-REJEITADOS
           END-IF.
           WRITE DESL-REP-REC.
       00029-END.
      *
       00029A-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "EMPDESL"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-ACEITOS     TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-REJEITADOS  TO AUDIT-QTDE-REJEIT.
           MOVE WS-HASH-MATRICULA    TO AUDIT-HASH-TOTAL.
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
       00029A-END.
      *
       00029B-TOTAIS-RELATORIO SECTION.
      * TOTAIS DE CONTROLE NO PE DO RELATORIO: LIDOS = ACEITOS +
      * REJEITADOS, E O HASH DAS MATRICULAS LIDAS
           MOVE SPACES TO DESL-REP-LINHA.
           WRITE DESL-REP-LINHA.
           MOVE SPACES TO DESL-REP-LINHA.
           STRING "TOTAIS: LIDOS " WS-TOTAL-LIDOS
                  "  ACEITOS " WS-TOTAL-ACEITOS
                  "  REJEITADOS " WS-TOTAL-REJEITADOS
                  DELIMITED BY SIZE INTO DESL-REP-LINHA
           END-STRING.
           WRITE DESL-REP-LINHA.
           MOVE SPACES TO DESL-REP-LINHA.
           STRING "        FERIAS CANCELADAS " WS-TOTAL-FERIAS
                  "  DEPENDENTES INATIVADOS " WS-TOTAL-DEPEND
                  DELIMITED BY SIZE INTO DESL-REP-LINHA
           END-STRING.
           WRITE DESL-REP-LINHA.
           MOVE SPACES TO DESL-REP-LINHA.
           STRING "        HASH DAS MATRICULAS LIDAS "
                  WS-HASH-MATRICULA
                  "  ACEITAS " WS-HASH-ACEITOS
                  DELIMITED BY SIZE INTO DESL-REP-LINHA
           END-STRING.
           WRITE DESL-REP-LINHA.
       00029B-END.
      *
       00030-FIM           SECTION.
      *
           IF NOT WS-ABORT
              PERFORM 00029B-TOTAIS-RELATORIO
              CLOSE DESL-TRANS-FILE
              CLOSE EMP-MASTER-FILE
              CLOSE DESL-REPORT-FILE
              CLOSE EMP-JORNAL-FILE
              CLOSE EVENTO-FILA-FILE
              IF WS-EMPPEND-OK
                 CLOSE EMP-PEND-FILE
              END-IF
              IF WS-FERIASAG-OK
                 CLOSE FERIAS-MASTER-FILE
              END-IF
              IF WS-DEPDMAST-OK
                 CLOSE DEPD-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS ACEITOS...: " WS-TOTAL-ACEITOS.
           DISPLAY "REGISTROS REJEITADOS: " WS-TOTAL-REJEITADOS.
           DISPLAY "FERIAS CANCELADAS...: " WS-TOTAL-FERIAS.
           DISPLAY "DEPEND. INATIVADOS..: " WS-TOTAL-DEPEND.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029A-GRAVA-AUDITORIA.
           DISPLAY "FIM DA CARGA DE DESLIGAMENTOS".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UMA ENTRADA OBRIGATORIA
      * NAO ABRIU, ALERTA SE HOUVE DESLIGAMENTO REJEITADO, NORMAL
      * CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
