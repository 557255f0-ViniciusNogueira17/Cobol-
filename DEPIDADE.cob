       IDENTIFICATION      DIVISION.
       PROGRAM-ID. DEPIDADE.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Apuracao mensal dos limites de idade dos
      *                dependentes (DEPDMAST/DPDREC): para o ano/mes do
      *                cartao de controle (default o mes corrente; no
      *                ciclo mensal do MAINCTL, o mes que abre, como no
      *                FERPLAN), calcula a idade de cada dependente
      *                ativo no ultimo dia do mes pela DATEUTIL e aplica
      *                os limites da IDADETAB por parentesco e por
      *                beneficio: salario-familia e dependente de
      *                imposto (com o limite maior quando ha
      *                comprovante de curso superior). Beneficio com
      *                limite atingido e encerrado no DPD-SALFAM ou
      *                DPD-IRRF; dependente sem nenhum beneficio e
      *                inativado; cada regravacao vai para o jornal
      *                DEPDJRNL com as imagens antes/depois. Quem atinge
      *                o limite nos tres meses seguintes sai como aviso,
      *                para o RH pedir documentos (o comprovante de
      *                matricula universitaria) a tempo. O DEPIDREL sai
      *                agrupado por empregado. Com CTL-SIMULA = "S" nada
      *                e gravado: a rodada so produz o relatorio.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT DEPD-MASTER-FILE ASSIGN TO "DEPDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-DEPDMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT DEPD-JORNAL-FILE ASSIGN TO "DEPDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPDJRNL-STATUS.

           SELECT DEPID-REPORT-FILE ASSIGN TO "DEPIDREL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  DEPD-MASTER-FILE.
           COPY DPDREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  DEPD-JORNAL-FILE.
           COPY DPJREC.

       FD  DEPID-REPORT-FILE.
       01  DEPID-REP-REC.
           03 DREP-ROTULO          PIC X(10).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(01)   VALUE SPACES.
           03 DREP-SEQ             PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-PARENTESCO      PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-NASCIMENTO      PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-IDADE           PIC X(03).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-BENEFICIO       PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-DATA-LIMITE     PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 DREP-OBSERVACAO      PIC X(48).

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       COPY IDADETAB.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-DEPDMAST-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-DEPDJRNL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "DEPIDADE".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
       01 WS-INC-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-INC-RC            PIC 9(04)   VALUE ZEROES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-CIC-EOF-SW        PIC X(01)   VALUE "N".
          88 WS-CIC-EOF                     VALUE "Y".
       01 WS-CIC-SITUACAO      PIC X(01)   VALUE SPACES.
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO        PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES        PIC 9(02)   VALUE ZEROES.
      * "S" = SO RELATORIO, NENHUMA GRAVACAO
       01 WS-SIMULA-SW         PIC X(01)   VALUE "N".
          88 WS-SIMULA                      VALUE "S".
       01 WS-OPERADOR          PIC X(08)   VALUE "DEPIDADE".
       01 WS-REG-ANTES         PIC X(73)   VALUE SPACES.
       01 WS-JRN-DATA          PIC 9(08)   VALUE ZEROES.
       01 WS-JRN-HORA          PIC 9(08)   VALUE ZEROES.
       01  DATA-HOJE.
           03 ANO          PIC 9(04).
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
      * MES DE REFERENCIA (DEFAULT O CORRENTE, CTL-ANO-MES SOBREPOE,
      * CICLO MENSAL DO MAINCTL SOBREPOE OS DOIS): PRIMEIRO E ULTIMO
      * DIA, E O ULTIMO DIA DO TERCEIRO MES SEGUINTE PARA OS AVISOS
       01 WS-MES-INI.
          03 WS-MI-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MI-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MI-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-INI-NUM REDEFINES WS-MES-INI PIC 9(08).
       01 WS-MES-SEGUINTE.
          03 WS-MS-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-MS-MES         PIC 9(02)   VALUE ZEROES.
          03 WS-MS-DIA         PIC 9(02)   VALUE 01.
       01 WS-MES-SEGUINTE-NUM REDEFINES WS-MES-SEGUINTE PIC 9(08).
       01 WS-MES-FIM           PIC 9(08)   VALUE ZEROES.
       01 WS-MES-FIM-R REDEFINES WS-MES-FIM.
          03 WS-MF-ANO         PIC 9(04).
          03 WS-MF-MMDD        PIC 9(04).
       01 WS-AVISO-FIM         PIC 9(08)   VALUE ZEROES.
       01 WS-AVISO-FIM-R REDEFINES WS-AVISO-FIM.
          03 WS-AF-ANO         PIC 9(04).
          03 WS-AF-MMDD        PIC 9(04).
       01 WS-MESES-AVISO       PIC 9(01)   VALUE 3.
      * APURACAO DO DEPENDENTE CORRENTE
       01 WS-IDX-IDADE         PIC 9(02)   VALUE ZEROES.
       01 WS-LIM-SALFAM        PIC 9(02)   VALUE ZEROES.
       01 WS-LIM-IRRF          PIC 9(02)   VALUE ZEROES.
       01 WS-LIMITE            PIC 9(02)   VALUE ZEROES.
       01 WS-IDADE             PIC 9(03)   VALUE ZEROES.
       01 WS-IDADE-AVISO       PIC 9(03)   VALUE ZEROES.
       01 WS-NASC-MMDD         PIC 9(04)   VALUE ZEROES.
       01 WS-NASC-R.
          03 WS-NR-ANO         PIC 9(04).
          03 WS-NR-MMDD        PIC 9(04).
       01 WS-NASC-NUM REDEFINES WS-NASC-R PIC 9(08).
      * DATA EM QUE O DEPENDENTE COMPLETA A IDADE LIMITE (29/02 VIRA
      * 01/03 EM ANO COMUM, COERENTE COM O CALCULO DA IDADE)
       01 WS-DATA-LIMITE.
          03 WS-DL-ANO         PIC 9(04).
          03 WS-DL-MES         PIC 9(02).
          03 WS-DL-DIA         PIC 9(02).
       01 WS-DATA-LIMITE-NUM REDEFINES WS-DATA-LIMITE PIC 9(08).
       01 WS-BENEFICIO         PIC X(08)   VALUE SPACES.
       01 WS-ALTERADO-SW       PIC X(01)   VALUE "N".
          88 WS-ALTERADO                    VALUE "S".
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2         PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
      * QUEBRA POR EMPREGADO: O CABECALHO SO SAI NO PRIMEIRO EVENTO
       01 WS-MATRICULA-ANT     PIC 9(06)   VALUE ZEROES.
       01 WS-EMP-ACHADO-SW     PIC X(01)   VALUE "N".
          88 WS-EMP-ACHADO                  VALUE "S".
       01 WS-CABECALHO-SW      PIC X(01)   VALUE "N".
          88 WS-CABECALHO-FEITO             VALUE "S".
       01 WS-LINHA-ROTULO      PIC X(10)   VALUE SPACES.
       01 WS-LINHA-OBS         PIC X(48)   VALUE SPACES.
      * REGISTRO NO CATALOGO DE RELATORIOS (GRAVA-SPOOL/SPOOLCAT)
       01 WS-SPL-REPORT        PIC X(08)   VALUE "DEPIDREL".
       01 WS-SPL-PROGRAMA      PIC X(20)   VALUE "DEPIDADE".
       01 WS-SPL-LINHAS        PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-AVALIADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FIM-SALFAM  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-FIM-IRRF    PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-INATIVADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REGRAVADOS  PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-AVISOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-EXCECOES    PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-EOF
              PERFORM 00040-FECHA-ARQUIVOS
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      * DEPDMAST E EMPMAST SAO OBRIGATORIOS
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-MI-ANO.
           MOVE MES TO WS-MI-MES.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-MENSAL.
           PERFORM 00013-CALCULA-DATAS.

           DISPLAY " ".
           DISPLAY "INICIO DA APURACAO DE IDADE DOS DEPENDENTES - "
                   WS-MI-MES "/" WS-MI-ANO.
           IF WS-SIMULA
              DISPLAY "RODADA SIMULADA - NENHUMA GRAVACAO SERA FEITA"
           END-IF.

           IF WS-SIMULA
              OPEN INPUT DEPD-MASTER-FILE
           ELSE
              OPEN I-O DEPD-MASTER-FILE
           END-IF.
           IF WS-DEPDMAST-STATUS NOT = "00"
              DISPLAY "*** DEPDMAST NAO ABRIU (STATUS "
                      WS-DEPDMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
              MOVE "DEPDMAST" TO WS-INC-ARQUIVO
              MOVE WS-DEPDMAST-STATUS TO WS-INC-STATUS
              MOVE RC-FATAL TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           ELSE
              OPEN INPUT EMP-MASTER-FILE
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
                 CLOSE DEPD-MASTER-FILE
              ELSE
                 IF NOT WS-SIMULA
                    OPEN EXTEND DEPD-JORNAL-FILE
                    IF WS-DEPDJRNL-STATUS = "35"
                       OPEN OUTPUT DEPD-JORNAL-FILE
                    END-IF
                 END-IF
                 OPEN OUTPUT DEPID-REPORT-FILE
                 PERFORM 00012-TITULO
                 PERFORM 00022-LE-DEPENDENTE
              END-IF
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
      * ANO/MES DE REFERENCIA; CTL-SIMULA "S" TRANSFORMA A RODADA EM
      * PREVIA, SO COM RELATORIO
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-ANO-MES NUMERIC AND
                         CTL-ANO > ZEROES AND CTL-MES > ZEROES AND
                         CTL-MES < 13
                         MOVE CTL-ANO TO WS-MI-ANO
                         MOVE CTL-MES TO WS-MI-MES
                      END-IF
                      IF CTL-SIMULA = "S"
                         MOVE "S" TO WS-SIMULA-SW
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-MENSAL SECTION.
      * COM O ULTIMO EVENTO DO CICLO MENSAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), A APURACAO E DO MES SEGUINTE AO MES
      * FECHADO DO CICLO -- O MES CUJA FOLHA AINDA VAI RODAR --,
      * SOBREPONDO O DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              IF WS-CIC-MES = 12
                 COMPUTE WS-MI-ANO = WS-CIC-ANO + 1
                 MOVE 01 TO WS-MI-MES
              ELSE
                 MOVE WS-CIC-ANO TO WS-MI-ANO
                 COMPUTE WS-MI-MES = WS-CIC-MES + 1
              END-IF
              DISPLAY "CICLO MENSAL DO MAINCTL - APURACAO DO MES QUE "
                      "ABRE DEPOIS DE " WS-CIC-MES "/" WS-CIC-ANO
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
       00012-TITULO        SECTION.
      * PRIMEIRA LINHA DO RELATORIO: DATA DE REFERENCIA DA IDADE E
      * LIMITE DA JANELA DE AVISO
           MOVE SPACES         TO DEPID-REP-REC.
           MOVE "REFERENCIA"   TO DREP-ROTULO.
           MOVE "IDADE NO FIM DO MES / AVISOS ATE"
                               TO DREP-NOME.
           MOVE WS-MES-FIM     TO DREP-NASCIMENTO.
           MOVE WS-AVISO-FIM   TO DREP-DATA-LIMITE.
           IF WS-SIMULA
              MOVE "RODADA SIMULADA - NADA FOI GRAVADO"
                               TO DREP-OBSERVACAO
           END-IF.
           WRITE DEPID-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00012-END.
      *
       00013-CALCULA-DATAS SECTION.
      * ULTIMO DIA DO MES = PRIMEIRO DIA + (DIAS ATE O PRIMEIRO DIA DO
      * MES SEGUINTE - 1), PELA DATEUTIL; O FIM DA JANELA DE AVISO E
      * O ULTIMO DIA DO TERCEIRO MES SEGUINTE, NA MESMA CONTA
           PERFORM 00013A-AVANCA-MES.
           PERFORM 00013B-ULTIMO-DIA.
           MOVE WS-DU-RESULTADO TO WS-MES-FIM.
           PERFORM 00013A-AVANCA-MES WS-MESES-AVISO TIMES.
           PERFORM 00013B-ULTIMO-DIA.
           MOVE WS-DU-RESULTADO TO WS-AVISO-FIM.
       00013-END.
      *
       00013A-AVANCA-MES   SECTION.
      * WS-MES-SEGUINTE PASSA PARA O MES SEGUINTE AO DO WS-MES-INI
      * (NA PRIMEIRA VEZ) OU AO SEU PROPRIO MES (NAS SEGUINTES)
           IF WS-MS-ANO = ZEROES
              MOVE WS-MES-INI-NUM TO WS-MES-SEGUINTE-NUM
           END-IF.
           IF WS-MS-MES = 12
              ADD 1 TO WS-MS-ANO
              MOVE 01 TO WS-MS-MES
           ELSE
              ADD 1 TO WS-MS-MES
           END-IF.
       00013A-END.
      *
       00013B-ULTIMO-DIA   SECTION.
      * DEVOLVE EM WS-DU-RESULTADO O DIA ANTERIOR AO WS-MES-SEGUINTE
           MOVE "D"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-SEGUINTE-NUM TO WS-DU-DATA-1.
           MOVE WS-MES-INI-NUM      TO WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           MOVE "A"                 TO WS-DU-OPERACAO.
           MOVE WS-MES-INI-NUM      TO WS-DU-DATA-1.
           SUBTRACT 1 FROM WS-DU-DIAS.
           PERFORM 00014-CHAMA-DATEUTIL.
       00013B-END.
      *
       00014-CHAMA-DATEUTIL SECTION.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-DU-DATA-1
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
       00014-END.
      *
       00020-PROCESSO      SECTION.
      * SO DEPENDENTES ATIVOS; NA TROCA DE MATRICULA LOCALIZA O
      * EMPREGADO PARA O CABECALHO DO GRUPO
           IF DPD-MATRICULA NOT = WS-MATRICULA-ANT
              PERFORM 00021-TROCA-EMPREGADO
           END-IF.
           IF DPD-ATIVO
              ADD 1 TO WS-TOTAL-AVALIADOS
              PERFORM 00023-APURA-DEPENDENTE
           END-IF.
           PERFORM 00022-LE-DEPENDENTE.
       00020-END.
      *
       00021-TROCA-EMPREGADO SECTION.
           MOVE DPD-MATRICULA TO WS-MATRICULA-ANT.
           MOVE "N"           TO WS-CABECALHO-SW.
           MOVE DPD-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-ACHADO-SW
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-ACHADO-SW
           END-READ.
       00021-END.
      *
       00022-LE-DEPENDENTE SECTION.
           READ DEPD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00022-END.
      *
       00023-APURA-DEPENDENTE SECTION.
      * NASCIMENTO VALIDO E NAO POSTERIOR AO FIM DO MES; IDADE NO FIM
      * DO MES E NO FIM DA JANELA DE AVISO; UM BENEFICIO DE CADA VEZ
           MOVE "D"           TO WS-DU-OPERACAO.
           MOVE DPD-DATA-NASC TO WS-DU-DATA-1 WS-DU-DATA-2.
           PERFORM 00014-CHAMA-DATEUTIL.
           IF WS-DU-STATUS NOT = "00"
              MOVE "DATA DE NASCIMENTO INVALIDA - CORRIGIR NO DEPDMNT"
                   TO WS-LINHA-OBS
              PERFORM 00029-GRAVA-EXCECAO
           ELSE
              IF DPD-DATA-NASC > WS-MES-FIM
                 MOVE "NASCIMENTO POSTERIOR AO FIM DO MES - CORRIGIR"
                      TO WS-LINHA-OBS
                 PERFORM 00029-GRAVA-EXCECAO
              ELSE
                 PERFORM 00024-APLICA-LIMITES
              END-IF
           END-IF.
       00023-END.
      *
       00024-APLICA-LIMITES SECTION.
      * LIMITES DA IDADETAB PELO PARENTESCO (FORA DA TABELA VALE A
      * LINHA "99"); O LIMITE DO IMPOSTO E O DE CURSO SUPERIOR QUANDO
      * HA COMPROVANTE
           MOVE 1 TO WS-IDX-IDADE.
           PERFORM 00024A-PROCURA-PARENTESCO
              UNTIL WS-IDX-IDADE = 4 OR
                    WS-IDADE-PARENTESCO(WS-IDX-IDADE) = DPD-PARENTESCO.
           MOVE WS-IDADE-SALFAM(WS-IDX-IDADE) TO WS-LIM-SALFAM.
           IF DPD-ESTUDANTE-SUPERIOR
              MOVE WS-IDADE-IRRF-SUPERIOR(WS-IDX-IDADE) TO WS-LIM-IRRF
           ELSE
              MOVE WS-IDADE-IRRF(WS-IDX-IDADE) TO WS-LIM-IRRF
           END-IF.

           MOVE DPD-DATA-NASC TO WS-NASC-NUM.
           PERFORM 00025-CALCULA-IDADES.
           MOVE DPD-REC TO WS-REG-ANTES.
           MOVE "N"     TO WS-ALTERADO-SW.

           IF WS-LIM-SALFAM > ZEROES AND WS-LIM-SALFAM < 99 AND
              NOT DPD-SEM-SALFAM
              MOVE WS-LIM-SALFAM TO WS-LIMITE
              MOVE "SAL-FAM"     TO WS-BENEFICIO
              PERFORM 00026-CONFERE-BENEFICIO
              IF WS-IDADE NOT < WS-LIMITE
                 MOVE "N" TO DPD-SALFAM
                 ADD 1 TO WS-TOTAL-FIM-SALFAM
              END-IF
           END-IF.

           IF WS-LIM-IRRF > ZEROES AND WS-LIM-IRRF < 99 AND
              NOT DPD-SEM-IRRF
              MOVE WS-LIM-IRRF   TO WS-LIMITE
              MOVE "IRRF"        TO WS-BENEFICIO
              PERFORM 00026-CONFERE-BENEFICIO
              IF WS-IDADE NOT < WS-LIMITE
                 MOVE "N" TO DPD-IRRF
                 ADD 1 TO WS-TOTAL-FIM-IRRF
              END-IF
           END-IF.

           IF (WS-LIM-SALFAM = ZEROES OR DPD-SEM-SALFAM) AND
              (WS-LIM-IRRF = ZEROES OR DPD-SEM-IRRF)
              MOVE "I"  TO DPD-SITUACAO
              MOVE "S"  TO WS-ALTERADO-SW
              ADD 1 TO WS-TOTAL-INATIVADOS
              MOVE "INATIVADO"       TO WS-LINHA-ROTULO
              MOVE SPACES            TO WS-BENEFICIO
              MOVE ZEROES            TO WS-DATA-LIMITE-NUM
              MOVE "DEPENDENTE SEM NENHUM BENEFICIO - INATIVADO"
                   TO WS-LINHA-OBS
              PERFORM 00028-GRAVA-LINHA
           END-IF.

           IF WS-ALTERADO
              ADD 1 TO WS-TOTAL-REGRAVADOS
              ADD DPD-MATRICULA TO WS-HASH-MATRICULA
              IF NOT WS-SIMULA
                 PERFORM 00027-REGRAVA-DEPENDENTE
              END-IF
           END-IF.
       00024-END.
      *
       00024A-PROCURA-PARENTESCO SECTION.
           ADD 1 TO WS-IDX-IDADE.
       00024A-END.
      *
       00025-CALCULA-IDADES SECTION.
      * IDADE EM ANOS COMPLETOS NO ULTIMO DIA DO MES E NO ULTIMO DIA
      * DA JANELA DE AVISO
           MOVE ZEROES TO WS-IDADE WS-IDADE-AVISO.
           MOVE WS-NR-MMDD TO WS-NASC-MMDD.
           COMPUTE WS-IDADE = WS-MF-ANO - WS-NR-ANO.
           IF WS-MF-MMDD < WS-NASC-MMDD
              SUBTRACT 1 FROM WS-IDADE
           END-IF.
           COMPUTE WS-IDADE-AVISO = WS-AF-ANO - WS-NR-ANO.
           IF WS-AF-MMDD < WS-NASC-MMDD
              SUBTRACT 1 FROM WS-IDADE-AVISO
           END-IF.
       00025-END.
      *
       00026-CONFERE-BENEFICIO SECTION.
      * LIMITE JA ATINGIDO NO FIM DO MES: ENCERRA; ATINGIDO DENTRO DA
      * JANELA: AVISO, PEDINDO O COMPROVANTE DE CURSO SUPERIOR QUANDO
      * ELE AINDA ESTENDERIA O LIMITE DO IMPOSTO
           MOVE WS-NASC-NUM TO WS-DATA-LIMITE-NUM.
           ADD WS-LIMITE TO WS-DL-ANO.
           IF WS-DL-MES = 02 AND WS-DL-DIA = 29
              MOVE "B" TO WS-DU-OPERACAO
              MOVE WS-DATA-LIMITE-NUM TO WS-DU-DATA-1
              PERFORM 00014-CHAMA-DATEUTIL
              IF WS-DU-UTIL-SW NOT = "S"
                 MOVE 03 TO WS-DL-MES
                 MOVE 01 TO WS-DL-DIA
              END-IF
           END-IF.
           IF WS-IDADE NOT < WS-LIMITE
              MOVE "S"         TO WS-ALTERADO-SW
              MOVE "ENCERRADO" TO WS-LINHA-ROTULO
              MOVE "LIMITE DE IDADE ATINGIDO - BENEFICIO ENCERRADO"
                   TO WS-LINHA-OBS
              PERFORM 00028-GRAVA-LINHA
           ELSE
              IF WS-IDADE-AVISO NOT < WS-LIMITE
                 ADD 1 TO WS-TOTAL-AVISOS
                 MOVE "AVISO"     TO WS-LINHA-ROTULO
                 IF WS-BENEFICIO = "IRRF" AND
                    NOT DPD-ESTUDANTE-SUPERIOR AND
                    WS-IDADE-IRRF-SUPERIOR(WS-IDX-IDADE) > WS-LIMITE
                    MOVE "SOLICITAR COMPROVANTE DE MATRICULA "
                         TO WS-LINHA-OBS
                    MOVE "UNIVERSITARIA" TO WS-LINHA-OBS(36:13)
                 ELSE
                    MOVE "BENEFICIO SERA ENCERRADO NA DATA LIMITE"
                         TO WS-LINHA-OBS
                 END-IF
                 PERFORM 00028-GRAVA-LINHA
              END-IF
           END-IF.
       00026-END.
      *
       00027-REGRAVA-DEPENDENTE SECTION.
      * REGRAVA O DEPENDENTE E GRAVA O JORNAL COM AS IMAGENS
      * ANTES/DEPOIS
           REWRITE DPD-REC
               INVALID KEY
                   DISPLAY "*** FALHA NA REGRAVACAO DO DEPENDENTE "
                           DPD-MATRICULA "-" DPD-SEQ " ***"
           END-REWRITE.
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES             TO DPJ-REC.
           MOVE WS-JRN-DATA(1:4)   TO DPJ-ANO.
           MOVE WS-JRN-DATA(5:2)   TO DPJ-MES.
           MOVE WS-JRN-DATA(7:2)   TO DPJ-DIA.
           MOVE WS-JRN-HORA(1:2)   TO DPJ-HH.
           MOVE WS-JRN-HORA(3:2)   TO DPJ-MM.
           MOVE WS-JRN-HORA(5:2)   TO DPJ-SS.
           MOVE WS-OPERADOR        TO DPJ-OPERADOR.
           MOVE "A"                TO DPJ-OPERACAO.
           MOVE DPD-CHAVE          TO DPJ-CHAVE.
           MOVE WS-REG-ANTES       TO DPJ-ANTES.
           MOVE DPD-REC            TO DPJ-DEPOIS.
           WRITE DPJ-REC.
       00027-END.
      *
       00028-GRAVA-LINHA   SECTION.
      * LINHA DO DEPENDENTE NO GRUPO DO EMPREGADO; O CABECALHO DO
      * GRUPO SAI ANTES DA PRIMEIRA LINHA
           IF NOT WS-CABECALHO-FEITO
              PERFORM 00028A-CABECALHO-EMPREGADO
           END-IF.
           MOVE SPACES          TO DEPID-REP-REC.
           MOVE WS-LINHA-ROTULO TO DREP-ROTULO.
           MOVE DPD-MATRICULA   TO DREP-MATRICULA.
           MOVE DPD-SEQ         TO DREP-SEQ.
           MOVE DPD-NOME        TO DREP-NOME.
           MOVE DPD-PARENTESCO  TO DREP-PARENTESCO.
           MOVE DPD-DATA-NASC   TO DREP-NASCIMENTO.
           IF WS-LINHA-ROTULO NOT = "EXCECAO"
              MOVE WS-IDADE     TO DREP-IDADE
           END-IF.
           MOVE WS-BENEFICIO    TO DREP-BENEFICIO.
           IF WS-DATA-LIMITE-NUM > ZEROES
              MOVE WS-DATA-LIMITE-NUM TO DREP-DATA-LIMITE
           END-IF.
           MOVE WS-LINHA-OBS    TO DREP-OBSERVACAO.
           WRITE DEPID-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00028-END.
      *
       00028A-CABECALHO-EMPREGADO SECTION.
           MOVE "S"              TO WS-CABECALHO-SW.
           MOVE SPACES           TO DEPID-REP-REC.
           MOVE "EMPREGADO"      TO DREP-ROTULO.
           MOVE DPD-MATRICULA    TO DREP-MATRICULA.
           IF WS-EMP-ACHADO
              MOVE EMP-NOME         TO DREP-NOME
              MOVE "CELULA"         TO DREP-OBSERVACAO(1:6)
              MOVE EMP-SETOR        TO DREP-OBSERVACAO(8:1)
              MOVE EMP-DEPTO        TO DREP-OBSERVACAO(10:1)
              MOVE EMP-SERVIDOR-IDX TO DREP-OBSERVACAO(12:1)
              IF EMP-DESLIGADO
                 MOVE "- DESLIGADO"  TO DREP-OBSERVACAO(14:11)
              END-IF
           ELSE
              MOVE "(MATRICULA NAO CONSTA NO EMPMAST)" TO DREP-NOME
           END-IF.
           WRITE DEPID-REP-REC.
           ADD 1 TO WS-SPL-LINHAS.
       00028A-END.
      *
       00029-GRAVA-EXCECAO SECTION.
           ADD 1 TO WS-TOTAL-EXCECOES.
           MOVE "EXCECAO" TO WS-LINHA-ROTULO.
           MOVE SPACES    TO WS-BENEFICIO.
           MOVE ZEROES    TO WS-DATA-LIMITE-NUM.
           PERFORM 00028-GRAVA-LINHA.
       00029-END.
      *
       00040-FECHA-ARQUIVOS SECTION.
           CLOSE DEPD-MASTER-FILE.
           CLOSE EMP-MASTER-FILE.
           IF NOT WS-SIMULA
              CLOSE DEPD-JORNAL-FILE
           END-IF.
           CLOSE DEPID-REPORT-FILE.
           CALL "GRAVA-SPOOL" USING WS-SPL-REPORT WS-SPL-PROGRAMA
                                     WS-SPL-LINHAS
           END-CALL.
       00040-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "DEPIDADE"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-REGRAVADOS  TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-EXCECOES    TO AUDIT-QTDE-REJEIT.
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
       00047-END.
      *
       00048-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM DOS MESTRES NAO
      * ABRIU, ALERTA SE HA DEPENDENTE COM NASCIMENTO A CORRIGIR,
      * NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-EXCECOES > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00048-END.
      *
       00050-FIM           SECTION.
      *
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "DEPENDENTES LIDOS....: " WS-TOTAL-LIDOS.
           DISPLAY "DEPENDENTES ATIVOS...: " WS-TOTAL-AVALIADOS.
           DISPLAY "SAL-FAMILIA ENCERRADO: " WS-TOTAL-FIM-SALFAM.
           DISPLAY "IRRF ENCERRADO.......: " WS-TOTAL-FIM-IRRF.
           DISPLAY "DEPENDENTES INATIVOS.: " WS-TOTAL-INATIVADOS.
           DISPLAY "REGISTROS REGRAVADOS.: " WS-TOTAL-REGRAVADOS.
           DISPLAY "AVISOS (PROX. MESES).: " WS-TOTAL-AVISOS.
           DISPLAY "EXCECOES.............: " WS-TOTAL-EXCECOES.
           DISPLAY "HASH DE MATRICULAS...: " WS-HASH-MATRICULA.
           IF WS-SIMULA
              DISPLAY "RODADA SIMULADA - NADA FOI GRAVADO"
           END-IF.
           PERFORM 00048-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DA APURACAO DE IDADE DOS DEPENDENTES".
       00050-END.
