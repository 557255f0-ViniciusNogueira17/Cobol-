       IDENTIFICATION      DIVISION.
       PROGRAM-ID. ENDCONF.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Conferencia de consistencia do cadastro de
      *                enderecos: le o ENDMAST e, para cada endereco,
      *                busca o empregado no EMPMAST e a regiao fiscal do
      *                CPF (CPF-MST-UF-COD) no CPFMAST, passando UF, CEP
      *                e regiao pela VALIDA-CEP. Aponta UF inexistente,
      *                CEP fora da faixa da UF, UF fora das cobertas
      *                pela regiao fiscal do CPF (sinal de fraude) e
      *                endereco sem empregado no mestre. CPF ausente do
      *                CPFMAST fica sem a conferencia de regiao (caso
      *                do EMPCPFCK). Desligado fica de fora, salvo
      *                cartao de controle (CTL-INCLUI-DESLIG = "S").
      *                Totais na trilha de auditoria como qualquer
      *                outro passo.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT END-MASTER-FILE ASSIGN TO "ENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS END-MATRICULA
               FILE STATUS IS WS-ENDMAST-STATUS.

           SELECT EMP-MASTER-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CPF-MASTER-FILE ASSIGN TO "CPFMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF-MST-CHAVE
               FILE STATUS IS WS-CPFMAST-STATUS.

           SELECT CONF-REPORT-FILE ASSIGN TO "ENDCONFR"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  END-MASTER-FILE.
           COPY ENDREC.

       FD  EMP-MASTER-FILE.
           COPY EMPREC.

       FD  CPF-MASTER-FILE.
           COPY CPFMSTR.

       FD  CONF-REPORT-FILE.
       01  CONF-REP-REC.
           03 EREP-MATRICULA       PIC 9(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-NOME            PIC X(40).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-CPF             PIC X(11).
      *       CPF MASCARADO (MASCARA-CPF)
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-REGIAO          PIC X(01).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-UF              PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-CEP             PIC 9(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-MOTIVO-COD      PIC X(02).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 EREP-MOTIVO-DESC     PIC X(40).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-ENDMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-EMPMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CPFMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
      * SEM O CPFMAST A CONFERENCIA DE REGIAO FISCAL NAO RODA, MAS O
      * RESTO DO PASSO SEGUE
       01 WS-CPFMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CPFMAST-OK                  VALUE "S".
       01 WS-INCLUI-DESLIG-SW  PIC X(01)   VALUE "N".
          88 WS-INCLUI-DESLIG               VALUE "S".
       01 WS-EMP-ACHADO-SW     PIC X(01)   VALUE "N".
          88 WS-EMP-ACHADO                  VALUE "S".
       01 WS-REGIAO-CPF        PIC X(01)   VALUE SPACES.
       01 WS-CEP-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CPF-MASCARADO     PIC X(11)   VALUE SPACES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PULADOS     PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-LIMPOS      PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-APONTADOS   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-REGIAO      PIC 9(07)   VALUE ZEROES.
       01 WS-HASH-MATRICULA    PIC 9(09)   VALUE ZEROES.
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
           DISPLAY " ".
           DISPLAY "INICIO DA CONFERENCIA DE ENDERECOS (UF X CEP)".
           PERFORM 00011-LE-CARTAO-CONTROLE.

           OPEN INPUT END-MASTER-FILE.
           IF WS-ENDMAST-STATUS NOT = "00"
              DISPLAY "*** ENDMAST NAO ABRIU (STATUS "
                      WS-ENDMAST-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN INPUT EMP-MASTER-FILE
              IF WS-EMPMAST-STATUS NOT = "00"
                 DISPLAY "*** EMPMAST NAO ABRIU (STATUS "
                         WS-EMPMAST-STATUS ") - PASSO ABORTADO ***"
                 MOVE "S" TO WS-ABORT-SW
                 CLOSE END-MASTER-FILE
              ELSE
                 OPEN INPUT CPF-MASTER-FILE
                 IF WS-CPFMAST-STATUS = "00"
                    MOVE "S" TO WS-CPFMAST-OK-SW
                 ELSE
                    DISPLAY "AVISO: CPFMAST NAO ABRIU (STATUS "
                            WS-CPFMAST-STATUS ") - REGIAO FISCAL DO "
                            "CPF NAO CONFERIDA"
                 END-IF
                 OPEN OUTPUT CONF-REPORT-FILE
                 PERFORM 00024-LE-ENDERECO
              END-IF
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN): CTL-INCLUI-DESLIG
      * "S" TRAZ OS DESLIGADOS PARA A CONFERENCIA
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-INCLUI-DESLIG = "S"
                         MOVE "S" TO WS-INCLUI-DESLIG-SW
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * BUSCA O EMPREGADO E A REGIAO FISCAL DO CPF E CONFERE O
      * ENDERECO; QUALQUER PENDENCIA VIRA LINHA DO RELATORIO COM O
      * MOTIVO (01-04 SAO OS STATUS DA VALIDA-CEP, 05 ENDERECO SEM
      * EMPREGADO NO MESTRE)
           MOVE SPACES        TO CONF-REP-REC.
           MOVE SPACES        TO WS-REGIAO-CPF.
           MOVE "N"           TO WS-EMP-ACHADO-SW.
           MOVE END-MATRICULA TO EMP-MATRICULA.
           READ EMP-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EMP-NOME EMP-CPF
                   MOVE "05" TO EREP-MOTIVO-COD
                   MOVE "ENDERECO SEM EMPREGADO NO EMPMAST"
                        TO EREP-MOTIVO-DESC
                   PERFORM 00026-GRAVA-APONTAMENTO
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-ACHADO-SW
           END-READ.

           IF WS-EMP-ACHADO
              IF EMP-DESLIGADO AND NOT WS-INCLUI-DESLIG
                 ADD 1 TO WS-TOTAL-PULADOS
              ELSE
                 PERFORM 00025-CONFERE-ENDERECO
              END-IF
           END-IF.
           PERFORM 00024-LE-ENDERECO.
       00020-END.
      *
       00024-LE-ENDERECO   SECTION.
      * LE O PROXIMO REGISTRO DO CADASTRO DE ENDERECOS
           READ END-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   ADD END-MATRICULA TO WS-HASH-MATRICULA
           END-READ.
       00024-END.
      *
       00025-CONFERE-ENDERECO SECTION.
      * REGIAO FISCAL GRAVADA NO CPFMAST PARA O CPF DO EMPREGADO; CPF
      * AUSENTE DO MESTRE CONFERE SO UF X CEP
           IF WS-CPFMAST-OK
              MOVE EMP-CPF TO CPF-MST-CHAVE
              READ CPF-MASTER-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CPF-MST-UF-COD TO WS-REGIAO-CPF
              END-READ
           END-IF.
           CALL "VALIDA-CEP" USING END-UF END-CEP WS-REGIAO-CPF
                                    WS-CEP-STATUS
           END-CALL.
           MOVE WS-CEP-STATUS TO EREP-MOTIVO-COD.
           EVALUATE WS-CEP-STATUS
               WHEN "00"
                   ADD 1 TO WS-TOTAL-LIMPOS
               WHEN "01"
                   MOVE "UF INEXISTENTE"
                        TO EREP-MOTIVO-DESC
               WHEN "02"
                   MOVE "CEP NAO NUMERICO OU ZERADO"
                        TO EREP-MOTIVO-DESC
               WHEN "03"
                   MOVE "CEP FORA DA FAIXA DA UF"
                        TO EREP-MOTIVO-DESC
               WHEN OTHER
                   MOVE "UF FORA DA REGIAO FISCAL DO CPF"
                        TO EREP-MOTIVO-DESC
                   ADD 1 TO WS-TOTAL-REGIAO
           END-EVALUATE.
           IF WS-CEP-STATUS NOT = "00"
              PERFORM 00026-GRAVA-APONTAMENTO
           END-IF.
       00025-END.
      *
       00026-GRAVA-APONTAMENTO SECTION.
      * GRAVA A PENDENCIA NO RELATORIO (O MOTIVO JA FOI PREENCHIDO
      * POR QUEM DETECTOU), SEMPRE COM O CPF MASCARADO
           IF EMP-CPF = SPACES
              MOVE SPACES TO WS-CPF-MASCARADO
           ELSE
              CALL "MASCARA-CPF" USING EMP-CPF WS-CPF-MASCARADO
              END-CALL
           END-IF.
           MOVE END-MATRICULA    TO EREP-MATRICULA.
           MOVE EMP-NOME         TO EREP-NOME.
           MOVE WS-CPF-MASCARADO TO EREP-CPF.
           MOVE WS-REGIAO-CPF    TO EREP-REGIAO.
           MOVE END-UF           TO EREP-UF.
           MOVE END-CEP          TO EREP-CEP.
           WRITE CONF-REP-REC.
           ADD 1 TO WS-TOTAL-APONTADOS.
       00026-END.
      *
       00029-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "ENDCONF"            TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-LIMPOS      TO AUDIT-QTDE-ACEITOS.
           MOVE WS-TOTAL-APONTADOS   TO AUDIT-QTDE-REJEIT.
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
       00029-END.
      *
       00030-FIM           SECTION.
      *
           IF NOT WS-ABORT
              CLOSE END-MASTER-FILE
              CLOSE EMP-MASTER-FILE
              CLOSE CONF-REPORT-FILE
              IF WS-CPFMAST-OK
                 CLOSE CPF-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "DESLIGADOS PULADOS..: " WS-TOTAL-PULADOS.
           DISPLAY "ENDERECOS CONSISTENT: " WS-TOTAL-LIMPOS.
           DISPLAY "ENDERECOS APONTADOS.: " WS-TOTAL-APONTADOS.
           DISPLAY "  UF FORA DA REGIAO.: " WS-TOTAL-REGIAO.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029-GRAVA-AUDITORIA.
           DISPLAY "FIM DA CONFERENCIA DE ENDERECOS".
       00030-END.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UM MESTRE OBRIGATORIO
      * NAO ABRIU, ALERTA SE HOUVE ENDERECO APONTADO, NORMAL CASO
      * CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-APONTADOS > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
