       IDENTIFICATION      DIVISION.
       PROGRAM-ID. EMPAGING.
      *
      ******************************************************************
      * Author:       Equipe de Sistemas
      * Date-Written:  2026-10-15
      * Purpose:       Relatorio de envelhecimento das alteracoes do
      *                mestre de empregados que esperam aprovacao: le o
      *                EMPPEND (gravado pelo EMPMNT, decidido no
      *                EMPAPROV) e lista cada pendencia ainda nao
      *                decidida com mais dias em aberto do que o limite
      *                (CTL-JANELA-DIAS do cartao de controle; sem
      *                cartao, 3 dias), com quem pediu e os dias em
      *                aberto (DATEUTIL), fechando com a quantidade e a
      *                mais antiga -- nos moldes do CPFAGING sobre o
      *                CPFPEND.
      ******************************************************************
      * Modification History:
      * 2026-10-15  RMS  Programa original.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT EMP-PEND-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WS-EMPPEND-STATUS.

           SELECT AGING-REPORT-FILE ASSIGN TO "EMPAGREL"
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
       FD  EMP-PEND-FILE.
           COPY PNDREC.

       FD  AGING-REPORT-FILE.
       01  AGING-REP-REC.
           03 AREP-TIPO            PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-MATRICULA       PIC X(06).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-DATA-PEDIDO     PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-OPERADOR        PIC X(08).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-QTDE            PIC 9(05).
           03 FILLER                PIC X(02)   VALUE SPACES.
           03 AREP-DIAS            PIC 9(05).

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       FD  AUDIT-TRAIL-FILE.
           COPY AUDITREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
       01 WS-AUDIT-DATA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-HORA        PIC 9(08)   VALUE ZEROES.
       01 WS-AUDIT-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-EMPPEND-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-SYSIN-STATUS      PIC X(02)   VALUE SPACES.
       01 WS-ABORT-SW          PIC X(01)   VALUE "N".
          88 WS-ABORT                       VALUE "S".
       01 WS-EOF-SW            PIC X(01)   VALUE "N".
          88 WS-EOF                         VALUE "Y".
       01 WS-HOJE-NUM          PIC 9(08)   VALUE ZEROES.
      * DIAS EM ABERTO A PARTIR DOS QUAIS A PENDENCIA E LISTADA,
      * SOBREPONIVEL PELO SYSIN (CTL-JANELA-DIAS)
       01 WS-LIMITE-DIAS       PIC 9(03)   VALUE 3.
      * CAMPOS DA CHAMADA A DATEUTIL (DIFERENCA EM DIAS CORRIDOS)
       01 WS-DU-OPERACAO       PIC X(01)   VALUE SPACES.
       01 WS-DU-DIAS           PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO      PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW        PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS         PIC X(02)   VALUE SPACES.
       01 WS-DIAS-ABERTO       PIC 9(05)   VALUE ZEROES.
       01 WS-MAX-DIAS          PIC 9(05)   VALUE ZEROES.
       01 WS-TOTAL-LIDOS       PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-PENDENTES   PIC 9(07)   VALUE ZEROES.
       01 WS-TOTAL-VENCIDAS    PIC 9(07)   VALUE ZEROES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           PERFORM 00010-INICIO.
           IF NOT WS-ABORT
              PERFORM 00020-PROCESSO UNTIL WS-EOF
              PERFORM 00040-IMPRIME-RESUMO
           END-IF.
           PERFORM 00050-FIM.
           GOBACK.
       00010-INICIO        SECTION.
      *
           ACCEPT WS-HOJE-NUM FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "INICIO DO ENVELHECIMENTO DAS APROVACOES PENDENTES".

           PERFORM 00011-LE-CARTAO-CONTROLE.
           DISPLAY "LIMITE EM DIAS: " WS-LIMITE-DIAS.

           OPEN INPUT EMP-PEND-FILE.
           IF WS-EMPPEND-STATUS NOT = "00"
              DISPLAY "*** EMPPEND NAO ABRIU (STATUS "
                      WS-EMPPEND-STATUS ") - PASSO ABORTADO ***"
              MOVE "S" TO WS-ABORT-SW
           ELSE
              OPEN OUTPUT AGING-REPORT-FILE
              PERFORM 00024-LE-PENDENCIA
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) COM O LIMITE EM
      * DIAS; SEM SYSIN, OU COM O CAMPO ZERADO, VALE O DEFAULT
           OPEN INPUT CONTROL-CARD-FILE.
           IF WS-SYSIN-STATUS = "00"
              READ CONTROL-CARD-FILE
                  NOT AT END
                      IF CTL-JANELA-DIAS NUMERIC AND
                         CTL-JANELA-DIAS > ZEROES
                         MOVE CTL-JANELA-DIAS TO WS-LIMITE-DIAS
                      END-IF
              END-READ
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00020-PROCESSO      SECTION.
      * PENDENCIA AINDA NAO DECIDIDA: CALCULA OS DIAS EM ABERTO
      * (DATEUTIL) E LISTA SE PASSOU DO LIMITE
           IF PND-PENDENTE
              ADD 1 TO WS-TOTAL-PENDENTES
              MOVE "D" TO WS-DU-OPERACAO
              CALL "DATEUTIL" USING WS-DU-OPERACAO WS-HOJE-NUM
                                     PND-DATA-PEDIDO WS-DU-DIAS
                                     WS-DU-RESULTADO WS-DU-UTIL-SW
                                     WS-DU-STATUS
              END-CALL
              IF WS-DU-STATUS = "00" AND WS-DU-DIAS >= ZEROES
                 MOVE WS-DU-DIAS TO WS-DIAS-ABERTO
              ELSE
                 MOVE ZEROES TO WS-DIAS-ABERTO
              END-IF
              IF WS-DIAS-ABERTO > WS-LIMITE-DIAS
                 MOVE SPACES              TO AGING-REP-REC
                 MOVE "PENDEN"            TO AREP-TIPO
                 MOVE PND-MATRICULA       TO AREP-MATRICULA
                 MOVE PND-DATA-PEDIDO     TO AREP-DATA-PEDIDO
                 MOVE PND-OPERADOR-PEDIDO TO AREP-OPERADOR
                 MOVE WS-DIAS-ABERTO      TO AREP-DIAS
                 WRITE AGING-REP-REC
                 ADD 1 TO WS-TOTAL-VENCIDAS
                 IF WS-DIAS-ABERTO > WS-MAX-DIAS
                    MOVE WS-DIAS-ABERTO TO WS-MAX-DIAS
                 END-IF
              END-IF
           END-IF.
           PERFORM 00024-LE-PENDENCIA.
       00020-END.
      *
       00024-LE-PENDENCIA  SECTION.
      * LE A PROXIMA PENDENCIA DO EMPPEND, NA ORDEM DA CHAVE
           READ EMP-PEND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ.
       00024-END.
      *
       00040-IMPRIME-RESUMO SECTION.
      * RESUMO: QUANTAS PASSARAM DO LIMITE E A MAIS ANTIGA
           MOVE SPACES             TO AGING-REP-REC.
           MOVE "TOTAL"            TO AREP-TIPO.
           MOVE WS-TOTAL-VENCIDAS  TO AREP-QTDE.
           MOVE WS-MAX-DIAS        TO AREP-DIAS.
           WRITE AGING-REP-REC.
       00040-END.
      *
       00047-GRAVA-AUDITORIA SECTION.
      * GRAVA UM REGISTRO DE TRILHA DE AUDITORIA DESTA EXECUCAO NO
      * ARQUIVO COMPARTILHADO AUDITLOG
           ACCEPT WS-AUDIT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-HORA FROM TIME.
           MOVE SPACES               TO AUDIT-REC.
           MOVE "EMPAGING"           TO AUDIT-PROGRAMA.
           MOVE WS-AUDIT-DATA(1:4)   TO AUDIT-ANO.
           MOVE WS-AUDIT-DATA(5:2)   TO AUDIT-MES.
           MOVE WS-AUDIT-DATA(7:2)   TO AUDIT-DIA.
           MOVE WS-AUDIT-HORA(1:2)   TO AUDIT-HORA.
           MOVE WS-AUDIT-HORA(3:2)   TO AUDIT-MINUTO.
           MOVE WS-AUDIT-HORA(5:2)   TO AUDIT-SEGUNDO.
           MOVE WS-TOTAL-LIDOS       TO AUDIT-QTDE-LIDOS.
           MOVE WS-TOTAL-VENCIDAS    TO AUDIT-QTDE-ACEITOS.
           MOVE ZEROES               TO AUDIT-QTDE-REJEIT.
           MOVE ZEROES               TO AUDIT-HASH-TOTAL.
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
       00050-FIM           SECTION.
      *
           IF NOT WS-ABORT
              CLOSE EMP-PEND-FILE
              CLOSE AGING-REPORT-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "REGISTROS LIDOS NO EMPPEND.: " WS-TOTAL-LIDOS.
           DISPLAY "AGUARDANDO APROVACAO.......: " WS-TOTAL-PENDENTES.
           DISPLAY "ALEM DO LIMITE (LISTADAS)..: " WS-TOTAL-VENCIDAS.
           DISPLAY "MAIS ANTIGA (DIAS).........: " WS-MAX-DIAS.
           PERFORM 00051-DEFINE-RETORNO.
           PERFORM 00047-GRAVA-AUDITORIA.
           DISPLAY "FIM DO ENVELHECIMENTO DAS APROVACOES PENDENTES".
       00050-END.
      *
       00051-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O EMPPEND NAO ABRIU,
      * ALERTA SE HA PENDENCIA ALEM DO LIMITE (HA APROVACAO A
      * COBRAR), NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-VENCIDAS > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00051-END.
