      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Quando o MAINCTL roda o ciclo anual de janeiro
      *                  (ultimo evento do ciclo "A" no controle
      *                  CICLOCTL em "E"), o ano consolidado e o ano
      *                  fechado do ciclo, no lugar do default e do
      *                  CTL-ANO do cartao.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *

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
       01 WS-INC-PROGRAMA      PIC X(20)   VALUE "FECHAANUAL".
       01 WS-INC-ARQUIVO       PIC X(08)   VALUE SPACES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ANO TO WS-FECHA-ANO.
           PERFORM 00011-LE-CARTAO-CONTROLE.
           PERFORM 00011A-LE-CICLO-FECHAMENTO.

           DISPLAY " ".
           DISPLAY "INICIO DA CONSOLIDACAO ANUAL DO PONTO - "
              CLOSE CONTROL-CARD-FILE
           END-IF.
       00011-END.
      *
       00011A-LE-CICLO-FECHAMENTO SECTION.
      * COM O ULTIMO EVENTO DO CICLO ANUAL DO CICLOCTL EM "E" (CICLO
      * EM EXECUCAO NO MAINCTL), O ANO FECHADO DO CICLO SOBREPOE O
      * DEFAULT E O CARTAO
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              PERFORM 00011B-GUARDA-CICLO UNTIL WS-CIC-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
           IF WS-CIC-SITUACAO = "E"
              MOVE WS-CIC-ANO TO WS-FECHA-ANO
              DISPLAY "CICLO ANUAL DO MAINCTL - ANO FECHADO "
                      WS-CIC-ANO
           END-IF.
       00011A-END.
      *
       00011B-GUARDA-CICLO SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-CIC-EOF-SW
               NOT AT END
                   IF CIC-TIPO = "A"
                      MOVE CIC-SITUACAO TO WS-CIC-SITUACAO
                      MOVE CIC-ANO-MES  TO WS-CIC-ANO-MES
                   END-IF
           END-READ.
       00011B-END.
      *
       00020-PROCESSO      SECTION.
      * O ACUMULADOR VEM EM ORDEM DE CHAVE (MATRICULA + ANO/MES),
