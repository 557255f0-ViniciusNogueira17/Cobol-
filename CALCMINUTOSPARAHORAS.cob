      *                  -- nunca no HORASREL, PONTOMES ou FOLHAINT.
      *                  Cracha com contrato vencido e o novo motivo
      *                  10.
      * 2026-10-15  RMS  Escalas de revezamento: matricula com o dia
      *                  expandido no ESCDIA (passo ESCEXPAN, padroes
      *                  do ESCMNT) passa a ter o limite do dia pelos
      *                  minutos esperados da escala naquela data, em
      *                  vez da jornada do dia da semana no JORMAST --
      *                  o 12X36 deixa de gerar 4 horas extras por
      *                  plantao. Folga da escala com ponto converte
      *                  tudo como extra. Dia de turno noturno da
      *                  escala sem detalhe de batidas no PONTODET e
      *                  sinalizado no PONTOEXC (novo motivo 11), pois
      *                  o adicional noturno nao tem como ser apurado.
      * 2026-10-15  RMS  Autorizacao previa de hora extra: o extra do
      *                  dia so vai para o FOLHAINT/PONTOMES ate o
      *                  maximo autorizado pelo gestor no HEAMAST
      *                  (HEAMNT); o excedente fica retido no HEXRET,
      *                  com a celula do empregado, para o relatorio
      *                  HEXREL e a decisao do RH no HEXLIB. O que o RH
      *                  liberou desde a ultima rodada entra no
      *                  FOLHAINT (com a data original do movimento) e
      *                  no PONTOMES do mes em conversao, e o registro
      *                  passa a enviado. Sem o HEAMAST, todo extra
      *                  segue autorizado, como antes.
      * 2026-10-15  RMS  O PTM-REC ganhou a parcela da empresa de
      *                  origem (PTM-ORIGEM, preenchida pela
      *                  transferencia entre empresas EMPCIATR); o
      *                  registro aberto aqui no mes passa a zera-la.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS JOR-MATRICULA
               FILE STATUS IS WS-JORMAST-STATUS.

           SELECT ESD-DIA-FILE ASSIGN TO "ESCDIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-CHAVE
               FILE STATUS IS WS-ESCDIA-STATUS.

           SELECT TER-MASTER-FILE ASSIGN TO "TERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TER-MATRICULA
               FILE STATUS IS WS-TERMAST-STATUS.

           SELECT HEA-MASTER-FILE ASSIGN TO "HEAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEA-CHAVE
               FILE STATUS IS WS-HEAMAST-STATUS.

           SELECT HEX-RETIDO-FILE ASSIGN TO "HEXRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HEX-CHAVE
               FILE STATUS IS WS-HEXRET-STATUS.

           SELECT TERC-REPORT-FILE ASSIGN TO "TERCREL"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  JOR-MASTER-FILE.
           COPY JORREC.

       FD  ESD-DIA-FILE.
           COPY ESDREC.

       FD  TER-MASTER-FILE.
           COPY TERREC.

       FD  HEA-MASTER-FILE.
           COPY HEAREC.

       FD  HEX-RETIDO-FILE.
           COPY HEXREC.

       FD  TERC-REPORT-FILE.
       01  TERC-REP-REC.
           03 TREP-CNPJ            PIC X(14).
          88 WS-JORMAST-OK               VALUE "S".
       01 WS-TEM-JORNADA-SW    PIC X(01)  VALUE "N".
          88 WS-TEM-JORNADA              VALUE "S".
      * SEM A ESCALA EXPANDIDA (ESCDIA), TODA MATRICULA SEGUE A
      * JORNADA SEMANAL DO JORMAST
       01 WS-ESCDIA-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-ESCDIA-OK-SW      PIC X(01)  VALUE "N".
          88 WS-ESCDIA-OK                VALUE "S".
       01 WS-TEM-ESCALA-SW     PIC X(01)  VALUE "N".
          88 WS-TEM-ESCALA               VALUE "S".
       01 WS-TOTAL-NOITE-SEM-DET PIC 9(05) VALUE ZEROES.
      * LIMITE DE MINUTOS DO DIA EM CONVERSAO: A JORNADA DO EMPREGADO
      * PARA O DIA DA SEMANA, OU O LIMITE GLOBAL NA FALTA DELA
       01 WS-LIMITE-DIA        PIC 9(04)  VALUE ZEROES.
          88 WS-TERC-ACHADO              VALUE "S".
       01 WS-TERC-VALIDO-SW    PIC X(01)  VALUE "N".
          88 WS-TERC-VALIDO              VALUE "S".
      * AUTORIZACAO PREVIA DE HORA EXTRA: SEM O HEAMAST TODO EXTRA
      * SEGUE AUTORIZADO, COMO ANTES; SEM O HEXRET NAO HA ONDE RETER,
      * ENTAO O EXTRA TAMBEM SEGUE INTEIRO E A RODADA TERMINA EM
      * ALERTA
       01 WS-HEAMAST-STATUS    PIC X(02)  VALUE SPACES.
       01 WS-HEAMAST-OK-SW     PIC X(01)  VALUE "N".
          88 WS-HEAMAST-OK               VALUE "S".
       01 WS-HEXRET-STATUS     PIC X(02)  VALUE SPACES.
       01 WS-HEXRET-OK-SW      PIC X(01)  VALUE "N".
          88 WS-HEXRET-OK                VALUE "S".
       01 WS-HEXRET-FALHOU-SW  PIC X(01)  VALUE "N".
          88 WS-HEXRET-FALHOU            VALUE "S".
       01 WS-HEA-EOF-SW        PIC X(01)  VALUE "N".
          88 WS-HEA-EOF                  VALUE "Y".
       01 WS-HEX-EOF-SW        PIC X(01)  VALUE "N".
          88 WS-HEX-EOF                  VALUE "Y".
       01 WS-HEA-ACHOU-SW      PIC X(01)  VALUE "N".
          88 WS-HEA-ACHOU                VALUE "S".
       01 WS-MIN-AUTORIZADOS   PIC 9(04)  VALUE ZEROES.
       01 WS-MIN-RETIDOS       PIC 9(04)  VALUE ZEROES.
       01 WS-EXTRA-APURADO     PIC 9(04)  VALUE ZEROES.
       01 WS-TOTAL-RETIDOS     PIC 9(05)  VALUE ZEROES.
       01 WS-MIN-TOTAL-RETIDOS PIC 9(09)  VALUE ZEROES.
       01 WS-TOTAL-LIBERADOS   PIC 9(05)  VALUE ZEROES.
       01 WS-MIN-TOTAL-LIBERADOS PIC 9(09) VALUE ZEROES.
      * MES DO PONTOMES QUE RECEBE O LIBERADO: O DO MOVIMENTO EM
      * CONVERSAO (O CORRENTE, SE A RODADA NAO TEVE PONTO ACEITO)
       01 WS-MES-LIBERACAO.
          03 WS-ML-ANO         PIC 9(04)  VALUE ZEROES.
          03 WS-ML-MES         PIC 9(02)  VALUE ZEROES.
          03 WS-ML-DIA         PIC 9(02)  VALUE ZEROES.
       01 WS-MES-LIBERACAO-NUM REDEFINES WS-MES-LIBERACAO PIC 9(08).
      * MINUTOS DOS TERCEIRIZADOS ACUMULADOS POR CNPJ DA CONTRATADA
       01 WS-LIMITE-CONTRATADAS PIC 9(02) VALUE 50.
       01 WS-QTDE-CONTRATADAS  PIC 9(02)  VALUE ZEROES.
                            WS-JORMAST-STATUS ") - CONVERSAO PELO "
                            "LIMITE GLOBAL DE HORAS"
                 END-IF
                 OPEN INPUT ESD-DIA-FILE
                 IF WS-ESCDIA-STATUS = "00"
                    MOVE "S" TO WS-ESCDIA-OK-SW
                 END-IF
                 OPEN INPUT TER-MASTER-FILE
                 IF WS-TERMAST-STATUS = "00"
                    MOVE "S" TO WS-TERMAST-OK-SW
                 END-IF
                 PERFORM 00010A-ABRE-AUTORIZACAO
                 OPEN OUTPUT TERC-REPORT-FILE
                 OPEN OUTPUT HORAS-REPORT-FILE
                 OPEN OUTPUT PONTO-EXCECAO-FILE
              END-IF
           END-IF.
       00010-END.
      *
       00010A-ABRE-AUTORIZACAO SECTION.
      * O HEXRET E CRIADO NA PRIMEIRA RODADA; SEM ELE A RETENCAO NAO
      * TEM ONDE FICAR E A LIBERACAO NAO TEM DE ONDE VIR
           OPEN I-O HEX-RETIDO-FILE.
           IF WS-HEXRET-STATUS = "35"
              OPEN OUTPUT HEX-RETIDO-FILE
              CLOSE HEX-RETIDO-FILE
              OPEN I-O HEX-RETIDO-FILE
           END-IF.
           IF WS-HEXRET-STATUS = "00"
              MOVE "S" TO WS-HEXRET-OK-SW
           ELSE
              MOVE "S" TO WS-HEXRET-FALHOU-SW
              DISPLAY "*** HEXRET NAO ABRIU (STATUS "
                      WS-HEXRET-STATUS ") - HORA EXTRA SEM RETENCAO "
                      "E SEM LIBERACAO NESTA RODADA ***"
              MOVE "HEXRET" TO WS-INC-ARQUIVO
              MOVE WS-HEXRET-STATUS TO WS-INC-STATUS
              MOVE RC-ALERTA TO WS-INC-RC
              CALL "GRAVA-INCIDENTE" USING WS-INC-PROGRAMA
                                            WS-INC-ARQUIVO
                                            WS-INC-STATUS WS-INC-RC
              END-CALL
           END-IF.
           OPEN INPUT HEA-MASTER-FILE.
           IF WS-HEAMAST-STATUS = "00"
              MOVE "S" TO WS-HEAMAST-OK-SW
           ELSE
              DISPLAY "HEAMAST INDISPONIVEL (STATUS "
                      WS-HEAMAST-STATUS ") - HORA EXTRA CONVERTIDA "
                      "SEM CONFERIR AUTORIZACAO"
           END-IF.
       00010A-END.
      *
       00005-LE-CARTAO-CONTROLE SECTION.
      * LE O CARTAO DE CONTROLE OPCIONAL (SYSIN) PARA SOBREPOR O
              DIVIDE MINUTOS BY DIVISOR GIVING RESULTADO REMAINDER RESTO
              PERFORM 00026B-DEFINE-LIMITE-DIA
              PERFORM 00026-VERIFICA-EXTRA
              IF WS-HOUVE-EXTRA AND WS-HEAMAST-OK AND WS-HEXRET-OK
                 PERFORM 00026G-CONFERE-AUTORIZACAO
              END-IF
              PERFORM 00026A-ACUMULA-MES
              PERFORM 00025-GRAVA-RELATORIO
           END-IF.
              MOVE "N"                         TO WS-FLAG-EXTRA
           END-IF.
       00026-END.
      *
       00026G-CONFERE-AUTORIZACAO SECTION.
      * PROCURA NO HEAMAST A AUTORIZACAO QUE COBRE A DATA DO PONTO
      * (OS PERIODOS DA MATRICULA NAO SE SOBREPOEM) E QUEBRA O EXTRA
      * DO DIA EM AUTORIZADO E RETIDO; SO O AUTORIZADO SEGUE PARA O
      * PONTOMES E O FOLHAINT, O RETIDO VAI PARA O HEXRET
           MOVE "N" TO WS-HEA-ACHOU-SW.
           MOVE "N" TO WS-HEA-EOF-SW.
           MOVE ZEROES TO WS-MIN-AUTORIZADOS.
           MOVE PONTO-MATRICULA TO HEA-MATRICULA.
           MOVE ZEROES          TO HEA-DATA-INI.
           START HEA-MASTER-FILE KEY >= HEA-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-HEA-EOF-SW
           END-START.
           PERFORM 00026H-LE-AUTORIZACAO
              UNTIL WS-HEA-EOF OR WS-HEA-ACHOU.
           IF WS-HEA-ACHOU
              MOVE HEA-MIN-AUTORIZ TO WS-MIN-AUTORIZADOS
           END-IF.
           IF WS-MINUTOS-EXTRA > WS-MIN-AUTORIZADOS
              MOVE WS-MINUTOS-EXTRA TO WS-EXTRA-APURADO
              COMPUTE WS-MIN-RETIDOS = WS-MINUTOS-EXTRA
                                      - WS-MIN-AUTORIZADOS
              MOVE WS-MIN-AUTORIZADOS TO WS-MINUTOS-EXTRA
              PERFORM 00026I-GRAVA-RETIDO
           END-IF.
       00026G-END.
      *
       00026H-LE-AUTORIZACAO SECTION.
           READ HEA-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HEA-EOF-SW
               NOT AT END
                   IF HEA-MATRICULA NOT = PONTO-MATRICULA OR
                      HEA-DATA-INI > PONTO-DATA
                      MOVE "Y" TO WS-HEA-EOF-SW
                   ELSE
                      IF HEA-DATA-FIM >= PONTO-DATA
                         MOVE "S" TO WS-HEA-ACHOU-SW
                      END-IF
                   END-IF
           END-READ.
       00026H-END.
      *
       00026I-GRAVA-RETIDO SECTION.
      * RETEM NO HEXRET O EXTRA NAO AUTORIZADO DO DIA, PENDENTE DA
      * DECISAO DO RH; MATRICULA REPETIDA NA MESMA DATA DO PONTODIA
      * SOMA NO REGISTRO JA GRAVADO
           MOVE SPACES             TO HEX-REC.
           MOVE PONTO-MATRICULA    TO HEX-MATRICULA.
           MOVE PONTO-DATA         TO HEX-DATA-MOVTO.
           MOVE EMP-SETOR          TO HEX-SETOR.
           MOVE EMP-DEPTO          TO HEX-DEPTO.
           MOVE EMP-SERVIDOR-IDX   TO HEX-SERVIDOR.
           MOVE WS-EXTRA-APURADO   TO HEX-MIN-EXTRA.
           MOVE WS-MIN-AUTORIZADOS TO HEX-MIN-AUTORIZ.
           MOVE WS-MIN-RETIDOS     TO HEX-MIN-RETIDOS.
           MOVE ZEROES             TO HEX-MIN-LIBERADOS.
           MOVE "P"                TO HEX-SITUACAO.
           MOVE DATA-HOJE-NUM      TO HEX-DATA-RETENCAO.
           MOVE ZEROES             TO HEX-DATA-DECISAO.
           MOVE ZEROES             TO HEX-DATA-ENVIO.
           WRITE HEX-REC
               INVALID KEY
                   READ HEX-RETIDO-FILE
                       INVALID KEY
                           MOVE "S" TO WS-HEXRET-FALHOU-SW
                       NOT INVALID KEY
                           ADD WS-EXTRA-APURADO   TO HEX-MIN-EXTRA
                           ADD WS-MIN-AUTORIZADOS TO HEX-MIN-AUTORIZ
                           ADD WS-MIN-RETIDOS     TO HEX-MIN-RETIDOS
                           MOVE "P"           TO HEX-SITUACAO
                           MOVE DATA-HOJE-NUM TO HEX-DATA-RETENCAO
                           REWRITE HEX-REC
                               INVALID KEY
                                   MOVE "S" TO WS-HEXRET-FALHOU-SW
                           END-REWRITE
                   END-READ
           END-WRITE.
           ADD 1              TO WS-TOTAL-RETIDOS.
           ADD WS-MIN-RETIDOS TO WS-MIN-TOTAL-RETIDOS.
       00026I-END.
      *
       00026B-DEFINE-LIMITE-DIA SECTION.
      * RESOLVE O LIMITE DE MINUTOS DO DIA EM CONVERSAO: A JORNADA DO
      * EMPREGADO PARA O DIA DA SEMANA DO MOVIMENTO (JORMAST +
      * DATEUTIL "W"); MATRICULA COM PONTO E SEM JORNADA CADASTRADA E
      * SINALIZADA NO PONTOEXC (MOTIVO 09) E CONVERTE PELO LIMITE
      * GLOBAL. A ESCALA DE REVEZAMENTO EXPANDIDA NO ESCDIA PARA A
      * MATRICULA+DATA PREVALECE SOBRE A JORNADA SEMANAL
           MOVE WS-LIMITE-MINUTOS TO WS-LIMITE-DIA.
           MOVE "N" TO WS-TEM-JORNADA-SW.
           MOVE "N" TO WS-TEM-ESCALA-SW.
           IF WS-ESCDIA-OK
              MOVE PONTO-MATRICULA TO ESD-MATRICULA
              MOVE PONTO-DATA      TO ESD-DATA
              READ ESD-DIA-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE "S" TO WS-TEM-ESCALA-SW
                      MOVE "S" TO WS-TEM-JORNADA-SW
                      MOVE ESD-MIN-ESPERADO TO WS-LIMITE-DIA
                      IF ESD-DIA-NOTURNO AND WS-IDX-DET-ACH = ZEROES
                         PERFORM 00026F-FLAG-NOITE-SEM-DET
                      END-IF
              END-READ
           END-IF.
           IF WS-JORMAST-OK AND NOT WS-TEM-ESCALA
              MOVE PONTO-MATRICULA TO JOR-MATRICULA
              READ JOR-MASTER-FILE
                  INVALID KEY
           WRITE PONTO-EXC-REC.
           ADD 1 TO WS-TOTAL-SEM-JORNADA.
       00026C-END.
      *
       00026F-FLAG-NOITE-SEM-DET SECTION.
      * SINALIZA O DIA DE TURNO NOTURNO DA ESCALA SEM DETALHE DE
      * BATIDAS: O PONTO SEGUE CONVERTIDO PELO TOTAL DO PONTODIA, SEM
      * MINUTO NOTURNO, E A RODADA TERMINA EM ALERTA
           MOVE SPACES             TO PONTO-EXC-REC.
           MOVE PONTO-MATRICULA    TO EXC-MATRICULA.
           MOVE PONTO-MINUTOS      TO EXC-MINUTOS-LIDOS.
           MOVE "11"               TO EXC-MOTIVO-COD.
           MOVE "TURNO NOTURNO DA ESCALA SEM BATIDAS"
                                   TO EXC-MOTIVO-DESC.
           WRITE PONTO-EXC-REC.
           ADD 1 TO WS-TOTAL-NOITE-SEM-DET.
       00026F-END.
      *
       00026D-APLICA-DETALHE SECTION.
      * QUANDO O PAR MATRICULA+DATA TEM DETALHE DE BATIDAS, O TOTAL
                   MOVE WS-MINUTOS-NOTURNO TO PTM-MIN-NOTURNO
                   MOVE 1                  TO PTM-QTDE-DIAS
                   MOVE ZEROES             TO PTM-QTDE-AUS
                   MOVE ZEROES             TO PTM-ORIGEM
                   IF EMP-EMPRESA > ZEROES
                      MOVE EMP-EMPRESA     TO PTM-EMPRESA
                   ELSE
       00029-END.
      *
       00030-FIM               SECTION.
           IF NOT WS-ABORT AND WS-HEXRET-OK
              PERFORM 00034-ENVIA-LIBERADOS
           END-IF.
           IF NOT WS-ABORT
              MOVE SPACES           TO FOLHA-INT-HEADER
              MOVE "T"              TO FINT-T-TIPO
              IF WS-JORMAST-OK
                 CLOSE JOR-MASTER-FILE
              END-IF
              IF WS-ESCDIA-OK
                 CLOSE ESD-DIA-FILE
              END-IF
              IF WS-TERMAST-OK
                 CLOSE TER-MASTER-FILE
              END-IF
              IF WS-HEAMAST-OK
                 CLOSE HEA-MASTER-FILE
              END-IF
              IF WS-HEXRET-OK
                 CLOSE HEX-RETIDO-FILE
              END-IF
              PERFORM 00030B-GRAVA-TERCREL
                 VARYING WS-IDX-CTD FROM 1 BY 1
                 UNTIL WS-IDX-CTD > WS-QTDE-CONTRATADAS
                   WS-TOTAL-REJEITADOS.
           DISPLAY "TOTAL SEM JORNADA CADASTRADA...........: "
                   WS-TOTAL-SEM-JORNADA.
           DISPLAY "TOTAL NOITE DA ESCALA SEM BATIDAS......: "
                   WS-TOTAL-NOITE-SEM-DET.
           DISPLAY "TOTAL DE PONTOS DE TERCEIRIZADOS.......: "
                   WS-TOTAL-TERCEIROS.
           DISPLAY "DETALHES ALEM DA TABELA (PONTODET).....: "
                   WS-DET-ESTOURO.
           DISPLAY "TERCEIROS ALEM DA TABELA (CONTRATADAS).: "
                   WS-CTD-ESTOURO.
           DISPLAY "DIAS COM EXTRA RETIDO (SEM AUTORIZACAO): "
                   WS-TOTAL-RETIDOS.
           DISPLAY "MINUTOS EXTRAS RETIDOS.................: "
                   WS-MIN-TOTAL-RETIDOS.
           DISPLAY "RETENCOES LIBERADAS ENVIADAS A FOLHA...: "
                   WS-TOTAL-LIBERADOS.
           DISPLAY "MINUTOS LIBERADOS ENVIADOS.............: "
                   WS-MIN-TOTAL-LIBERADOS.
           DISPLAY "FIM DO PROGRAMA".
       00030-END.
      *
      * FIXA O RETURN-CODE DO PASSO: FATAL SE O PONTODIA NAO ABRIU OU
      * SE A RODADA FOI RECUSADA POR DATA JA CONVERTIDA, ALERTA SE
      * HOUVE REGISTRO DE PONTO REJEITADO, MATRICULA SEM JORNADA
      * CADASTRADA, NOITE DA ESCALA SEM BATIDAS, DETALHE DE BATIDA
      * ALEM DA TABELA (MINUTO NOTURNO PERDIDO) OU CONTRATADA ALEM
      * DA TABELA (MINUTO FORA DO TERCREL) OU SE O HEXRET FALHOU
      * (EXTRA SEM RETENCAO), NORMAL CASO CONTRARIO; EXTRA RETIDO POR
      * FALTA DE AUTORIZACAO E ROTINA E NAO MEXE NO RETORNO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES OR
                 WS-TOTAL-SEM-JORNADA > ZEROES OR
                 WS-TOTAL-NOITE-SEM-DET > ZEROES OR
                 WS-DET-ESTOURO > ZEROES OR
                 WS-CTD-ESTOURO > ZEROES OR
                 WS-HEXRET-FALHOU
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
              END-IF
           END-IF.
       00031-END.
      *
       00034-ENVIA-LIBERADOS SECTION.
      * PERCORRE O HEXRET ATRAS DO QUE O RH LIBEROU (HEXLIB) DESDE A
      * ULTIMA RODADA: O LIBERADO ENTRA NO PONTOMES DO MES EM
      * CONVERSAO E, FORA DO BANCO DE HORAS, NUM DETALHE DO FOLHAINT
      * COM A DATA ORIGINAL DO MOVIMENTO; O REGISTRO PASSA A ENVIADO
           IF WS-DATA-MOVIMENTO > ZEROES
              MOVE WS-DATA-MOVIMENTO TO WS-MES-LIBERACAO-NUM
           ELSE
              MOVE DATA-HOJE-NUM     TO WS-MES-LIBERACAO-NUM
           END-IF.
           MOVE "N"        TO WS-HEX-EOF-SW.
           MOVE LOW-VALUES TO HEX-CHAVE.
           START HEX-RETIDO-FILE KEY >= HEX-CHAVE
               INVALID KEY
                   MOVE "Y" TO WS-HEX-EOF-SW
           END-START.
           PERFORM 00034A-LE-RETIDO UNTIL WS-HEX-EOF.
       00034-END.
      *
       00034A-LE-RETIDO    SECTION.
           READ HEX-RETIDO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HEX-EOF-SW
               NOT AT END
                   IF HEX-LIBERADO
                      PERFORM 00034B-ENVIA-UM-LIBERADO
                   END-IF
           END-READ.
       00034A-END.
      *
       00034B-ENVIA-UM-LIBERADO SECTION.
           IF HEX-MIN-LIBERADOS > ZEROES
              PERFORM 00034C-ACUMULA-LIBERADO
              IF NOT WS-BANCO-HORAS
                 MOVE SPACES            TO FOLHA-INT-HEADER
                 MOVE "D"               TO FINT-D-TIPO
                 MOVE HEX-MATRICULA     TO FINT-D-MATRICULA
                 MOVE HEX-DATA-MOVTO    TO FINT-D-DATA-MOVTO
                 MOVE ZEROES            TO FINT-D-MIN-NORMAIS
                 MOVE HEX-MIN-LIBERADOS TO FINT-D-MIN-EXTRA
                 MOVE ZEROES            TO FINT-D-MIN-NOTURNO
                 WRITE FOLHA-INT-HEADER
                 ADD 1                  TO WS-FOLHA-QTDE
                 ADD HEX-MIN-LIBERADOS  TO WS-FOLHA-EXTRA
              END-IF
           END-IF.
           MOVE "E"           TO HEX-SITUACAO.
           MOVE DATA-HOJE-NUM TO HEX-DATA-ENVIO.
           REWRITE HEX-REC
               INVALID KEY
                   MOVE "S" TO WS-HEXRET-FALHOU-SW
               NOT INVALID KEY
                   ADD 1                 TO WS-TOTAL-LIBERADOS
                   ADD HEX-MIN-LIBERADOS TO WS-MIN-TOTAL-LIBERADOS
           END-REWRITE.
       00034B-END.
      *
       00034C-ACUMULA-LIBERADO SECTION.
      * SOMA O LIBERADO NO EXTRA DO PONTOMES DO MES EM CONVERSAO;
      * MATRICULA AINDA SEM REGISTRO NO MES ABRE UM, SEM DIA
      * TRABALHADO, COM A EMPRESA DO EMPMAST
           MOVE HEX-MATRICULA TO PTM-MATRICULA.
           MOVE WS-ML-ANO     TO PTM-ANO.
           MOVE WS-ML-MES     TO PTM-MES.
           READ PONTO-MES-FILE
               INVALID KEY
                   MOVE ZEROES            TO PTM-MIN-NORMAIS
                   MOVE HEX-MIN-LIBERADOS TO PTM-MIN-EXTRA
                   MOVE ZEROES            TO PTM-MIN-NOTURNO
                   MOVE ZEROES            TO PTM-QTDE-DIAS
                   MOVE ZEROES            TO PTM-QTDE-AUS
                   MOVE 01                TO PTM-EMPRESA
                   MOVE ZEROES            TO PTM-ORIGEM
                   MOVE HEX-MATRICULA     TO EMP-MATRICULA
                   READ EMP-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-EMPRESA > ZEROES
                              MOVE EMP-EMPRESA TO PTM-EMPRESA
                           END-IF
                   END-READ
                   WRITE PTM-REC
               NOT INVALID KEY
                   ADD HEX-MIN-LIBERADOS TO PTM-MIN-EXTRA
                   REWRITE PTM-REC
           END-READ.
       00034C-END.
