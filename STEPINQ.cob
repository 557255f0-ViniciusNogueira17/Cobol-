      * 2026-09-02  RMS  A cadeia ganhou o passo 068 (BIEXTRAT,
      *                  extracao mascarada para o BI): o quadro
      *                  passou a 16 passos.
      * 2026-10-15  RMS  Faltava no quadro o passo 069 (PAGTRIAG,
      *                  triagem de pagamentos). A cadeia ganhou os
      *                  ciclos de fechamento (71A a 71E mensal, 073
      *                  anual): cada passo do quadro traz o tipo
      *                  ("D" diario, "M"/"A" ciclo), e os do ciclo so
      *                  aparecem e contam no avanco quando o controle
      *                  CICLOCTL tem o ciclo agendado para hoje.
      * 2026-10-15  RMS  O ciclo mensal ganhou o passo 71F (DEPIDADE,
      *                  idade dos dependentes): o quadro passou a 24
      *                  passos.
      * 2026-10-15  RMS  Passo 71G (VTVRMES, vale-transporte e vale-
      *                  refeicao do mes): o quadro passou a 25 passos.
      * 2026-10-15  RMS  Passo 048 (ESCEXPAN, expansao das escalas de
      *                  revezamento): o quadro passou a 26 passos.
      * 2026-10-15  RMS  Passo 074 (SELAGEM, selagem dos logs de
      *                  evidencia): o quadro passou a 27 passos.
      * 2026-10-15  RMS  Passos 18A (RECEPCAO, recepcao das
      *                  transmissoes de entrada) e 71H (ORCVAR,
      *                  variacao do orcamento de mao de obra): o
      *                  quadro passou a 29 passos.
      * 2026-10-15  RMS  Passo 053 (HEXREL, hora extra nao
      *                  autorizada): o quadro passou a 30 passos.
      * 2026-10-15  RMS  Passo 022 (EMPSNAP, foto diaria dos
      *                  empregados): o quadro passou a 31 passos.
      * 2026-10-15  RMS  Passo 054 (HEXPROJ, projecao da hora extra
      *                  do mes): o quadro passou a 32 passos.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *
       FILE                SECTION.
       FD  STEP-STATUS-FILE.
           COPY STSREC.

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.
      *
       WORKING-STORAGE     SECTION.
       01 WS-STEPSTAT-STATUS   PIC X(02)   VALUE SPACES.
           03 MES          PIC 9(02).
           03 DIA          PIC 9(02).
       01 DATA-HOJE-NUM REDEFINES DATA-HOJE PIC 9(08).
      * A CADEIA DO MAINCTL, NA ORDEM DOS PASSOS, COM O TIPO ("D"
      * DIARIO, "M"/"A" CICLO MENSAL/ANUAL); A SITUACAO E O ULTIMO
      * EVENTO DO DIA DE CADA UM (BRANCO = PENDENTE)
       01 WS-PASSOS-AUX.
           03 FILLER     PIC X(39)
              VALUE "016DDESCARGA DE SEGURANCA DOS MESTRES  ".
           03 FILLER     PIC X(39)
              VALUE "018DVERIFICACAO PREVIA DAS ENTRADAS    ".
           03 FILLER     PIC X(39)
              VALUE "18ADRECEPCAO DAS TRANSMISSOES          ".
           03 FILLER     PIC X(39)
              VALUE "020DCARGA DA TABELA DE ORGANIZACAO     ".
           03 FILLER     PIC X(39)
              VALUE "022DFOTO DIARIA DOS EMPREGADOS         ".
           03 FILLER     PIC X(39)
              VALUE "030DIDADE E ELEGIBILIDADE DE EMPREGADOS".
           03 FILLER     PIC X(39)
              VALUE "038DPREPARACAO/DEDUP DO CPFTRANS       ".
           03 FILLER     PIC X(39)
              VALUE "040DVALIDACAO DE CPF                   ".
           03 FILLER     PIC X(39)
              VALUE "045DVALIDACAO DE CNPJ DE FORNECEDORES  ".
           03 FILLER     PIC X(39)
              VALUE "048DEXPANSAO DAS ESCALAS DE REVEZAMENTO".
           03 FILLER     PIC X(39)
              VALUE "050DCONVERSAO DE PONTO                 ".
           03 FILLER     PIC X(39)
              VALUE "052DARQUIVAMENTO LEGAL DO PONTO        ".
           03 FILLER     PIC X(39)
              VALUE "053DHORA EXTRA NAO AUTORIZADA          ".
           03 FILLER     PIC X(39)
              VALUE "054DPROJECAO DA HORA EXTRA DO MES      ".
           03 FILLER     PIC X(39)
              VALUE "055DCONTROLE DE AUSENCIAS DO DIA       ".
           03 FILLER     PIC X(39)
              VALUE "058DCONCILIACAO DO RETORNO DA FOLHA    ".
           03 FILLER     PIC X(39)
              VALUE "060DQUALIDADE DE DADOS - NOMES         ".
           03 FILLER     PIC X(39)
              VALUE "065DANALISE DE VOLUME ENTRE RODADAS    ".
           03 FILLER     PIC X(39)
              VALUE "068DEXTRACAO MASCARADA PARA O BI       ".
           03 FILLER     PIC X(39)
              VALUE "069DTRIAGEM DA PROPOSTA DE PAGAMENTOS  ".
           03 FILLER     PIC X(39)
              VALUE "71AMFECHAMENTO MENSAL DO PONTO         ".
           03 FILLER     PIC X(39)
              VALUE "71BMAPURACAO DO BANCO DE HORAS         ".
           03 FILLER     PIC X(39)
              VALUE "71CMDISTRIBUICAO CONTABIL DO MES       ".
           03 FILLER     PIC X(39)
              VALUE "71DMEXTRATO MENSAL DO PONTO            ".
           03 FILLER     PIC X(39)
              VALUE "71EMPLANO MENSAL DE FERIAS             ".
           03 FILLER     PIC X(39)
              VALUE "71FMIDADE DOS DEPENDENTES              ".
           03 FILLER     PIC X(39)
              VALUE "71GMVALE-TRANSPORTE E REFEICAO         ".
           03 FILLER     PIC X(39)
              VALUE "71HMVARIACAO DO ORCAMENTO              ".
           03 FILLER     PIC X(39)
              VALUE "073ACONSOLIDACAO ANUAL DO PONTO        ".
           03 FILLER     PIC X(39)
              VALUE "070DRESUMO DA EXECUCAO DO LOTE         ".
           03 FILLER     PIC X(39)
              VALUE "074DSELAGEM DOS LOGS DE EVIDENCIA      ".
           03 FILLER     PIC X(39)
              VALUE "075DARQUIVAMENTO DA TRILHA DE AUDITORIA".
       01 WS-TAB-PASSOS REDEFINES WS-PASSOS-AUX.
           03 WS-PASSO-ITEM                 OCCURS 32 TIMES.
              05 WS-PASSO-ID      PIC X(03).
              05 WS-PASSO-TIPO    PIC X(01).
              05 WS-PASSO-NOME    PIC X(35).
       01 WS-SITUACOES.
           03 WS-SIT-ITEM                   OCCURS 32 TIMES.
              05 WS-SIT-COD       PIC X(01).
              05 WS-SIT-HORA      PIC 9(06).
       01 WS-QTDE-TAB          PIC 9(02)   VALUE 32.
       01 WS-QTDE-PREVISTOS    PIC 9(02)   VALUE ZEROES.
      * CICLOS DE FECHAMENTO AGENDADOS PARA HOJE (CICLOCTL)
       01 WS-CICLOCTL-STATUS   PIC X(02)   VALUE SPACES.
       01 WS-CICLO-MENSAL-SW   PIC X(01)   VALUE "N".
       01 WS-CICLO-ANUAL-SW    PIC X(01)   VALUE "N".
       01 WS-PREVISTO-SW       PIC X(01)   VALUE "N".
          88 WS-PASSO-PREVISTO              VALUE "S".
       01 WS-IDX-PASSO         PIC 9(02)   VALUE ZEROES.
       01 WS-SIT-TEXTO         PIC X(12)   VALUE SPACES.
       01 WS-QTDE-CONCLUIDOS   PIC 9(02)   VALUE ZEROES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 00011-ZERA-SITUACAO
              VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTDE-TAB.

           DISPLAY " ".
           DISPLAY "SITUACAO DA RODADA DO LOTE DIARIO - "
                   DATA-HOJE-NUM.
           PERFORM 00014-LE-CICLOS.

           OPEN INPUT STEP-STATUS-FILE.
           IF WS-STEPSTAT-STATUS NOT = "00"
           IF STS-DATA = DATA-HOJE-NUM
              PERFORM 00013A-APLICA-NO-PASSO
                 VARYING WS-IDX-PASSO FROM 1 BY 1
                 UNTIL WS-IDX-PASSO > WS-QTDE-TAB
           END-IF.
           PERFORM 00012-LE-EVENTO.
       00013-END.
              MOVE STS-HORA     TO WS-SIT-HORA(WS-IDX-PASSO)
           END-IF.
       00013A-END.
      *
       00014-LE-CICLOS     SECTION.
      * CICLOS DE FECHAMENTO QUE O MAINCTL AGENDOU PARA HOJE; SEM
      * EVENTO DO DIA NO CICLOCTL, OS PASSOS DO CICLO NAO APARECEM
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM 00014A-LE-CICLO UNTIL WS-EOF
              CLOSE CICLO-CONTROLE-FILE
              MOVE "N" TO WS-EOF-SW
           END-IF.
       00014-END.
      *
       00014A-LE-CICLO     SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF CIC-DATA = DATA-HOJE-NUM AND
                      CIC-SITUACAO NOT = "R"
                      IF CIC-TIPO = "M"
                         MOVE "S" TO WS-CICLO-MENSAL-SW
                      END-IF
                      IF CIC-TIPO = "A"
                         MOVE "S" TO WS-CICLO-ANUAL-SW
                      END-IF
                   END-IF
           END-READ.
       00014A-END.
      *
       00030-MOSTRA-QUADRO SECTION.
      * MOSTRA A SITUACAO DE CADA PASSO E O AVANCO DA CADEIA
           PERFORM 00031-MOSTRA-PASSO
              VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTDE-TAB.
           COMPUTE WS-PCT-AVANCO = (WS-QTDE-CONCLUIDOS * 100)
                                 / WS-QTDE-PREVISTOS.
           DISPLAY " ".
           DISPLAY "PASSOS CONCLUIDOS: " WS-QTDE-CONCLUIDOS " DE "
                   WS-QTDE-PREVISTOS " (" WS-PCT-AVANCO " PCT)".
           DISPLAY "FIM DA CONSULTA DE SITUACAO DA RODADA".
       00030-END.
      *
       00031-MOSTRA-PASSO  SECTION.
      * PASSO DE CICLO SO ENTRA NO QUADRO COM O CICLO AGENDADO HOJE
           EVALUATE WS-PASSO-TIPO(WS-IDX-PASSO)
               WHEN "M"
                   MOVE WS-CICLO-MENSAL-SW TO WS-PREVISTO-SW
               WHEN "A"
                   MOVE WS-CICLO-ANUAL-SW  TO WS-PREVISTO-SW
               WHEN OTHER
                   MOVE "S"                TO WS-PREVISTO-SW
           END-EVALUATE.
           IF WS-PASSO-PREVISTO
              ADD 1 TO WS-QTDE-PREVISTOS
              PERFORM 00032-MOSTRA-SITUACAO
           END-IF.
       00031-END.
      *
       00032-MOSTRA-SITUACAO SECTION.
           EVALUATE WS-SIT-COD(WS-IDX-PASSO)
               WHEN "R"
                   MOVE "EM EXECUCAO" TO WS-SIT-TEXTO
                      " (ULTIMO EVENTO " WS-SIT-HORA(WS-IDX-PASSO)
                      ")"
           END-IF.
       00032-END.
