      *                  de volume e o resumo: o mestre extraido vem
      *                  do cartao CTL-MESTRE-SEL e, sem selecao, o
      *                  passo termina limpo.
      * 2026-10-15  RMS  Acrescentado o passo de triagem da proposta
      *                  de pagamentos do contas a pagar (PAGTRIAG)
      *                  contra o CNPJMAST, como ultimo passo da
      *                  cadeia antes do resumo. Nota retida termina
      *                  o passo em RC-ALERTA, que o driver registra
      *                  mas nao trata como falha da rodada (so RC
      *                  acima de alerta interrompe a cadeia).
      * 2026-10-15  RMS  Calendario de processamento: no primeiro dia
      *                  util do mes (CALMAST via DATEUTIL) o driver
      *                  acrescenta a cadeia o ciclo mensal do mes
      *                  fechado -- FECHAMENSAL, BANCOHORAS, GLDIST,
      *                  EXTRATOPONTO e FERPLAN, nessa ordem -- e, em
      *                  janeiro, o ciclo anual (FECHAANUAL), antes do
      *                  resumo. O ciclo e registrado no controle
      *                  CICLOCTL (copybook CICREC), de onde os
      *                  programas do fechamento tomam o ano/mes em vez
      *                  do CTL-ANO-MES perfurado na mao e o SUMARIOLOTE
      *                  reporta o ciclo da rodada. Ciclo ja finalizado
      *                  para o mes e recusado; ciclo interrompido e
      *                  retomado nas rodadas seguintes do mes. A
      *                  tabela de checkpoint passou de 20 para 30
      *                  passos.
      * 2026-10-15  RMS  Ciclo mensal: passo 71F (DEPIDADE) depois do
      *                  plano de ferias, encerrando por limite de idade
      *                  os beneficios dos dependentes no mes que abre.
      * 2026-10-15  RMS  Ciclo mensal: passo 71G (VTVRMES) calculando o
      *                  vale-transporte e o vale-refeicao do mes que
      *                  abre pelos dias de trabalho previstos.
      * 2026-10-15  RMS  Acrescentado o passo 048 (ESCEXPAN) antes da
      *                  conversao de ponto: expande as escalas de
      *                  revezamento no ESCDIA, de onde a conversao, o
      *                  AUSENCIA e o DESCANSO tiram os minutos
      *                  esperados do dia.
      * 2026-10-15  RMS  Acrescentado o passo 074 (SELAGEM) depois do
      *                  resumo e antes do arquivamento da trilha:
      *                  sela os registros do dia do AUDITLOG, ACESSLOG,
      *                  EMPJRNL e ORGJRNL no SELOREG.
      * 2026-10-15  RMS  Acrescentado o passo 18A (RECEPCAO) logo
      *                  depois da verificacao previa: confere o
      *                  cartao de transmissao de cada entrada do dia
      *                  contra o cadastro TRANSREG e para a cadeia
      *                  em transmissao repetida, quantidade/trailer
      *                  sem conferir ou lacuna de sequencia. Como a
      *                  verificacao previa, roda sempre (a
      *                  transmissao ja registrada hoje passa como
      *                  reexecucao).
      * 2026-10-15  RMS  Acrescentado ao ciclo mensal o passo 71H
      *                  (ORCVAR), depois dos vales: variacao do
      *                  orcado contra o realizado da distribuicao
      *                  contabil por centro de custo, no mes e no
      *                  acumulado do ano. Centro acima da tolerancia
      *                  e alerta de negocio e nao para a cadeia.
      * 2026-10-15  RMS  Acrescentado o passo 053 (HEXREL) depois do
      *                  arquivamento do ponto: relatorio por celula da
      *                  hora extra retida por falta de autorizacao
      *                  previa. Retencao pendente e alerta para o RH e
      *                  nao para a cadeia.
      * 2026-10-15  RMS  Acrescentado o passo 022 (EMPSNAP) depois da
      *                  carga da organizacao: grava a foto diaria dos
      *                  empregados contra a qual os passos de
      *                  relatorio casam a sua entrada. A tabela de
      *                  passos completos passou a 40 posicoes.
      * 2026-10-15  RMS  Acrescentado o passo 054 (HEXPROJ) depois do
      *                  relatorio da extra nao autorizada: projecao
      *                  da hora extra do fim do mes por celula, com
      *                  os empregados que vao passar o teto mensal ou
      *                  o limite do banco de horas. Empregado acima e
      *                  alerta para o gestor e nao para a cadeia.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
           SELECT LOCK-FILE ASSIGN TO "MSTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTLOCK-STATUS.

           SELECT CICLO-CONTROLE-FILE ASSIGN TO "CICLOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CICLOCTL-STATUS.
      *
       DATA                DIVISION.
      *

       FD  LOCK-FILE.
           COPY LCKREC.

       FD  CICLO-CONTROLE-FILE.
           COPY CICREC.
      *
       WORKING-STORAGE     SECTION.
       COPY RETCODE.
      * FILTRAM LEEM O MESMO CARTAO SYSIN
       01 WS-EMPRESA            PIC 9(02)   VALUE ZEROES.
      * PASSOS JA COMPLETOS NA RODADA DE HOJE (ARQUIVO MAINCKPT)
       01 WS-LIMITE-PASSOS      PIC 9(02)   VALUE 40.
       01 WS-QTDE-FEITOS        PIC 9(02)   VALUE ZEROES.
       01 WS-TAB-FEITOS.
          03 WS-PASSO-COMPLETO  PIC X(03)   OCCURS 40 TIMES.
       01 WS-IDX-PASSO          PIC 9(02)   VALUE ZEROES.
       01 WS-PASSO-ID           PIC X(03)   VALUE SPACES.
       01 WS-PASSO-FEITO-SW     PIC X(01)   VALUE "N".
       01 WS-MSTLOCK-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-LCK-MESTRE         PIC X(08)   VALUE SPACES.
       01 WS-LCK-HORA           PIC 9(08)   VALUE ZEROES.
      * CICLOS DE FECHAMENTO DA RODADA (ARQUIVO CICLOCTL): O MES
      * FECHADO E O ANTERIOR AO DA RODADA; O CICLO ENTRA NO PRIMEIRO
      * DIA UTIL DO MES OU NA RETOMADA DE UM CICLO QUE NAO TERMINOU
       01 WS-CICLOCTL-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-HOJE-DIA           PIC 9(02)   VALUE ZEROES.
       01 WS-CAL-DIA            PIC 9(02)   VALUE ZEROES.
       01 WS-PRIMEIRO-UTIL      PIC 9(02)   VALUE ZEROES.
       01 WS-DIA-FECHAMENTO-SW  PIC X(01)   VALUE "N".
          88 WS-DIA-FECHAMENTO               VALUE "S".
       01 WS-CIC-ANO-MES.
          03 WS-CIC-ANO         PIC 9(04)   VALUE ZEROES.
          03 WS-CIC-MES         PIC 9(02)   VALUE ZEROES.
       01 WS-CIC-TIPO           PIC X(01)   VALUE SPACES.
       01 WS-CIC-NOME           PIC X(06)   VALUE SPACES.
       01 WS-CIC-SITUACAO       PIC X(01)   VALUE SPACES.
       01 WS-CIC-SIT-ATUAL      PIC X(01)   VALUE SPACES.
       01 WS-SIT-MENSAL         PIC X(01)   VALUE SPACES.
       01 WS-SIT-ANUAL          PIC X(01)   VALUE SPACES.
      * DATA EM QUE O CICLO DO MES FECHADO COMECOU (PRIMEIRO "E"),
      * PARA A RETOMADA SALTAR OS PASSOS DO CICLO JA COMPLETOS EM
      * RODADAS ANTERIORES
       01 WS-INI-MENSAL         PIC 9(08)   VALUE ZEROES.
       01 WS-INI-ANUAL          PIC 9(08)   VALUE ZEROES.
       01 WS-CIC-INICIO         PIC 9(08)   VALUE ZEROES.
       01 WS-CIC-PREFIXO        PIC X(03)   VALUE SPACES.
       01 WS-QTDE-CICLO-FEITOS  PIC 9(02)   VALUE ZEROES.
       01 WS-AGENDA-SW          PIC X(01)   VALUE "N".
          88 WS-AGENDA-CICLO                 VALUE "S".
       01 WS-CICLO-MENSAL-SW    PIC X(01)   VALUE "N".
          88 WS-CICLO-MENSAL                 VALUE "S".
       01 WS-CICLO-ANUAL-SW     PIC X(01)   VALUE "N".
          88 WS-CICLO-ANUAL                  VALUE "S".
      * CAMPOS DA CHAMADA A DATEUTIL
       01 WS-DU-OPERACAO        PIC X(01)   VALUE SPACES.
       01 WS-DU-DATA-1          PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DATA-2          PIC 9(08)   VALUE ZEROES.
       01 WS-DU-DIAS            PIC S9(05)  VALUE ZEROES.
       01 WS-DU-RESULTADO       PIC 9(08)   VALUE ZEROES.
       01 WS-DU-UTIL-SW         PIC X(01)   VALUE SPACES.
       01 WS-DU-STATUS          PIC X(02)   VALUE SPACES.
      *
       PROCEDURE           DIVISION.
       00000-PRINCIPAL.
           IF WS-PROSSEGUE
              PERFORM 00018-VERIFICA-ENTRADAS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00018A-RECEBE-TRANSMISSOES
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00020-CARGA-ORGANIZACAO
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00022-FOTO-EMPREGADOS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00030-IDADE-EMPREGADOS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00045-VALIDACAO-CNPJ
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00048-EXPANDE-ESCALAS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00050-CONVERSAO-PONTO
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00052-ARQUIVA-PONTO
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00053-EXTRA-NAO-AUTORIZADA
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00054-PROJECAO-EXTRA
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00055-CONTROLE-AUSENCIAS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00068-EXTRACAO-BI
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00069-TRIAGEM-PAGAMENTOS
           END-IF.
           IF WS-PROSSEGUE AND WS-CICLO-MENSAL
              PERFORM 00071-CICLO-MENSAL
           END-IF.
           IF WS-PROSSEGUE AND WS-CICLO-ANUAL
              PERFORM 00073-CICLO-ANUAL
           END-IF.
           IF NOT WS-RODADA-RECUSADA
              PERFORM 00078-ENCERRA-CICLOS
              PERFORM 00070-RESUMO-EXECUCAO
              PERFORM 00074-SELA-LOGS
              PERFORM 00075-ARQUIVA-AUDITORIA
           END-IF.
           PERFORM 00090-FIM.
              PERFORM 00012-CARREGA-CHECKPOINT
           END-IF.
           PERFORM 00015-VERIFICA-RUN-CONTROL.
           IF NOT WS-RODADA-RECUSADA
              PERFORM 00019-VERIFICA-CALENDARIO
           END-IF.
       00010-END.
      *
       00011-LE-CARTAO-CONTROLE SECTION.
           END-CALL.
           PERFORM 00085-VERIFICA-RETORNO.
       00018-END.
      *
       00018A-RECEBE-TRANSMISSOES SECTION.
      * RECEPCAO DAS INTERFACES DE ENTRADA CONTRA O CADASTRO DE
      * TRANSMISSOES; RODA SEMPRE (NAO E CHECKPOINTADA), COMO A
      * VERIFICACAO PREVIA, E A TRANSMISSAO JA REGISTRADA HOJE COM O
      * MESMO CONTEUDO PASSA COMO REEXECUCAO
           MOVE "18A" TO WS-PASSO-ID.
           MOVE "RECEPCAO DAS INTERFACES DE ENTRADA" TO WS-PASSO.
           PERFORM 00080-ANUNCIA-PASSO.
           CALL "RECEPCAO"
           END-CALL.
           PERFORM 00085-VERIFICA-RETORNO.
       00018A-END.
      *
       00019-VERIFICA-CALENDARIO SECTION.
      * DECIDE OS CICLOS DE FECHAMENTO DA RODADA. O MES FECHADO E O
      * ANTERIOR AO DA DATA DA RODADA; O CICLO MENSAL ENTRA QUANDO
      * HOJE E O PRIMEIRO DIA UTIL DO MES (CALMAST VIA DATEUTIL) OU,
      * DEPOIS DELE, QUANDO O CICLO DO MES FECHADO FICOU EM EXECUCAO
      * OU INTERROMPIDO; O ANUAL, PELA MESMA REGRA, SO EM JANEIRO.
      * CICLO JA FINALIZADO NAO SE REPETE
           MOVE WS-HOJE(7:2) TO WS-HOJE-DIA.
           MOVE WS-HOJE(1:4) TO WS-CIC-ANO.
           MOVE WS-HOJE(5:2) TO WS-CIC-MES.
           IF WS-CIC-MES = 01
              SUBTRACT 1 FROM WS-CIC-ANO
              MOVE 12 TO WS-CIC-MES
           ELSE
              SUBTRACT 1 FROM WS-CIC-MES
           END-IF.
           MOVE ZEROES TO WS-PRIMEIRO-UTIL.
           PERFORM 00019A-PROCURA-DIA-UTIL
              VARYING WS-CAL-DIA FROM 1 BY 1
              UNTIL WS-CAL-DIA > WS-HOJE-DIA OR
                    WS-PRIMEIRO-UTIL > ZEROES.
           IF WS-PRIMEIRO-UTIL = WS-HOJE-DIA
              MOVE "S" TO WS-DIA-FECHAMENTO-SW
           END-IF.
           PERFORM 00019B-LE-CICLOS.

           MOVE "M"       TO WS-CIC-TIPO.
           MOVE "MENSAL"  TO WS-CIC-NOME.
           MOVE WS-SIT-MENSAL TO WS-CIC-SIT-ATUAL.
           MOVE WS-INI-MENSAL TO WS-CIC-INICIO.
           MOVE "71"      TO WS-CIC-PREFIXO.
           PERFORM 00019D-AVALIA-CICLO.
           IF WS-AGENDA-CICLO
              MOVE "S" TO WS-CICLO-MENSAL-SW
           END-IF.
           IF WS-CIC-MES = 12
              MOVE "A"       TO WS-CIC-TIPO
              MOVE "ANUAL"   TO WS-CIC-NOME
              MOVE WS-SIT-ANUAL TO WS-CIC-SIT-ATUAL
              MOVE WS-INI-ANUAL TO WS-CIC-INICIO
              MOVE "073"     TO WS-CIC-PREFIXO
              PERFORM 00019D-AVALIA-CICLO
              IF WS-AGENDA-CICLO
                 MOVE "S" TO WS-CICLO-ANUAL-SW
              END-IF
           END-IF.
           IF NOT WS-CICLO-MENSAL AND NOT WS-CICLO-ANUAL
              DISPLAY "RODADA SO COM O CICLO DIARIO"
           END-IF.
       00019-END.
      *
       00019A-PROCURA-DIA-UTIL SECTION.
           MOVE "U" TO WS-DU-OPERACAO.
           MOVE WS-HOJE    TO WS-DU-DATA-1.
           MOVE WS-CAL-DIA TO WS-DU-DATA-1(7:2).
           MOVE ZEROES TO WS-DU-DATA-2 WS-DU-DIAS.
           CALL "DATEUTIL" USING WS-DU-OPERACAO WS-DU-DATA-1
                                  WS-DU-DATA-2 WS-DU-DIAS
                                  WS-DU-RESULTADO WS-DU-UTIL-SW
                                  WS-DU-STATUS
           END-CALL.
           IF WS-DU-STATUS = "00" AND WS-DU-UTIL-SW = "S"
              MOVE WS-CAL-DIA TO WS-PRIMEIRO-UTIL
           END-IF.
       00019A-END.
      *
       00019B-LE-CICLOS    SECTION.
      * ULTIMA SITUACAO DE CADA CICLO DO MES FECHADO NO CICLOCTL; O
      * EVENTO "R" (RECUSA) NAO MUDA A SITUACAO DO CICLO
           MOVE SPACES TO WS-SIT-MENSAL WS-SIT-ANUAL.
           OPEN INPUT CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM 00019C-LE-CICLO
              PERFORM 00019F-GUARDA-CICLO UNTIL WS-EOF
              CLOSE CICLO-CONTROLE-FILE
           END-IF.
       00019B-END.
      *
       00019C-LE-CICLO     SECTION.
           READ CICLO-CONTROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       00019C-END.
      *
       00019D-AVALIA-CICLO SECTION.
           MOVE "N" TO WS-AGENDA-SW.
           EVALUATE TRUE
               WHEN WS-CIC-SIT-ATUAL = "F"
                   IF WS-DIA-FECHAMENTO
                      DISPLAY "*** CICLO " WS-CIC-NOME " DE "
                              WS-CIC-MES "/" WS-CIC-ANO " JA FOI "
                              "FINALIZADO (CICLOCTL) - NAO SERA "
                              "REPETIDO ***"
                      MOVE "R" TO WS-CIC-SITUACAO
                      PERFORM 00019E-GRAVA-CICLO
                   END-IF
               WHEN WS-DIA-FECHAMENTO
                   MOVE "S" TO WS-AGENDA-SW
               WHEN WS-PRIMEIRO-UTIL > ZEROES AND
                    (WS-CIC-SIT-ATUAL = "E" OR "I")
                   DISPLAY "*** CICLO " WS-CIC-NOME " DE "
                           WS-CIC-MES "/" WS-CIC-ANO " NAO TERMINOU "
                           "- RETOMADO NESTA RODADA ***"
                   MOVE "S" TO WS-AGENDA-SW
                   IF NOT WS-FORCA-RERUN
                      PERFORM 00019G-CHECKPOINT-CICLO
                   END-IF
           END-EVALUATE.
           IF WS-AGENDA-CICLO
              DISPLAY "CICLO " WS-CIC-NOME " DO MES FECHADO "
                      WS-CIC-MES "/" WS-CIC-ANO " ACRESCENTADO A "
                      "RODADA"
              MOVE "E" TO WS-CIC-SITUACAO
              PERFORM 00019E-GRAVA-CICLO
           END-IF.
       00019D-END.
      *
       00019E-GRAVA-CICLO  SECTION.
      * GRAVA UM EVENTO DO CICLO CORRENTE (WS-CIC-TIPO) NO CICLOCTL
           OPEN EXTEND CICLO-CONTROLE-FILE.
           IF WS-CICLOCTL-STATUS = "35"
              OPEN OUTPUT CICLO-CONTROLE-FILE
           END-IF.
           MOVE WS-HOJE         TO CIC-DATA.
           MOVE WS-CIC-TIPO     TO CIC-TIPO.
           MOVE WS-CIC-ANO-MES  TO CIC-ANO-MES.
           MOVE WS-CIC-SITUACAO TO CIC-SITUACAO.
           WRITE CIC-REC.
           CLOSE CICLO-CONTROLE-FILE.
       00019E-END.
      *
       00019F-GUARDA-CICLO SECTION.
      * UM "E" DEPOIS DE NADA (OU DE "F") ABRE O CICLO NAQUELA DATA;
      * "E" DE RETOMADA DEPOIS DE "E"/"I" NAO MUDA O INICIO
           IF CIC-SITUACAO NOT = "R"
              IF CIC-TIPO = "M" AND CIC-ANO-MES = WS-CIC-ANO-MES
                 IF CIC-SITUACAO = "E" AND
                    WS-SIT-MENSAL NOT = "E" AND
                    WS-SIT-MENSAL NOT = "I"
                    MOVE CIC-DATA TO WS-INI-MENSAL
                 END-IF
                 MOVE CIC-SITUACAO TO WS-SIT-MENSAL
              END-IF
              IF CIC-TIPO = "A" AND CIC-ANO = WS-CIC-ANO
                 IF CIC-SITUACAO = "E" AND
                    WS-SIT-ANUAL NOT = "E" AND
                    WS-SIT-ANUAL NOT = "I"
                    MOVE CIC-DATA TO WS-INI-ANUAL
                 END-IF
                 MOVE CIC-SITUACAO TO WS-SIT-ANUAL
              END-IF
           END-IF.
           PERFORM 00019C-LE-CICLO.
       00019F-END.
      *
       00019G-CHECKPOINT-CICLO SECTION.
      * NA RETOMADA, OS PASSOS DO CICLO (PREFIXO WS-CIC-PREFIXO) QUE
      * JA TERMINARAM EM RODADAS ANTERIORES DESDE O INICIO DO CICLO
      * ENTRAM NA TABELA DE COMPLETOS -- O CHECKPOINT DO DIA SO VALE
      * PARA HOJE, E REPETIR UM PASSO DO CICLO (O BANCO DE HORAS, POR
      * EXEMPLO) MOVIMENTARIA O MES DUAS VEZES
           MOVE ZEROES TO WS-QTDE-CICLO-FEITOS.
           OPEN INPUT MAIN-CKPT-FILE.
           IF WS-MAINCKPT-STATUS = "00"
              MOVE "N" TO WS-EOF-SW
              PERFORM 00013-LE-CHECKPOINT
              PERFORM 00019H-GUARDA-PASSO-CICLO UNTIL WS-EOF
              CLOSE MAIN-CKPT-FILE
           END-IF.
           IF WS-QTDE-CICLO-FEITOS > ZEROES
              DISPLAY "RETOMADA: " WS-QTDE-CICLO-FEITOS " PASSO(S) "
                      "DO CICLO JA COMPLETO(S) SERAO SALTADOS"
           END-IF.
       00019G-END.
      *
       00019H-GUARDA-PASSO-CICLO SECTION.
           IF MCKPT-DATA NOT < WS-CIC-INICIO AND
              MCKPT-DATA < WS-HOJE AND
              WS-QTDE-FEITOS < WS-LIMITE-PASSOS
              IF (WS-CIC-PREFIXO = "71" AND MCKPT-PASSO(1:2) = "71")
                 OR MCKPT-PASSO = WS-CIC-PREFIXO
                 ADD 1 TO WS-QTDE-FEITOS
                 ADD 1 TO WS-QTDE-CICLO-FEITOS
                 MOVE MCKPT-PASSO TO WS-PASSO-COMPLETO(WS-QTDE-FEITOS)
              END-IF
           END-IF.
           PERFORM 00013-LE-CHECKPOINT.
       00019H-END.
      *
       00020-CARGA-ORGANIZACAO SECTION.
      * CARGA/RELATORIO DA TABELA DE ORGANIZACAO (SETOR/DEPTO/SERVIDOR)
              END-IF
           END-IF.
       00020-END.
      *
       00022-FOTO-EMPREGADOS SECTION.
      * FOTO DIARIA DOS EMPREGADOS (EMPSNAP), ACHATADA COM CELULA,
      * CENTRO DE CUSTO, TARIFA E JORNADA PARA OS PASSOS DE RELATORIO
           MOVE "022" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 022 JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "FOTO DIARIA DOS EMPREGADOS" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "EMPSNAP"
              END-CALL
              PERFORM 00085-VERIFICA-RETORNO
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00022-END.
      *
       00030-IDADE-EMPREGADOS SECTION.
      * RELATORIO DE IDADE E ANIVERSARIANTES
              END-IF
           END-IF.
       00045-END.
      *
       00048-EXPANDE-ESCALAS SECTION.
      * EXPANSAO DIARIA DAS ESCALAS DE REVEZAMENTO NO ESCDIA, ANTES DA
      * CONVERSAO DE PONTO
           MOVE "048" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 048 JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "EXPANSAO DAS ESCALAS DE REVEZAMENTO" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "ESCEXPAN"
              END-CALL
              PERFORM 00085-VERIFICA-RETORNO
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00048-END.
      *
       00050-CONVERSAO-PONTO SECTION.
      * CONVERSAO DO PONTO DIARIO EM HORAS/MINUTOS
              END-IF
           END-IF.
       00052-END.
      *
       00053-EXTRA-NAO-AUTORIZADA SECTION.
      * RELATORIO POR CELULA DA HORA EXTRA RETIDA SEM AUTORIZACAO
      * PREVIA, DEPOIS DA CONVERSAO QUE A RETEVE
           MOVE "053" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 053 JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "HORA EXTRA NAO AUTORIZADA" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "HEXREL"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA HORA EXTRA RETIDA AGUARDANDO "
                            "DECISAO DO RH - VER HEXNAREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00053-END.
      *
       00054-PROJECAO-EXTRA SECTION.
      * PROJECAO DA HORA EXTRA DO FIM DO MES PELO ACUMULADO PONTOMES
      * QUE A CONVERSAO DE HOJE ACABOU DE ATUALIZAR
           MOVE "054" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 054 JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "PROJECAO DA HORA EXTRA DO MES" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "HEXPROJ"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA EMPREGADO PROJETADO ACIMA DO TETO "
                            "OU DO BANCO - VER HEXPREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00054-END.
      *
       00055-CONTROLE-AUSENCIAS SECTION.
      * CONTROLE DE AUSENCIAS DO DIA DO MOVIMENTO: FALTA SEM
              END-IF
           END-IF.
       00068-END.
      *
       00069-TRIAGEM-PAGAMENTOS SECTION.
      * TRIAGEM DA PROPOSTA DE PAGAMENTOS CONTRA O MESTRE DE
      * FORNECEDORES; SEM PAGPROP NO DIA O PASSO TERMINA LIMPO. NOTA
      * RETIDA TERMINA EM RC-ALERTA, QUE AQUI E RESULTADO DO NEGOCIO
      * (O PAGRREL VAI PARA O CONTAS A PAGAR E O RC FICA NO AUDITLOG
      * PARA O SUMARIOLOTE) E NAO FALHA DA RODADA: SO RC ACIMA DE
      * ALERTA INTERROMPE A CADEIA, SENAO UMA NOTA RETIDA DEIXARIA AS
      * TRAVAS DO MSTLOCK POSTAS ATE O DIA SEGUINTE
           MOVE "069" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 069 JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "TRIAGEM DA PROPOSTA DE PAGAMENTOS" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "PAGTRIAG"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA NOTAS RETIDAS NA PROPOSTA DE "
                            "PAGAMENTOS - VER PAGRREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00069-END.
      *
       00070-RESUMO-EXECUCAO SECTION.
      * RESUMO DA RODADA, A PARTIR DA TRILHA DE AUDITORIA QUE CADA
           MOVE "D" TO WS-STS-SITUACAO.
           PERFORM 00084-REGISTRA-STATUS.
       00070-END.
      *
       00071-CICLO-MENSAL  SECTION.
      * CICLO MENSAL DO MES FECHADO, NA ORDEM DE DEPENDENCIA: O
      * FECHAMENTO DO PONTO E O BANCO DE HORAS ANTES DA DISTRIBUICAO
      * CONTABIL E DO EXTRATO, E O PLANO DE FERIAS E A IDADE DOS
      * DEPENDENTES (DO MES QUE ABRE) POR ULTIMO. CADA PROGRAMA TOMA
      * O MES DO CICLO NO CICLOCTL. O
      * RC-ALERTA DESTES PASSOS E RESULTADO DO NEGOCIO (EXTRA ACIMA
      * DO TETO, CREDITO EXPIRADO, MATRICULA SEM CENTRO OU SEM
      * CADASTRO), COMO NA TRIAGEM DE PAGAMENTOS: SO RC ACIMA DE
      * ALERTA INTERROMPE A CADEIA
           DISPLAY " ".
           DISPLAY "CICLO MENSAL DO MES FECHADO " WS-CIC-MES "/"
                   WS-CIC-ANO.
           PERFORM 00071A-FECHAMENTO-PONTO.
           IF WS-PROSSEGUE
              PERFORM 00071B-BANCO-HORAS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00071C-DISTRIBUICAO-CONTABIL
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00071D-EXTRATO-PONTO
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00071E-PLANO-FERIAS
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00071F-IDADE-DEPENDENTES
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00071G-VALES-DO-MES
           END-IF.
           IF WS-PROSSEGUE
              PERFORM 00071H-VARIACAO-ORCAMENTO
           END-IF.
       00071-END.
      *
       00071A-FECHAMENTO-PONTO SECTION.
      * FECHAMENTO MENSAL DO PONTO DO MES FECHADO
           MOVE "71A" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71A JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "FECHAMENTO MENSAL DO PONTO" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "FECHAMENSAL"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA EMPREGADOS ACIMA DO TETO DE EXTRAS "
                            "NO MES - VER FECHAREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071A-END.
      *
       00071B-BANCO-HORAS SECTION.
      * APURACAO MENSAL DO BANCO DE HORAS DO MES FECHADO
           MOVE "71B" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71B JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "APURACAO DO BANCO DE HORAS" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "BANCOHORAS"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA CREDITOS DE BANCO DE HORAS "
                            "EXPIRADOS - VER BANCOREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071B-END.
      *
       00071C-DISTRIBUICAO-CONTABIL SECTION.
      * DISTRIBUICAO CONTABIL DAS HORAS DO MES FECHADO
           MOVE "71C" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71C JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "DISTRIBUICAO CONTABIL DO MES" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "GLDIST"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA MATRICULAS SEM CENTRO/TARIFA OU "
                            "REALIZADO INCOMPLETO NA DISTRIBUICAO - "
                            "VER GLDISREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071C-END.
      *
       00071D-EXTRATO-PONTO SECTION.
      * EXTRATO MENSAL DO PONTO POR EMPREGADO DO MES FECHADO
           MOVE "71D" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71D JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "EXTRATO MENSAL DO PONTO" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "EXTRATOPONTO"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA MATRICULAS DO PONTO SEM CADASTRO "
                            "- VER EXTRAREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071D-END.
      *
       00071E-PLANO-FERIAS SECTION.
      * PLANO DE FERIAS DO MES QUE ABRE (O SEGUINTE AO FECHADO)
           MOVE "71E" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71E JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "PLANO MENSAL DE FERIAS" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "FERPLAN"
              END-CALL
              PERFORM 00085-VERIFICA-RETORNO
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071E-END.
      *
       00071F-IDADE-DEPENDENTES SECTION.
      * LIMITES DE IDADE DOS DEPENDENTES NO MES QUE ABRE
           MOVE "71F" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71F JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "IDADE DOS DEPENDENTES" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "DEPIDADE"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA DEPENDENTES COM NASCIMENTO A "
                            "CORRIGIR - VER DEPIDREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071F-END.
      *
       00071G-VALES-DO-MES SECTION.
      * VALE-TRANSPORTE E VALE-REFEICAO DO MES QUE ABRE
           MOVE "71G" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71G JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "VALE-TRANSPORTE E REFEICAO" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "VTVRMES"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA CARGOS SEM TARIFA NO SALMAST - "
                            "DESCONTO DE VT ZERADO, VER VTVRREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071G-END.
      *
       00071H-VARIACAO-ORCAMENTO SECTION.
      * ORCADO CONTRA REALIZADO POR CENTRO DE CUSTO DO MES FECHADO,
      * DEPOIS DA DISTRIBUICAO CONTABIL QUE GRAVA O REALIZADO
           MOVE "71H" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 71H JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "VARIACAO DO ORCAMENTO" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "ORCVAR"
              END-CALL
              IF RETURN-CODE > RC-ALERTA
                 PERFORM 00085-VERIFICA-RETORNO
              ELSE
                 IF RETURN-CODE = RC-ALERTA
                    DISPLAY "*** HA CENTROS DE CUSTO ACIMA DO ORCADO "
                            "OU SEM ORCADO - VER ORCVREL ***"
                 END-IF
                 MOVE "D" TO WS-STS-SITUACAO
                 PERFORM 00084-REGISTRA-STATUS
              END-IF
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00071H-END.
      *
       00073-CICLO-ANUAL SECTION.
      * CICLO ANUAL (SO EM JANEIRO): CONSOLIDACAO DO ANO FECHADO
           MOVE "073" TO WS-PASSO-ID.
           PERFORM 00082-VERIFICA-FEITO.
           IF WS-PASSO-FEITO
              DISPLAY "PASSO 073 JA COMPLETO NA RODADA DE HOJE - "
                      "SALTADO"
              MOVE "D" TO WS-STS-SITUACAO
              PERFORM 00084-REGISTRA-STATUS
           ELSE
              MOVE "CONSOLIDACAO ANUAL DO PONTO" TO WS-PASSO
              PERFORM 00080-ANUNCIA-PASSO
              CALL "FECHAANUAL"
              END-CALL
              PERFORM 00085-VERIFICA-RETORNO
              IF WS-PROSSEGUE
                 PERFORM 00083-REGISTRA-PASSO
              END-IF
           END-IF.
       00073-END.
      *
       00074-SELA-LOGS     SECTION.
      * SELA OS REGISTROS NOVOS DOS LOGS DE EVIDENCIA ANTES DO
      * ARQUIVAMENTO, QUE SO LEVA PARA O HISTORICO O QUE JA ESTA
      * SELADO E SE RECUSA A RODAR COM A CADEIA QUEBRADA
           MOVE "074" TO WS-PASSO-ID.
           MOVE "SELAGEM DOS LOGS DE EVIDENCIA" TO WS-PASSO.
           PERFORM 00080-ANUNCIA-PASSO.
           CALL "SELAGEM"
           END-CALL.
           IF RETURN-CODE > RC-ALERTA
              DISPLAY "*** SELAGEM TERMINOU COM RC " RETURN-CODE
                      " - CONFERIR OS LOGS PELO SELOCONF ***"
           END-IF.
           MOVE "D" TO WS-STS-SITUACAO.
           PERFORM 00084-REGISTRA-STATUS.
       00074-END.
      *
       00075-ARQUIVA-AUDITORIA SECTION.
      * ULTIMO PASSO DA RODADA: MOVE OS REGISTROS ANTIGOS DO AUDITLOG
           MOVE "D" TO WS-STS-SITUACAO.
           PERFORM 00084-REGISTRA-STATUS.
       00075-END.
      *
       00078-ENCERRA-CICLOS SECTION.
      * FECHA NO CICLOCTL OS CICLOS AGENDADOS NA PARTIDA, ANTES DO
      * RESUMO (QUE OS REPORTA): COM A CADEIA LIMPA ATE AQUI TODOS OS
      * PASSOS DO CICLO TERMINARAM ("F"); SENAO O CICLO FICA
      * INTERROMPIDO ("I") E E RETOMADO NA PROXIMA RODADA DO MES
           IF WS-PROSSEGUE
              MOVE "F" TO WS-CIC-SITUACAO
           ELSE
              MOVE "I" TO WS-CIC-SITUACAO
           END-IF.
           IF WS-CICLO-MENSAL
              MOVE "M" TO WS-CIC-TIPO
              PERFORM 00019E-GRAVA-CICLO
           END-IF.
           IF WS-CICLO-ANUAL
              MOVE "A" TO WS-CIC-TIPO
              PERFORM 00019E-GRAVA-CICLO
           END-IF.
       00078-END.
      *
       00080-ANUNCIA-PASSO SECTION.
           DISPLAY " ".
