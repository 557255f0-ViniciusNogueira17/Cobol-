      *                  (EVENTQ, copybook EVTREC), que o EVTGER
      *                  transforma no arquivo de transmissao do
      *                  orgao.
      * 2026-10-15  RMS  O EMPREC ganhou o numero do PIS/PASEP/NIS: a
      *                  transacao EMPTRANS carrega ETR-NIS no fim do
      *                  registro; NIS informado passa pela VALIDA-PIS
      *                  e, invalido, recusa a admissao (motivo 08).
      *                  NIS em branco e aceito e fica pendente no
      *                  relatorio NISPEND.
      * 2026-10-15  RMS  A transacao EMPTRANS carrega o endereco do
      *                  admitido no fim do registro. UF e CEP passam
      *                  pela VALIDA-CEP: UF inexistente ou CEP fora
      *                  da faixa da UF recusa a admissao (motivo 09);
      *                  UF fora da regiao fiscal do CPF e sinal de
      *                  fraude, aceito com aviso no job log e o passo
      *                  termina em alerta. O endereco aceito vai para
      *                  o cadastro ENDMAST; transacao sem endereco
      *                  segue como antes.
      * 2026-10-15  RMS  Catalogo de cargos (CRGMAST, copybook
      *                  CRGREC): cargo em branco ou fora do catalogo
      *                  recusa a admissao (motivo 10). Sem o catalogo
      *                  aberto, o aviso sai no job log e o cargo
      *                  segue sem conferencia, como antes.
      * 2026-10-15  RMS  O evento enfileirado na EVENTQ passou a
      *                  levar a empresa do vinculo (EVT-EMPRESA).
      * 2026-10-15  RMS  Cada admissao aceita passou a entrar no
      *                  indice fonetico de nomes (EMPFONE) da busca
      *                  por nome do EMPINQ, pela subrotina
      *                  GRAVA-FONETICA. Falha no indice nao recusa a
      *                  admissao: e contada e leva o passo a alerta,
      *                  para o EMPFONGR reconstruir o indice.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
               RECORD KEY IS QDR-CHAVE
               FILE STATUS IS WS-ORGQUAD-STATUS.

           SELECT END-MASTER-FILE ASSIGN TO "ENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-MATRICULA
               FILE STATUS IS WS-ENDMAST-STATUS.

           SELECT CRG-MASTER-FILE ASSIGN TO "CRGMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRG-CARGO
               FILE STATUS IS WS-CRGMAST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-STATUS.
           03 ETR-DATA-ADMIS       PIC 9(08).
           03 ETR-EMPRESA          PIC 9(02).
           03 ETR-CARGO            PIC X(04).
           03 ETR-NIS              PIC X(11).
      *    ENDERECO DO ADMITIDO (UF EM BRANCO = SEM ENDERECO)
           03 ETR-LOGRADOURO       PIC X(40).
           03 ETR-NUMERO           PIC X(06).
           03 ETR-COMPLEMENTO      PIC X(20).
           03 ETR-BAIRRO           PIC X(25).
           03 ETR-CIDADE           PIC X(30).
           03 ETR-UF               PIC X(02).
           03 ETR-CEP              PIC 9(08).

       FD  EMP-MASTER-FILE.
           COPY EMPREC.
       FD  QUADRO-FILE.
           COPY QDRREC.

       FD  END-MASTER-FILE.
           COPY ENDREC.

       FD  CRG-MASTER-FILE.
           COPY CRGREC.

       FD  CONTROL-CARD-FILE.
           COPY CTLCARD.

       01 WS-TRACE-SW          PIC X(01)   VALUE "N".
       COPY CPFTRACE.
       01 WS-ORGSUB-STATUS     PIC X(02)   VALUE SPACES.
       01 WS-DIGITO-NIS        PIC 9(01)   VALUE ZEROES.
       01 WS-NIS-STATUS        PIC X(02)   VALUE "00".
      * ENDERECO DO ADMITIDO: CONSISTENCIA UF X CEP X REGIAO FISCAL
      * DO CPF (VALIDA-CEP) E GRAVACAO NO CADASTRO ENDMAST; SEM O
      * ENDMAST ABERTO O ENDERECO SO E CONFERIDO
       01 WS-ENDMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-ENDMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-ENDMAST-OK                  VALUE "S".
       01 WS-REGIAO-CPF        PIC X(01)   VALUE SPACES.
       01 WS-CEP-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-CPF-MASCARADO     PIC X(11)   VALUE SPACES.
       01 WS-TOTAL-AVISO-UF    PIC 9(07)   VALUE ZEROES.
      * INDICE FONETICO DE NOMES (EMPFONE/GRAVA-FONETICA)
       01 WS-FON-OPERACAO      PIC X(01)   VALUE "G".
       01 WS-FON-STATUS        PIC X(02)   VALUE SPACES.
       01 WS-TOTAL-FALHA-FONE  PIC 9(07)   VALUE ZEROES.
       01 WS-NASC-NUM          PIC 9(08)   VALUE ZEROES.
      * CATALOGO DE CARGOS: SEM O CRGMAST ABERTO O CARGO NAO E
      * CONFERIDO
       01 WS-CRGMAST-STATUS    PIC X(02)   VALUE SPACES.
       01 WS-CRGMAST-OK-SW     PIC X(01)   VALUE "N".
          88 WS-CRGMAST-OK                  VALUE "S".
      * QUADRO AUTORIZADO: SEM O ORGQUAD NAO HA LIMITE A CONFERIR; A
      * ACAO NO ESTOURO VEM DO CARTAO (CTL-QUADRO-ACAO "R" = RECUSA)
       01 WS-ORGQUAD-STATUS    PIC X(02)   VALUE SPACES.
                 IF WS-EVENTQ-STATUS = "35"
                    OPEN OUTPUT EVENTO-FILA-FILE
                 END-IF
                 OPEN I-O END-MASTER-FILE
                 IF WS-ENDMAST-STATUS = "35"
                    OPEN OUTPUT END-MASTER-FILE
                    CLOSE END-MASTER-FILE
                    OPEN I-O END-MASTER-FILE
                 END-IF
                 IF WS-ENDMAST-STATUS = "00"
                    MOVE "S" TO WS-ENDMAST-OK-SW
                 ELSE
                    DISPLAY "AVISO: ENDMAST NAO ABRIU (STATUS "
                            WS-ENDMAST-STATUS ") - ENDERECOS SO "
                            "CONFERIDOS, SEM GRAVACAO"
                 END-IF
                 OPEN INPUT CRG-MASTER-FILE
                 IF WS-CRGMAST-STATUS = "00"
                    MOVE "S" TO WS-CRGMAST-OK-SW
                 ELSE
                    DISPLAY "AVISO: CRGMAST NAO ABRIU (STATUS "
                            WS-CRGMAST-STATUS ") - CARGO NAO "
                            "CONFERIDO NO CATALOGO"
                 END-IF
                 PERFORM 00013-CONTA-LOTACAO
                 PERFORM 00024-LE-TRANSACAO
              END-IF
           IF WS-DADOS-OK
              PERFORM 00027-VALIDA-DATAS
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00027A-VALIDA-NIS
           END-IF.
           IF WS-DADOS-OK AND ETR-UF NOT = SPACES
              PERFORM 00027B-VALIDA-ENDERECO
           END-IF.
           IF WS-DADOS-OK AND WS-CRGMAST-OK
              PERFORM 00027C-VALIDA-CARGO
           END-IF.
           IF WS-DADOS-OK
              PERFORM 00028-GRAVA-MESTRE
           END-IF.
                   PERFORM 00029-GRAVA-EXCECAO
           END-EVALUATE.
       00027-END.
      *
       00027A-VALIDA-NIS   SECTION.
      * NIS INFORMADO PASSA PELA VALIDA-PIS; EM BRANCO A ADMISSAO
      * SEGUE E O EMPREGADO FICA NO RELATORIO DE PENDENCIAS (NISPEND)
           IF ETR-NIS NOT = SPACES
              CALL "VALIDA-PIS" USING ETR-NIS WS-DIGITO-NIS
                                       WS-NIS-STATUS
              END-CALL
              IF WS-NIS-STATUS NOT = "00"
                 MOVE "08" TO EXC-MOTIVO-COD
                 MOVE "NIS/PIS INVALIDO (VALIDA-PIS)"
                      TO EXC-MOTIVO-DESC
                 PERFORM 00029-GRAVA-EXCECAO
              END-IF
           END-IF.
       00027A-END.
      *
       00027B-VALIDA-ENDERECO SECTION.
      * UF E CEP CONSISTENTES ENTRE SI E COM A REGIAO FISCAL DO CPF
      * (9O DIGITO); UF FORA DA REGIAO SO AVISA, JA QUE O ADMITIDO
      * PODE TER MUDADO DE ESTADO, MAS FICA NO JOB LOG PARA O RH
           MOVE ETR-CPF(9:1) TO WS-REGIAO-CPF.
           CALL "VALIDA-CEP" USING ETR-UF ETR-CEP WS-REGIAO-CPF
                                    WS-CEP-STATUS
           END-CALL.
           EVALUATE WS-CEP-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "04"
                   CALL "MASCARA-CPF" USING ETR-CPF WS-CPF-MASCARADO
                   END-CALL
                   DISPLAY "AVISO: MATRICULA " ETR-MATRICULA
                           " COM UF " ETR-UF " FORA DA REGIAO "
                           "FISCAL DO CPF " WS-CPF-MASCARADO
                   ADD 1 TO WS-TOTAL-AVISO-UF
               WHEN OTHER
                   MOVE "09" TO EXC-MOTIVO-COD
                   MOVE "ENDERECO INCONSISTENTE (UF X CEP)"
                        TO EXC-MOTIVO-DESC
                   PERFORM 00029-GRAVA-EXCECAO
           END-EVALUATE.
       00027B-END.
      *
       00027C-VALIDA-CARGO SECTION.
      * O CARGO DO ADMITIDO TEM DE CONSTAR NO CATALOGO DE CARGOS;
      * CARGO EM BRANCO TAMBEM E RECUSADO
           MOVE ETR-CARGO TO CRG-CARGO.
           IF ETR-CARGO = SPACES
              MOVE "10" TO EXC-MOTIVO-COD
              MOVE "CARGO NAO INFORMADO" TO EXC-MOTIVO-DESC
              PERFORM 00029-GRAVA-EXCECAO
           ELSE
              READ CRG-MASTER-FILE
                  INVALID KEY
                      MOVE "10" TO EXC-MOTIVO-COD
                      MOVE "CARGO NAO CONSTA NO CATALOGO (CRGMAST)"
                           TO EXC-MOTIVO-DESC
                      PERFORM 00029-GRAVA-EXCECAO
                  NOT INVALID KEY
                      CONTINUE
              END-READ
           END-IF.
       00027C-END.
      *
       00028-GRAVA-MESTRE  SECTION.
      * GRAVA O ADMITIDO NO MESTRE; MATRICULA JA EXISTENTE E REJEICAO
              MOVE 01            TO EMP-EMPRESA
           END-IF.
           MOVE ETR-CARGO        TO EMP-CARGO.
           MOVE ETR-NIS          TO EMP-NIS.
           WRITE EMP-REC
               INVALID KEY
                   MOVE "05" TO EXC-MOTIVO-COD
                   PERFORM 00028A-GRAVA-POSICAO
                   PERFORM 00028B-GRAVA-JORNAL
                   PERFORM 00028C-GRAVA-EVENTO
                   IF ETR-UF NOT = SPACES AND WS-ENDMAST-OK
                      PERFORM 00028D-GRAVA-ENDERECO
                   END-IF
                   PERFORM 00028E-ATUALIZA-FONETICA
                   ADD 1 TO WS-CEL-LOTACAO(ETR-SETOR, ETR-DEPTO,
                                            ETR-SERVIDOR-IDX)
           END-WRITE.
           MOVE ETR-SETOR        TO EVT-SETOR.
           MOVE ETR-DEPTO        TO EVT-DEPTO.
           MOVE ETR-SERVIDOR-IDX TO EVT-SERVIDOR-IDX.
           MOVE EMP-EMPRESA      TO EVT-EMPRESA.
           MOVE "Q"              TO EVT-SITUACAO.
           MOVE ZEROES           TO EVT-LOTE.
           WRITE EVT-REC.
       00028C-END.
      *
       00028D-GRAVA-ENDERECO SECTION.
      * GRAVA O ENDERECO DO ADMITIDO NO CADASTRO ENDMAST; ENDERECO JA
      * EXISTENTE PARA A MATRICULA E SUBSTITUIDO
           MOVE ETR-MATRICULA    TO END-MATRICULA.
           MOVE ETR-LOGRADOURO   TO END-LOGRADOURO.
           MOVE ETR-NUMERO       TO END-NUMERO.
           MOVE ETR-COMPLEMENTO  TO END-COMPLEMENTO.
           MOVE ETR-BAIRRO       TO END-BAIRRO.
           MOVE ETR-CIDADE       TO END-CIDADE.
           MOVE ETR-UF           TO END-UF.
           MOVE ETR-CEP          TO END-CEP.
           MOVE DATA-HOJE-NUM    TO END-DATA-ATUALIZ.
           MOVE WS-OPERADOR      TO END-OPERADOR.
           WRITE END-REC
               INVALID KEY
                   REWRITE END-REC
                   END-REWRITE
           END-WRITE.
       00028D-END.
      *
       00028E-ATUALIZA-FONETICA SECTION.
      * LEVA O ADMITIDO AO INDICE FONETICO DE NOMES; A FALHA SO E
      * AVISADA E CONTADA
           CALL "GRAVA-FONETICA" USING WS-FON-OPERACAO EMP-MATRICULA
                                        EMP-NOME WS-FON-STATUS
           END-CALL.
           IF WS-FON-STATUS NOT = "00"
              DISPLAY "AVISO: MATRICULA " EMP-MATRICULA
                      " FORA DO INDICE FONETICO EMPFONE (STATUS "
                      WS-FON-STATUS ")"
              ADD 1 TO WS-TOTAL-FALHA-FONE
           END-IF.
       00028E-END.
      *
       00029-GRAVA-EXCECAO SECTION.
      * GRAVA A ADMISSAO REJEITADA NO RELATORIO DE EXCECOES (MOTIVO
              IF WS-ORGQUAD-OK
                 CLOSE QUADRO-FILE
              END-IF
              IF WS-ENDMAST-OK
                 CLOSE END-MASTER-FILE
              END-IF
              IF WS-CRGMAST-OK
                 CLOSE CRG-MASTER-FILE
              END-IF
           END-IF.
           DISPLAY "--- CONTROLES DE RECONCILIACAO DO PASSO ---".
           DISPLAY "REGISTROS LIDOS.....: " WS-TOTAL-LIDOS.
           DISPLAY "REGISTROS ACEITOS...: " WS-TOTAL-ACEITOS.
           DISPLAY "REGISTROS REJEITADOS: " WS-TOTAL-REJEITADOS.
           DISPLAY "AVISOS UF X CPF.....: " WS-TOTAL-AVISO-UF.
           DISPLAY "FALHAS NO EMPFONE...: " WS-TOTAL-FALHA-FONE.
           DISPLAY "HASH TOTAL (MATRICULA): " WS-HASH-MATRICULA.
           PERFORM 00031-DEFINE-RETORNO.
           PERFORM 00029A-GRAVA-AUDITORIA.
      *
       00031-DEFINE-RETORNO SECTION.
      * FIXA O RETURN-CODE DO PASSO: FATAL SE UMA ENTRADA OBRIGATORIA
      * NAO ABRIU, ALERTA SE HOUVE ADMISSAO REJEITADA, AVISO DE UF
      * FORA DA REGIAO FISCAL DO CPF OU FALHA NO INDICE FONETICO,
      * NORMAL CASO CONTRARIO
           IF WS-ABORT
              MOVE RC-FATAL TO RETURN-CODE
           ELSE
              IF WS-TOTAL-REJEITADOS > ZEROES OR
                 WS-TOTAL-AVISO-UF > ZEROES OR
                 WS-TOTAL-FALHA-FONE > ZEROES
                 MOVE RC-ALERTA TO RETURN-CODE
              ELSE
                 MOVE RC-NORMAL TO RETURN-CODE
