      ******************************************************************
      * CNABREC - Registro da remessa de pagamento de salarios no
      *           padrao CNAB 240 da FEBRABAN (CNABREM, 240 posicoes),
      *           gravada pelo FOLHACRED: header de arquivo (tipo 0),
      *           um lote por empresa com header (tipo 1), segmentos
      *           A e B por empregado (tipo 3) e trailer (tipo 5) com
      *           a quantidade de registros e a soma dos valores do
      *           lote, e o trailer de arquivo (tipo 9) com as
      *           quantidades de lotes e de registros. Campos sem uso
      *           na folha (endereco, moeda, abatimento etc) vao em
      *           branco ou zero, conforme o tipo do campo no layout.
      ******************************************************************
       01  CNAB-HEADER-ARQUIVO.
           03 CNB-HA-BANCO          PIC 9(03).
           03 CNB-HA-LOTE           PIC 9(04).
           03 CNB-HA-TIPO           PIC X(01).
      *       "0" HEADER DE ARQUIVO, "1" HEADER DE LOTE, "3" DETALHE,
      *       "5" TRAILER DE LOTE, "9" TRAILER DE ARQUIVO
           03 FILLER                PIC X(09).
           03 CNB-HA-TIPO-INSC      PIC X(01).
           03 CNB-HA-CNPJ           PIC 9(14).
           03 CNB-HA-CONVENIO       PIC X(20).
           03 CNB-HA-AGENCIA        PIC 9(05).
           03 CNB-HA-AGENCIA-DV     PIC X(01).
           03 CNB-HA-CONTA          PIC 9(12).
           03 CNB-HA-CONTA-DV       PIC X(01).
           03 CNB-HA-AGCONTA-DV     PIC X(01).
           03 CNB-HA-NOME-EMPRESA   PIC X(30).
           03 CNB-HA-NOME-BANCO     PIC X(30).
           03 FILLER                PIC X(10).
           03 CNB-HA-REMESSA        PIC X(01).
      *       "1" REMESSA
           03 CNB-HA-DATA-GERACAO   PIC 9(08).
      *       DDMMAAAA, COMO TODAS AS DATAS DO LAYOUT
           03 CNB-HA-HORA-GERACAO   PIC 9(06).
           03 CNB-HA-NSA            PIC 9(06).
           03 CNB-HA-VERSAO         PIC X(03).
           03 CNB-HA-DENSIDADE      PIC 9(05).
           03 CNB-HA-RESERV-BANCO   PIC X(20).
           03 CNB-HA-RESERV-EMPRESA PIC X(20).
           03 FILLER                PIC X(29).
       01  CNAB-HEADER-LOTE REDEFINES CNAB-HEADER-ARQUIVO.
           03 CNB-HL-BANCO          PIC 9(03).
           03 CNB-HL-LOTE           PIC 9(04).
           03 CNB-HL-TIPO           PIC X(01).
           03 CNB-HL-OPERACAO       PIC X(01).
      *       "C" LANCAMENTO A CREDITO
           03 CNB-HL-SERVICO        PIC X(02).
      *       "30" PAGAMENTO DE SALARIOS
           03 CNB-HL-FORMA          PIC X(02).
      *       "01" CREDITO EM CONTA CORRENTE/SALARIO
           03 CNB-HL-VERSAO         PIC X(03).
           03 FILLER                PIC X(01).
           03 CNB-HL-TIPO-INSC      PIC X(01).
           03 CNB-HL-CNPJ           PIC 9(14).
           03 CNB-HL-CONVENIO       PIC X(20).
           03 CNB-HL-AGENCIA        PIC 9(05).
           03 CNB-HL-AGENCIA-DV     PIC X(01).
           03 CNB-HL-CONTA          PIC 9(12).
           03 CNB-HL-CONTA-DV       PIC X(01).
           03 CNB-HL-AGCONTA-DV     PIC X(01).
           03 CNB-HL-NOME-EMPRESA   PIC X(30).
           03 CNB-HL-MENSAGEM       PIC X(40).
           03 CNB-HL-LOGRADOURO     PIC X(30).
           03 CNB-HL-NUMERO         PIC 9(05).
           03 CNB-HL-COMPLEMENTO    PIC X(15).
           03 CNB-HL-CIDADE         PIC X(20).
           03 CNB-HL-CEP            PIC 9(05).
           03 CNB-HL-CEP-COMPL      PIC X(03).
           03 CNB-HL-UF             PIC X(02).
           03 CNB-HL-IND-FORMA      PIC X(02).
           03 FILLER                PIC X(06).
           03 CNB-HL-OCORRENCIAS    PIC X(10).
       01  CNAB-SEGMENTO-A REDEFINES CNAB-HEADER-ARQUIVO.
           03 CNB-A-BANCO           PIC 9(03).
           03 CNB-A-LOTE            PIC 9(04).
           03 CNB-A-TIPO            PIC X(01).
           03 CNB-A-SEQ             PIC 9(05).
           03 CNB-A-SEGMENTO        PIC X(01).
           03 CNB-A-TIPO-MOVTO      PIC X(01).
      *       "0" INCLUSAO
           03 CNB-A-INSTRUCAO       PIC X(02).
           03 CNB-A-CAMARA          PIC 9(03).
      *       000 CREDITO NO PROPRIO BANCO PAGADOR, 018 TED
           03 CNB-A-FAV-BANCO       PIC 9(03).
           03 CNB-A-FAV-AGENCIA     PIC 9(05).
           03 CNB-A-FAV-AGENCIA-DV  PIC X(01).
           03 CNB-A-FAV-CONTA       PIC 9(12).
           03 CNB-A-FAV-CONTA-DV    PIC X(01).
           03 CNB-A-FAV-AGCONTA-DV  PIC X(01).
           03 CNB-A-FAV-NOME        PIC X(30).
           03 CNB-A-SEU-NUMERO      PIC X(20).
      *       MATRICULA + COMPETENCIA, PARA CASAR O RETORNO DO BANCO
           03 CNB-A-DATA-PAGTO      PIC 9(08).
           03 CNB-A-MOEDA           PIC X(03).
           03 CNB-A-QTDE-MOEDA      PIC 9(10)V9(05).
           03 CNB-A-VALOR           PIC 9(13)V99.
           03 CNB-A-NOSSO-NUMERO    PIC X(20).
           03 CNB-A-DATA-REAL       PIC 9(08).
           03 CNB-A-VALOR-REAL      PIC 9(13)V99.
           03 CNB-A-INFORMACOES     PIC X(40).
           03 CNB-A-COMPL-SERVICO   PIC X(02).
           03 CNB-A-FINALIDADE-TED  PIC X(05).
           03 CNB-A-COMPL-FINALID   PIC X(02).
           03 FILLER                PIC X(03).
           03 CNB-A-AVISO           PIC 9(01).
           03 CNB-A-OCORRENCIAS     PIC X(10).
       01  CNAB-SEGMENTO-B REDEFINES CNAB-HEADER-ARQUIVO.
           03 CNB-B-BANCO           PIC 9(03).
           03 CNB-B-LOTE            PIC 9(04).
           03 CNB-B-TIPO            PIC X(01).
           03 CNB-B-SEQ             PIC 9(05).
           03 CNB-B-SEGMENTO        PIC X(01).
           03 FILLER                PIC X(03).
           03 CNB-B-TIPO-INSC       PIC X(01).
      *       "1" CPF DO FAVORECIDO
           03 CNB-B-CPF             PIC 9(14).
           03 CNB-B-LOGRADOURO      PIC X(30).
           03 CNB-B-NUMERO          PIC 9(05).
           03 CNB-B-COMPLEMENTO     PIC X(15).
           03 CNB-B-BAIRRO          PIC X(15).
           03 CNB-B-CIDADE          PIC X(20).
           03 CNB-B-CEP             PIC 9(05).
           03 CNB-B-CEP-COMPL       PIC X(03).
           03 CNB-B-UF              PIC X(02).
           03 CNB-B-VENCIMENTO      PIC 9(08).
           03 CNB-B-VALORES                  OCCURS 5 TIMES.
      *       DOCUMENTO, ABATIMENTO, DESCONTO, MORA E MULTA
              05 CNB-B-VALOR        PIC 9(13)V99.
           03 CNB-B-DOC-FAVORECIDO  PIC X(15).
           03 CNB-B-AVISO           PIC 9(01).
           03 CNB-B-CODIGO-UG       PIC 9(06).
           03 CNB-B-ISPB            PIC 9(08).
       01  CNAB-TRAILER-LOTE REDEFINES CNAB-HEADER-ARQUIVO.
           03 CNB-TL-BANCO          PIC 9(03).
           03 CNB-TL-LOTE           PIC 9(04).
           03 CNB-TL-TIPO           PIC X(01).
           03 FILLER                PIC X(09).
           03 CNB-TL-QTDE-REG       PIC 9(06).
      *       HEADER + SEGMENTOS + TRAILER DO LOTE
           03 CNB-TL-SOMA-VALORES   PIC 9(16)V99.
           03 CNB-TL-SOMA-MOEDA     PIC 9(13)V9(05).
           03 CNB-TL-AVISO-DEBITO   PIC 9(06).
           03 FILLER                PIC X(165).
           03 CNB-TL-OCORRENCIAS    PIC X(10).
       01  CNAB-TRAILER-ARQUIVO REDEFINES CNAB-HEADER-ARQUIVO.
           03 CNB-TA-BANCO          PIC 9(03).
           03 CNB-TA-LOTE           PIC 9(04).
           03 CNB-TA-TIPO           PIC X(01).
           03 FILLER                PIC X(09).
           03 CNB-TA-QTDE-LOTES     PIC 9(06).
           03 CNB-TA-QTDE-REG       PIC 9(06).
      *       TODOS OS REGISTROS DO ARQUIVO, HEADER E TRAILER INCLUSIVE
           03 CNB-TA-QTDE-CONTAS    PIC 9(06).
           03 FILLER                PIC X(205).
