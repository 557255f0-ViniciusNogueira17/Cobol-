      ******************************************************************
      * FORREC - Registro do arquivo indexado de cadastro de
      *          fornecedores (FORMAST, chave: FOR-CNPJ, a mesma
      *          CNPJ-MST-CHAVE do CNPJMAST), mantido pelo subsistema
      *          interativo FORMNT: razao social, nome fantasia,
      *          endereco, contato e os dados bancarios de pagamento.
      *          So entra no cadastro CNPJ ja validado no CNPJMAST; o
      *          bloqueio de compliance continua no CNPJMAST. Lido
      *          pelos relatorios do lado fornecedor (CNPJGRUPO,
      *          CNPJSANC) e pelo TERMNT para mostrar o nome no lugar
      *          do CNPJ puro.
      ******************************************************************
       01  FOR-REC.
           03 FOR-CNPJ            PIC X(14).
           03 FOR-RAZAO-SOCIAL    PIC X(50).
           03 FOR-NOME-FANTASIA   PIC X(30).
           03 FOR-ENDERECO.
              05 FOR-LOGRADOURO   PIC X(40).
              05 FOR-NUMERO       PIC X(06).
              05 FOR-COMPLEMENTO  PIC X(20).
              05 FOR-BAIRRO       PIC X(25).
              05 FOR-CIDADE       PIC X(30).
              05 FOR-UF           PIC X(02).
              05 FOR-CEP          PIC 9(08).
           03 FOR-CONTATO         PIC X(30).
           03 FOR-TELEFONE        PIC X(11).
      *    DADOS BANCARIOS PARA PAGAMENTO (CODIGO DO BANCO NA
      *    COMPENSACAO; CONTA "C" CORRENTE OU "P" POUPANCA)
           03 FOR-BANCO           PIC 9(03).
           03 FOR-AGENCIA         PIC 9(05).
           03 FOR-AGENCIA-DV      PIC X(01).
           03 FOR-CONTA           PIC 9(12).
           03 FOR-CONTA-DV        PIC X(01).
           03 FOR-TIPO-CONTA      PIC X(01).
              88 FOR-CONTA-CORRENTE          VALUE "C".
              88 FOR-CONTA-POUPANCA          VALUE "P".
      *    ULTIMA ATUALIZACAO (DATA E OPERADOR DA SESSAO SIGNON)
           03 FOR-DATA-ATUALIZ    PIC 9(08).
           03 FOR-OPERADOR        PIC X(08).
