      ******************************************************************
      * ENDREC - Registro do arquivo indexado de enderecos dos
      *          empregados (ENDMAST, chave: END-MATRICULA, a mesma
      *          EMP-MATRICULA do EMPMAST), mantido pelo subsistema
      *          interativo ENDMNT e gravado tambem pelo EMPLOAD na
      *          admissao. UF e CEP passam pela VALIDA-CEP (faixa de
      *          CEP da UF, tabela CEPTAB) na entrada; o passo ENDCONF
      *          confere o cadastro inteiro, inclusive a UF contra a
      *          regiao fiscal do CPF (CPF-MST-UF-COD, tabela UFTAB).
      ******************************************************************
       01  END-REC.
           03 END-MATRICULA       PIC 9(06).
           03 END-LOGRADOURO      PIC X(40).
           03 END-NUMERO          PIC X(06).
           03 END-COMPLEMENTO     PIC X(20).
           03 END-BAIRRO          PIC X(25).
           03 END-CIDADE          PIC X(30).
           03 END-UF              PIC X(02).
           03 END-CEP             PIC 9(08).
      *    ULTIMA ATUALIZACAO (DATA E OPERADOR DA SESSAO SIGNON, OU O
      *    PROPRIO PROGRAMA NA CARGA EM LOTE)
           03 END-DATA-ATUALIZ    PIC 9(08).
           03 END-OPERADOR        PIC X(08).
