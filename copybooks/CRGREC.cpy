      ******************************************************************
      * CRGREC - Registro do arquivo indexado do catalogo de cargos
      *          (CRGMAST, chave: CRG-CARGO, o mesmo codigo do
      *          EMP-CARGO e do SAL-CARGO), mantido pelo subsistema
      *          interativo CRGMNT: o titulo do cargo, o codigo CBO
      *          da ocupacao (levado pelo EVTGER na transmissao ao
      *          registro governamental), o nivel hierarquico e a
      *          faixa permitida para o valor da hora na tabela
      *          salarial SALMAST. EMPLOAD, EMPMNT e SALMNT so aceitam
      *          cargo que conste aqui; o relatorio CRGPEND aponta o
      *          empregado cujo cargo nao consta.
      ******************************************************************
       01  CRG-REC.
           03 CRG-CARGO           PIC X(04).
           03 CRG-TITULO          PIC X(30).
      * CODIGO BRASILEIRO DE OCUPACOES (6 DIGITOS, SEM O HIFEN)
           03 CRG-CBO             PIC 9(06).
      * NIVEL HIERARQUICO (01 = TOPO)
           03 CRG-NIVEL           PIC 9(02).
      * FAIXA DO VALOR DA HORA (SAL-VALOR-HORA), INICIO E FIM
      * INCLUSIVE
           03 CRG-VALOR-MIN       PIC 9(05)V99.
           03 CRG-VALOR-MAX       PIC 9(05)V99.
           03 CRG-DATA-ALT        PIC 9(08).
