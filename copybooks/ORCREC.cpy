      ******************************************************************
      * ORCREC - Registro do arquivo indexado mestre de orcamento de
      *          mao de obra (ORCMAST, chave: ORC-CHAVE = EMPRESA +
      *          CENTRO DE CUSTO + ANO/MES), um registro por centro
      *          de custo por mes: horas normais, horas extras e
      *          valor orcados. Carregado de uma vez por ano pela
      *          ORCLOAD (arquivo ORCANUAL da controladoria) e
      *          ajustado no decorrer do ano pelo subsistema
      *          interativo ORCMNT. E o lado "orcado" do relatorio de
      *          variacao ORCVAR, contra o realizado do GLREAL.
      ******************************************************************
       01  ORC-REC.
           03 ORC-CHAVE.
              05 ORC-EMPRESA         PIC 9(02).
              05 ORC-CENTRO-CUSTO    PIC X(08).
              05 ORC-ANO-MES.
                 07 ORC-ANO          PIC 9(04).
                 07 ORC-MES          PIC 9(02).
           03 ORC-HORAS              PIC 9(07).
           03 ORC-HORAS-EXTRA        PIC 9(07).
      *    VALOR COM DUAS DECIMAIS IMPLICITAS
           03 ORC-VALOR              PIC 9(11)V99.
      *    ORIGEM DA ULTIMA GRAVACAO: "C" CARGA ANUAL (ORCLOAD), "M"
      *    MANUTENCAO ONLINE (ORCMNT), E QUANDO FOI GRAVADO
           03 ORC-ORIGEM             PIC X(01).
           03 ORC-DATA-ALT           PIC 9(08).
