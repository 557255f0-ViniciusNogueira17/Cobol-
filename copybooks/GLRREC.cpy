      ******************************************************************
      * GLRREC - Registro do arquivo indexado de realizado mensal de
      *          mao de obra (GLREAL, chave: GLR-CHAVE = EMPRESA +
      *          CENTRO DE CUSTO + ANO/MES, a mesma ordem da
      *          ORC-CHAVE), gravado pela distribuicao contabil GLDIST
      *          a cada fechamento: minutos normais, minutos extras e
      *          valor distribuidos no centro de custo no mes. A
      *          interface GLINTF so guarda o mes da rodada; este e o
      *          historico que o relatorio de variacao ORCVAR soma para
      *          o acumulado do ano. Rodar o GLDIST de novo para o
      *          mesmo mes substitui o realizado daquele mes.
      ******************************************************************
       01  GLR-REC.
           03 GLR-CHAVE.
              05 GLR-EMPRESA         PIC 9(02).
              05 GLR-CENTRO-CUSTO    PIC X(08).
              05 GLR-ANO-MES.
                 07 GLR-ANO          PIC 9(04).
                 07 GLR-MES          PIC 9(02).
           03 GLR-MIN-NORMAIS        PIC 9(09).
           03 GLR-MIN-EXTRA          PIC 9(09).
      *    VALOR COM DUAS DECIMAIS IMPLICITAS
           03 GLR-VALOR              PIC 9(11)V99.
           03 GLR-DATA-PROC          PIC 9(08).
