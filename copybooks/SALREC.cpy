      *          sucessivas -- a tarifa valida numa data e a de maior
      *          vigencia que nao passa daquela data. E a base da
      *          valorizacao do extrato da folha (FOLHAVAL) e da
      *          distribuicao contabil (GLDIST). O cargo tem de
      *          constar no catalogo CRGMAST e o valor da hora tem de
      *          caber na faixa dele.
      ******************************************************************
       01  SAL-REC.
           03 SAL-CHAVE.
