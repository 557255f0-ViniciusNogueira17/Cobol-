      ******************************************************************
      * ESAREC - Registro do arquivo indexado de atribuicao de escala
      *          de revezamento (ESCATRIB, chave: ESA-MATRICULA),
      *          mantido pelo ESCMNT: o padrao de escala do ESCMAST
      *          que a matricula cumpre e a data em que o dia 1 do
      *          ciclo cai para ela. Matricula sem atribuicao segue a
      *          jornada semanal do JORMAST, como antes.
      ******************************************************************
       01  ESA-REC.
           03 ESA-MATRICULA       PIC 9(06).
           03 ESA-ESCALA          PIC X(04).
           03 ESA-DATA-INICIO     PIC 9(08).
           03 ESA-DATA-ALTER      PIC 9(08).
