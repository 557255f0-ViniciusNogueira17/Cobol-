      ******************************************************************
      * HEAREC - Registro do arquivo indexado de autorizacoes previas
      *          de hora extra (HEAMAST, chave HEA-CHAVE: matricula +
      *          data inicial), mantido pelo subsistema interativo
      *          HEAMNT: o gestor autoriza, para um dia ou um periodo,
      *          um maximo de minutos extras por dia. A conversao de
      *          ponto so deixa ir para a folha (FOLHAINT) e para o
      *          acumulador (PONTOMES) o extra coberto pela
      *          autorizacao do dia; o excedente fica retido no
      *          HEXRET (copybook HEXREC) ate o RH decidir. Os
      *          periodos de uma mesma matricula nao se sobrepoem.
      ******************************************************************
       01  HEA-REC.
           03 HEA-CHAVE.
              05 HEA-MATRICULA    PIC 9(06).
              05 HEA-DATA-INI     PIC 9(08).
      *    ULTIMO DIA COBERTO (IGUAL A DATA INICIAL PARA UM DIA SO)
           03 HEA-DATA-FIM        PIC 9(08).
      *    MAXIMO DE MINUTOS EXTRAS AUTORIZADOS EM CADA DIA DO PERIODO
           03 HEA-MIN-AUTORIZ     PIC 9(04).
      *    GESTOR QUE AUTORIZOU (IDENTIFICACAO DE OPERADOR DO USRMAST)
           03 HEA-APROVADOR       PIC X(08).
           03 HEA-DATA-ALT        PIC 9(08).
