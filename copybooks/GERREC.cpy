      ******************************************************************
      * GERREC - Registro do arquivo indexado de gestores por celula
      *          (GERMAST, chave: GER-CHAVE = SETOR+DEPTO+SERVIDOR, a
      *          mesma ORGM-CHAVE), mantido pelo subsistema interativo
      *          GERMNT ao lado do ORGMAST: a matricula do gestor
      *          responsavel pela celula e, opcionalmente, a de um
      *          substituto com o periodo de delegacao. O distribuidor
      *          SPOOLDIS monta com ele o pacote de excecoes de cada
      *          gestor (AUSREL, DESCREL e QUADVREL so com as linhas
      *          das celulas dele), entregando ao substituto enquanto
      *          a data distribuida estiver dentro da delegacao.
      ******************************************************************
       01  GER-REC.
           03 GER-CHAVE.
              05 GER-SETOR           PIC 9(01).
              05 GER-DEPTO           PIC 9(01).
              05 GER-SERVIDOR-IDX    PIC 9(01).
           03 GER-MATRICULA          PIC 9(06).
      * SUBSTITUTO OPCIONAL (ZEROS = SEM SUBSTITUTO) E O PERIODO EM
      * QUE A CELULA FICA DELEGADA A ELE (AAAAMMDD, INICIO E FIM
      * INCLUSIVE; ZEROS QUANDO NAO HA SUBSTITUTO)
           03 GER-SUBSTITUTO         PIC 9(06).
           03 GER-DELEG-INI          PIC 9(08).
           03 GER-DELEG-FIM          PIC 9(08).
