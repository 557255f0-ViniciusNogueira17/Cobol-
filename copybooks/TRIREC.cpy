      ******************************************************************
      * TRIREC - Registro do arquivo indexado das tabelas de descontos
      *          legais (TRIBMAST, chave: TRI-CHAVE = TIPO DA TABELA +
      *          DATA DE VIGENCIA), mantido pelo subsistema interativo
      *          TRIBMNT nos moldes do SALMNT: a tabela valida numa
      *          competencia e a de maior vigencia que nao passa do
      *          ultimo dia dela. Ate seis faixas por tabela, em ordem
      *          crescente de limite; faixa com limite zero nao e
      *          usada. Na tabela do INSS as faixas sao progressivas
      *          (cada uma tributa so a parcela do salario dentro
      *          dela) e o limite da ultima e o teto de contribuicao;
      *          na do IRRF vale a aliquota da faixa da base, menos a
      *          parcela a deduzir, e a deducao por dependente fica
      *          no proprio registro. Consumida pelo FOLHADED.
      ******************************************************************
       01  TRI-REC.
           03 TRI-CHAVE.
              05 TRI-TIPO         PIC X(01).
                 88 TRI-INSS                 VALUE "I".
                 88 TRI-IRRF                 VALUE "R".
              05 TRI-DATA-VIG     PIC 9(08).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS; ALIQUOTA EM
      *       PERCENTUAL
           03 TRI-DEDUCAO-DEP     PIC 9(05)V99.
           03 TRI-FAIXA                       OCCURS 6 TIMES.
              05 TRI-FX-LIMITE    PIC 9(07)V99.
              05 TRI-FX-ALIQUOTA  PIC 9(02)V99.
              05 TRI-FX-PARCELA   PIC 9(05)V99.
