      ******************************************************************
      * BENREC - Registro do arquivo indexado de beneficios de vale-
      *          transporte e vale-refeicao (BENMAST, chave:
      *          BEN-MATRICULA, a mesma EMP-MATRICULA), mantido pelo
      *          subsistema interativo BENMNT nos moldes do JORMNT: a
      *          tarifa diaria de transporte do proprio empregado (ida
      *          e volta, pelo itinerario declarado) e o valor diario
      *          da refeicao. Valor zero = nao optante do beneficio.
      *          O passo mensal VTVRMES multiplica os valores pelos
      *          dias de trabalho previstos no mes.
      ******************************************************************
       01  BEN-REC.
           03 BEN-MATRICULA       PIC 9(06).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 BEN-VT-TARIFA-DIA   PIC 9(03)V99.
           03 BEN-VR-VALOR-DIA    PIC 9(03)V99.
      * DATA DA ULTIMA INCLUSAO/ALTERACAO (AAAAMMDD)
           03 BEN-DATA-ALTER      PIC 9(08).
