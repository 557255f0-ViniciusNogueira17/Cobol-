      ******************************************************************
      * DIFREC - Registro do arquivo de diferencas retroativas do
      *          dissidio (DISDIF), gravado pelo DISSIDIO para a
      *          interface da folha: um registro por matricula e mes
      *          ja fechado (FECHACTL) a partir da data-base, com os
      *          minutos do PONTOMES valorados a tarifa antiga e a
      *          nova e a diferenca a pagar. A hora extra entra a 50
      *          por cento: o acumulador mensal nao separa as extras
      *          de feriado/fim de semana.
      ******************************************************************
       01  DIF-REC.
           03 DIF-MATRICULA       PIC 9(06).
           03 DIF-ANO-MES         PIC 9(06).
           03 DIF-EMPRESA         PIC 9(02).
           03 DIF-CARGO           PIC X(04).
           03 DIF-MIN-NORMAIS     PIC 9(06).
           03 DIF-MIN-EXTRA       PIC 9(06).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 DIF-TARIFA-ANTIGA   PIC 9(05)V99.
           03 DIF-TARIFA-NOVA     PIC 9(05)V99.
           03 DIF-VLR-ANTIGO      PIC 9(07)V99.
           03 DIF-VLR-NOVO        PIC 9(07)V99.
           03 DIF-VLR-DIFERENCA   PIC 9(07)V99.
