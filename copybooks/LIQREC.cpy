      ******************************************************************
      * LIQREC - Registro do registro bruto-liquido da folha
      *          (FOLHALIQ), gravado pelo FOLHADED por matricula e
      *          competencia: bruto do mes somado do extrato
      *          valorizado FOLHAVALD, INSS pela tabela progressiva,
      *          deducao dos dependentes ativos do DEPDMAST, base e
      *          IRRF pela tabela vigente do TRIBMAST e o liquido,
      *          para a conferencia do liquido pago pelo bureau da
      *          folha.
      ******************************************************************
       01  LIQ-REC.
           03 LIQ-MATRICULA       PIC 9(06).
           03 LIQ-ANO-MES         PIC 9(06).
           03 LIQ-EMPRESA         PIC 9(02).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 LIQ-VLR-BRUTO       PIC 9(07)V99.
           03 LIQ-VLR-INSS        PIC 9(07)V99.
           03 LIQ-QTDE-DEP        PIC 9(02).
           03 LIQ-VLR-DED-DEP     PIC 9(07)V99.
           03 LIQ-BASE-IRRF       PIC 9(07)V99.
           03 LIQ-VLR-IRRF        PIC 9(07)V99.
           03 LIQ-VLR-LIQUIDO     PIC 9(07)V99.
