      ******************************************************************
      * CSDREC - Registro do arquivo de descontos de emprestimo
      *          consignado da competencia (CSGDESC), gravado pelo
      *          passo mensal CSGMES em ordem de matricula: uma parcela
      *          por contrato ATIVO descontada no mes. O FOLHACRED
      *          abate a soma das parcelas da matricula do liquido
      *          creditado; o CSGMES tira do mesmo movimento o
      *          relatorio de repasse por banco.
      ******************************************************************
       01  CSD-REC.
           03 CSD-MATRICULA       PIC 9(06).
           03 CSD-ANO-MES         PIC 9(06).
           03 CSD-EMPRESA         PIC 9(02).
           03 CSD-CNPJ            PIC X(14).
           03 CSD-CONTRATO        PIC X(20).
      *       NUMERO DA PARCELA DESCONTADA E O PRAZO DO CONTRATO
           03 CSD-PARCELA         PIC 9(03).
           03 CSD-QTDE-PARCELAS   PIC 9(03).
      *       VALOR COM DUAS DECIMAIS IMPLICITAS
           03 CSD-VALOR           PIC 9(07)V99.
