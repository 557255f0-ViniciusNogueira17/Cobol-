      ******************************************************************
      * DISREC - Registro do arquivo de parametros do dissidio
      *          coletivo (DISPARM, um registro por cargo), lido pelo
      *          DISSIDIO: cargo, data-base da nova tarifa (sempre dia
      *          01 -- a data-base da convencao) e o reajuste, em
      *          percentual sobre a tarifa vigente ("P") ou em valor
      *          fixo somado ao valor da hora ("V").
      ******************************************************************
       01  DIS-REC.
           03 DIS-CARGO           PIC X(04).
           03 DIS-DATA-VIG.
              05 DIS-ANO-MES      PIC 9(06).
              05 DIS-DIA          PIC 9(02).
           03 DIS-TIPO            PIC X(01).
              88 DIS-PERCENTUAL              VALUE "P".
              88 DIS-VALOR-FIXO              VALUE "V".
      *       PERCENTUAL COM DUAS DECIMAIS (00550 = 5,50%)
           03 DIS-PCT             PIC 9(03)V99.
      *       ACRESCIMO NO VALOR DA HORA, DUAS DECIMAIS
           03 DIS-ACRESCIMO       PIC 9(05)V99.
