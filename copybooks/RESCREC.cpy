      ******************************************************************
      * RESCREC - Registro de verbas rescisorias (arquivo indexado
      *           RESCMAST, chave: RSC-MATRICULA, e interface diaria
      *           RESCINT para a folha, mesmo layout), gravado pelo
      *           passo RESCISAO para cada desligamento novo da fila
      *           EVENTQ: saldo de salario e extras do mes (tarifa do
      *           SALMAST x minutos do PONTOMES), ferias vencidas e
      *           proporcionais com o terco constitucional (admissao
      *           x periodos GOZADOS do FERIASAG), 13o proporcional
      *           (regra de meses do FECHAANUAL) e o saldo do banco de
      *           horas (BANCOHRS) pago como extra. A presenca da
      *           matricula no RESCMAST e o que impede o calculo em
      *           dobro quando o evento continua na fila.
      ******************************************************************
       01  RSC-REC.
           03 RSC-MATRICULA       PIC 9(06).
           03 RSC-DATA-DESLIG     PIC 9(08).
           03 RSC-DATA-CALCULO    PIC 9(08).
           03 RSC-EMPRESA         PIC 9(02).
           03 RSC-CARGO           PIC X(04).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 RSC-TARIFA          PIC 9(05)V99.
           03 RSC-SALARIO-MES     PIC 9(07)V99.
           03 RSC-VLR-SALDO       PIC 9(07)V99.
           03 RSC-VLR-EXTRA       PIC 9(07)V99.
           03 RSC-DIAS-FER-VENC   PIC 9(03).
           03 RSC-VLR-FER-VENC    PIC 9(07)V99.
           03 RSC-AVOS-FERIAS     PIC 9(02).
           03 RSC-VLR-FER-PROP    PIC 9(07)V99.
           03 RSC-VLR-FER-TERCO   PIC 9(07)V99.
           03 RSC-MESES-13        PIC 9(02).
           03 RSC-VLR-13          PIC 9(07)V99.
           03 RSC-MIN-BANCO       PIC 9(07).
           03 RSC-VLR-BANCO       PIC 9(07)V99.
           03 RSC-VLR-TOTAL       PIC 9(08)V99.
