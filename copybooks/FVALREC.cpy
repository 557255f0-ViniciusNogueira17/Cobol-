      ******************************************************************
      * FVALREC - Registro do extrato valorizado da folha (FOLHAVALD),
      *           gravado pelo FOLHAVAL a partir do FOLHAINT: header
      *           com a data de processamento, um detalhe por
      *           movimento com os minutos e os valores normal/extra
      *           ja calculados pela tarifa do SALMAST, e trailer com
      *           a contagem e os totais. E a entrada do calculo dos
      *           descontos legais (FOLHADED), que soma o bruto do mes
      *           por matricula.
      ******************************************************************
       01  FOLHA-VAL-HEADER.
           03 FVAL-H-TIPO          PIC X(01).
      *       "H" HEADER, "D" DETALHE, "T" TRAILER
           03 FVAL-H-DATA-PROC     PIC 9(08).
           03 FILLER               PIC X(51).
       01  FOLHA-VAL-DETALHE REDEFINES FOLHA-VAL-HEADER.
           03 FVAL-D-TIPO          PIC X(01).
           03 FVAL-D-MATRICULA     PIC 9(06).
           03 FVAL-D-DATA-MOVTO    PIC 9(08).
           03 FVAL-D-MIN-NORMAIS   PIC 9(04).
           03 FVAL-D-MIN-EXTRA     PIC 9(04).
           03 FVAL-D-MIN-NOTURNO   PIC 9(04).
      *       VALORES COM DUAS DECIMAIS IMPLICITAS
           03 FVAL-D-VLR-NORMAL    PIC 9(07)V99.
           03 FVAL-D-VLR-EXTRA     PIC 9(07)V99.
           03 FVAL-D-VLR-TOTAL     PIC 9(07)V99.
           03 FILLER               PIC X(06).
       01  FOLHA-VAL-TRAILER REDEFINES FOLHA-VAL-HEADER.
           03 FVAL-T-TIPO          PIC X(01).
           03 FVAL-T-QTDE          PIC 9(07).
           03 FVAL-T-TOT-NORMAL    PIC 9(09)V99.
           03 FVAL-T-TOT-EXTRA     PIC 9(09)V99.
           03 FVAL-T-TOT-GERAL     PIC 9(09)V99.
           03 FILLER               PIC X(19).
