      ******************************************************************
      * SNPREC - Registro da foto diaria dos empregados EMPSNAP
      *          (sequencial, em ordem de matricula), gravada pelo
      *          passo EMPSNAP no inicio do lote: um registro "D" por
      *          matricula do EMPMAST, ja achatado com a celula e a
      *          descricao (ORGMAST), o centro de custo e a conta
      *          (CCUMAST), a tarifa do cargo vigente na data da foto
      *          (SALMAST) e a jornada individual (JORMAST). O
      *          registro "H" abre o arquivo com a data e a hora da
      *          foto; o "T" fecha com a contagem e o hash das
      *          matriculas, que batem com o EMPMAST lido. Os passos
      *          de relatorio casam a sua entrada, em ordem de
      *          matricula, contra a foto (CONFERE-FOTO antes), em vez
      *          de ler os mestres aleatoriamente registro a registro.
      *          Cada indicador "S"/"N" diz se o mestre correspondente
      *          tinha a chave no momento da foto.
      ******************************************************************
       01  SNP-REC.
           03 SNP-TIPO               PIC X(01).
              88 SNP-CABECALHO                VALUE "H".
              88 SNP-DETALHE                  VALUE "D".
              88 SNP-TRAILER                  VALUE "T".
           03 SNP-MATRICULA          PIC 9(06).
           03 SNP-NOME               PIC X(40).
           03 SNP-CPF                PIC X(11).
           03 SNP-EMPRESA            PIC 9(02).
      *       EMPRESA ZERADA NO EMPREC (REGISTRO CONVERTIDO) SAI 01
           03 SNP-CELULA.
              05 SNP-SETOR           PIC 9(01).
              05 SNP-DEPTO           PIC 9(01).
              05 SNP-SERVIDOR-IDX    PIC 9(01).
           03 SNP-CELULA-CODIGO      PIC X(02).
           03 SNP-CELULA-DESCRICAO   PIC X(30).
           03 SNP-TEM-CELULA         PIC X(01).
              88 SNP-CELULA-OK                VALUE "S".
           03 SNP-CENTRO-CUSTO       PIC X(08).
           03 SNP-CONTA              PIC X(08).
           03 SNP-TEM-CENTRO         PIC X(01).
              88 SNP-CENTRO-OK                VALUE "S".
           03 SNP-CARGO              PIC X(04).
           03 SNP-VALOR-HORA         PIC 9(05)V99.
           03 SNP-DATA-VIG           PIC 9(08).
           03 SNP-TEM-TARIFA         PIC X(01).
              88 SNP-TARIFA-OK                VALUE "S".
           03 SNP-JOR-MIN-DIA        PIC 9(04)   OCCURS 7 TIMES.
           03 SNP-TEM-JORNADA        PIC X(01).
              88 SNP-JORNADA-OK               VALUE "S".
           03 SNP-SITUACAO           PIC X(01).
              88 SNP-ATIVO                    VALUE "A".
              88 SNP-DESLIGADO                VALUE "D".
           03 SNP-DATA-ADMIS         PIC 9(08).
           03 SNP-DATA-DESLIG        PIC 9(08).
           03 FILLER                 PIC X(01).
       01  SNP-CABECALHO-REC REDEFINES SNP-REC.
           03 FILLER                 PIC X(01).
           03 SNP-CAB-DATA           PIC 9(08).
           03 SNP-CAB-HORA           PIC 9(06).
           03 FILLER                 PIC X(165).
       01  SNP-TRAILER-REC REDEFINES SNP-REC.
           03 FILLER                 PIC X(01).
           03 SNP-TRL-CONTAGEM       PIC 9(09).
           03 SNP-TRL-HASH           PIC 9(12).
           03 FILLER                 PIC X(158).
