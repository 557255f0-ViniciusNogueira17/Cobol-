      *            CALCMINUTOSPARAHORAS com os minutos normais e extras
      *            ja quebrados pelo programa, e fechado no fim do mes
      *            pelo FECHAMENSAL, para a folha nao precisar somar na
      *            mao trinta relatorios diarios. Na transferencia
      *            entre empresas do grupo (EMPCIATR) o registro do
      *            mes continua com os totais do mes inteiro e com a
      *            empresa de destino, e guarda em PTM-ORIGEM a
      *            parcela acumulada ate a vespera da data efetiva,
      *            com a empresa e a celula de origem, para o
      *            FECHAMENSAL e o GLDIST dividirem o mes.
      ******************************************************************
       01  PTM-REC.
           03 PTM-CHAVE.
      * DO REGISTRO DO MES, PARA O FECHAMENSAL FILTRAR/SUBTOTALIZAR
      * POR EMPRESA SEM RELER O MESTRE
           03 PTM-EMPRESA         PIC 9(02).
      * PARCELA DO MES ATE A VESPERA DA TRANSFERENCIA ENTRE EMPRESAS,
      * JA INCLUIDA NOS TOTAIS ACIMA; ZERADA QUANDO NAO HOUVE
      * TRANSFERENCIA NO MES
           03 PTM-ORIGEM.
              05 PTM-ORIG-EMPRESA     PIC 9(02).
              05 PTM-ORIG-SETOR       PIC 9(01).
              05 PTM-ORIG-DEPTO       PIC 9(01).
              05 PTM-ORIG-SERVIDOR-IDX PIC 9(01).
              05 PTM-ORIG-MIN-NORMAIS PIC 9(06).
              05 PTM-ORIG-MIN-EXTRA   PIC 9(06).
              05 PTM-ORIG-MIN-NOTURNO PIC 9(06).
              05 PTM-ORIG-QTDE-DIAS   PIC 9(03).
              05 PTM-ORIG-QTDE-AUS    PIC 9(03).
