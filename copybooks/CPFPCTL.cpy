      ******************************************************************
      * CPFPCTL  - Controle das particoes do CPFTRAND (arquivo CPFPCTL,
      *            regravado pelo CPFPREP a cada rodada particionada):
      *            um registro por faixa, com a quantidade de
      *            transacoes gravadas e o primeiro/ultimo CPF da
      *            faixa. O CPFMERGE tira dele quantas faixas juntar e
      *            quanto cada uma tem de ter lido.
      ******************************************************************
       01  CPF-PCTL-REC.
           03 PCTL-PARTICAO        PIC 9(02).
           03 PCTL-DATA            PIC 9(08).
           03 PCTL-QTDE            PIC 9(07).
           03 PCTL-CPF-INI         PIC X(11).
           03 PCTL-CPF-FIM         PIC X(11).
