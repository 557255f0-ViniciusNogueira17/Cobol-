      ******************************************************************
      * IDADETAB - Limites de idade dos dependentes por parentesco
      *            (DPD-PARENTESCO) e por beneficio, carregados uma
      *            unica vez: salario-familia (filho, enteado ou
      *            tutelado ate 14 anos) e dependente de imposto
      *            (filho ou equiparado ate 21 anos, ou ate 24 com
      *            comprovante de curso superior; conjuge e pai/mae
      *            sem limite). Idade 00 = beneficio nao se aplica ao
      *            parentesco; idade 99 = sem limite de idade.
      *            Parentesco fora da tabela usa a linha "99".
      ******************************************************************
       01  WS-IDADE-AUX.
      *       PARENTESCO + SAL-FAMILIA + IRRF + IRRF COM CURSO SUPERIOR
           03 FILLER  PIC X(08) VALUE "01142124".
           03 FILLER  PIC X(08) VALUE "02009999".
           03 FILLER  PIC X(08) VALUE "03009999".
           03 FILLER  PIC X(08) VALUE "99142124".
       01  WS-TAB-IDADE REDEFINES WS-IDADE-AUX.
           03 WS-IDADE-ITEM            OCCURS 4 TIMES.
              05 WS-IDADE-PARENTESCO   PIC X(02).
              05 WS-IDADE-SALFAM       PIC 9(02).
              05 WS-IDADE-IRRF         PIC 9(02).
              05 WS-IDADE-IRRF-SUPERIOR PIC 9(02).
