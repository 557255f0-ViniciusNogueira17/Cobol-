      ******************************************************************
      * TCXREC - Registro do extrato mensal de horas de terceirizados
      *          por contratada (arquivo TERCEXT, gravado pelo TERCMES),
      *          um registro por terceirizado com ponto no mes, em
      *          ordem de CNPJ da contratada + matricula, para a
      *          conferencia da fatura do prestador. Os minutos vem
      *          separados entre os dias dentro da validade do contrato
      *          (TER-DATA-INI/FIM) e os dias fora dela; TCX-BLOQUEIO
      *          "B" marca contratada bloqueada no CNPJMAST e "N" CNPJ
      *          ausente do mestre.
      ******************************************************************
       01  TCX-REC.
           03 TCX-ANO-MES.
              05 TCX-ANO          PIC 9(04).
              05 TCX-MES          PIC 9(02).
           03 TCX-CNPJ            PIC X(14).
           03 TCX-MATRICULA       PIC 9(06).
           03 TCX-DIAS            PIC 9(02).
           03 TCX-MIN-VALIDOS     PIC 9(06).
           03 TCX-DIAS-FORA       PIC 9(02).
           03 TCX-MIN-FORA        PIC 9(06).
           03 TCX-BLOQUEIO        PIC X(01).
              88 TCX-CNPJ-BLOQUEADO          VALUE "B".
              88 TCX-CNPJ-NAO-VALIDADO       VALUE "N".
