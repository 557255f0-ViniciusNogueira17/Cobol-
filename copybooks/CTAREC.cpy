      ******************************************************************
      * CTAREC - Registro do arquivo indexado de contas bancarias dos
      *          empregados (CTAMAST, chave: CTA-MATRICULA, a mesma
      *          EMP-MATRICULA), mantido pelo subsistema interativo
      *          CTAMNT sob abertura de sessao (SIGNON) e com jornal
      *          de alteracoes CTAJRNL (CTJREC), nos moldes do EMPMAST
      *          com o EMPJRNL. Banco, agencia e conta com os digitos
      *          conferidos pela subrotina VALIDA-CONTA conforme a
      *          regra de cada banco. O FOLHACRED le este mestre para
      *          montar a remessa CNAB 240 do credito do liquido.
      ******************************************************************
       01  CTA-REC.
           03 CTA-MATRICULA       PIC 9(06).
           03 CTA-BANCO           PIC 9(03).
           03 CTA-AGENCIA         PIC 9(05).
           03 CTA-AGENCIA-DV      PIC X(01).
           03 CTA-CONTA           PIC 9(12).
           03 CTA-CONTA-DV        PIC X(01).
           03 CTA-TIPO            PIC X(01).
              88 CTA-CORRENTE                VALUE "C".
              88 CTA-POUPANCA                VALUE "P".
              88 CTA-SALARIO                 VALUE "S".
      * DATA DA ULTIMA INCLUSAO/ALTERACAO (AAAAMMDD), PARA O CREDITO
      * APONTAR CONTA TROCADA EM CIMA DA DATA DO PAGAMENTO
           03 CTA-DATA-ALTER      PIC 9(08).
