           03 USR-FALHAS          PIC 9(01).
           03 USR-BLOQUEADO       PIC X(01).
              88 USR-ESTA-BLOQUEADO          VALUE "S".
      *    NIVEL NO CADASTRO DE FORNECEDORES (FORMNT); PERFIL GRAVADO
      *    ANTES DO CAMPO EXISTIR FICA SEM ACESSO ATE O USRMNT
      *    REGRAVA-LO COM O NIVEL
           03 USR-NIVEL-FOR       PIC 9(01).
      *    NIVEL NO CADASTRO DE CONTAS BANCARIAS (CTAMNT), MESMA REGRA
      *    DO USR-NIVEL-FOR PARA O PERFIL GRAVADO ANTES DO CAMPO
           03 USR-NIVEL-CTA       PIC 9(01).
