      *           relevantes de folha (admissao, situacao) e a
      *           auditoria precisa responder "quem mudou e quando".
      *           O relatorio com filtros e o EMPJREP.
      *           Alteracao de CPF/CARGO/SITUACAO/EMPRESA so chega ao
      *           mestre aprovada no EMPAPROV: EMPJ-OPERADOR e quem
      *           pediu e EMPJ-APROVADOR quem aprovou; nas demais
      *           operacoes o aprovador sai em branco.
      ******************************************************************
       01  EMPJ-REC.
           03 EMPJ-DATA.
           03 EMPJ-OPERACAO        PIC X(01).
      *       "I" INCLUSAO, "A" ALTERACAO, "E" EXCLUSAO
           03 EMPJ-MATRICULA       PIC 9(06).
           03 EMPJ-ANTES           PIC X(102).
           03 EMPJ-DEPOIS          PIC X(102).
           03 EMPJ-APROVADOR       PIC X(08).
