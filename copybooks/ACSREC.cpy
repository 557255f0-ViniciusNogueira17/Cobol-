      * ACSREC - Registro do log de acesso a dados pessoais (arquivo
      *          ACESSLOG, sempre aberto em EXTEND pela subrotina
      *          GRAVA-ACESSO): cada consulta online a uma pessoa --
      *          EMPINQ por matricula, CPF ou nome, CPFONLINE por CPF --
      *          gera um registro com operador, data/hora, a chave
      *          pesquisada, o programa que atendeu e se a consulta
      *          achou ou nao a pessoa. Exigencia legal (LGPD)
      *          apontada pelo encarregado de privacidade; e separado
      *          do AUDITLOG, que e trilha de lote, nao de consulta.
      *          O relatorio mensal por operador e o ACESSREL.
      *          ACS-PEDIDO leva o numero do pedido do titular quando
      *          o acesso e o atendimento de um pedido LGPD (LGPDREL);
      *          nas consultas online sai em branco.
      ******************************************************************
       01  ACS-REC.
           03 ACS-DATA.
           03 ACS-PROGRAMA         PIC X(10).
           03 ACS-CHAVE            PIC X(11).
           03 ACS-TIPO-CHAVE       PIC X(01).
      *       "M" MATRICULA, "C" CPF, "N" NOME (BUSCA FONETICA DO
      *       EMPINQ, COM O INICIO DO NOME DIGITADO NA CHAVE)
           03 ACS-RESULTADO        PIC X(01).
      *       "E" ENCONTRADO, "N" NAO ENCONTRADO/INVALIDO
           03 ACS-PEDIDO           PIC X(10).
