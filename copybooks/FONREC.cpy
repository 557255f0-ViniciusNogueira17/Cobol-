      ******************************************************************
      * FONREC - Registro do indice fonetico de nomes de empregado
      *          (EMPFONE, indexado, chave primaria FON-CHAVE-PRIM =
      *          matricula + ordem da palavra e chave alternativa
      *          FON-PALAVRA com duplicatas). A chave fonetica e
      *          montada pela subrotina CHAVE-FONETICA a partir do
      *          EMP-NOME: a mesma normalizacao do EMPMATCH
      *          (maiusculas, acentos fora, conectivos DA/DE/DO/DOS/
      *          DAS/E removidos) e, em cada palavra, as regras de
      *          som do portugues (CE/CI/C-CEDILHA e Z viram S, CH e
      *          SH viram X, PH vira F, GE/GI viram J, letra dobrada
      *          e H mudo caem, vogais so contam no inicio). Cada
      *          palavra distinta da chave vira um registro, com a
      *          chave inteira do nome junto, para a busca por nome
      *          do EMPINQ posicionar por qualquer palavra digitada
      *          e conferir as demais. Nome sem nenhuma letra nao
      *          entra no indice. Mantido em sincronia com o EMPMAST
      *          pela subrotina GRAVA-FONETICA (EMPMNT, EMPLOAD,
      *          EMPPURGE) e reconstruido por inteiro pelo EMPFONGR.
      ******************************************************************
       01  FON-REC.
           03 FON-CHAVE-PRIM.
              05 FON-MATRICULA     PIC 9(06).
              05 FON-ORDEM         PIC 9(02).
      *          ORDEM DA PALAVRA NO NOME (01 A PRIMEIRA)
           03 FON-PALAVRA          PIC X(30).
           03 FON-CHAVE            PIC X(30).
