      * COMO EMPRESA 01 PELOS RELATORIOS)
           03 EMP-EMPRESA         PIC 9(02).
      * CODIGO DO CARGO, CHAVE DE ENTRADA NA TABELA SALARIAL SALMAST
      * (SALMNT) E NO CATALOGO DE CARGOS CRGMAST (CRGMNT); BRANCO NO
      * REGISTRO CONVERTIDO ATE O RH COMPLETAR (RELATORIO CRGPEND)
           03 EMP-CARGO           PIC X(04).
      * NUMERO DO PIS/PASEP/NIS DO TRABALHADOR, VALIDADO PELA
      * VALIDA-PIS NA ENTRADA (EMPLOAD/EMPMNT); BRANCO NO REGISTRO
      * CONVERTIDO ATE O RH COMPLETAR (RELATORIO NISPEND)
           03 EMP-NIS             PIC X(11).
