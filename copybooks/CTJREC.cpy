      ******************************************************************
      * CTJREC - Registro do jornal de alteracoes do mestre de contas
      *          bancarias (arquivo CTAJRNL, sempre aberto em EXTEND),
      *          nos moldes do EMPJREC: cada inclusao, alteracao e
      *          exclusao feita pelo CTAMNT gera um registro com data,
      *          hora, operador, operacao e as imagens antes/depois do
      *          CTA-REC completo -- troca de conta de salario e o
      *          primeiro lugar que a auditoria olha.
      ******************************************************************
       01  CTJ-REC.
           03 CTJ-DATA.
              05 CTJ-ANO           PIC 9(04).
              05 CTJ-MES           PIC 9(02).
              05 CTJ-DIA           PIC 9(02).
           03 CTJ-HORA.
              05 CTJ-HH            PIC 9(02).
              05 CTJ-MM            PIC 9(02).
              05 CTJ-SS            PIC 9(02).
           03 CTJ-OPERADOR         PIC X(08).
           03 CTJ-OPERACAO         PIC X(01).
      *       "I" INCLUSAO, "A" ALTERACAO, "E" EXCLUSAO
           03 CTJ-MATRICULA        PIC 9(06).
           03 CTJ-ANTES            PIC X(37).
           03 CTJ-DEPOIS           PIC X(37).
