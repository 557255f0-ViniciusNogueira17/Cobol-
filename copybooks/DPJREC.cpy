      ******************************************************************
      * DPJREC - Registro do jornal de alteracoes do mestre de
      *          dependentes (arquivo DEPDJRNL, sempre aberto em
      *          EXTEND), nos moldes do EMPJREC: cada beneficio
      *          encerrado ou dependente inativado pelo passo mensal
      *          DEPIDADE gera um registro com data, hora, operador,
      *          operacao e as imagens antes/depois do DPD-REC
      *          completo, para a auditoria responder por que o
      *          salario-familia ou a deducao do imposto pararam.
      ******************************************************************
       01  DPJ-REC.
           03 DPJ-DATA.
              05 DPJ-ANO           PIC 9(04).
              05 DPJ-MES           PIC 9(02).
              05 DPJ-DIA           PIC 9(02).
           03 DPJ-HORA.
              05 DPJ-HH            PIC 9(02).
              05 DPJ-MM            PIC 9(02).
              05 DPJ-SS            PIC 9(02).
           03 DPJ-OPERADOR         PIC X(08).
           03 DPJ-OPERACAO         PIC X(01).
      *       "I" INCLUSAO, "A" ALTERACAO, "E" EXCLUSAO
           03 DPJ-CHAVE.
              05 DPJ-MATRICULA     PIC 9(06).
              05 DPJ-SEQ           PIC 9(02).
           03 DPJ-ANTES            PIC X(73).
           03 DPJ-DEPOIS           PIC X(73).
