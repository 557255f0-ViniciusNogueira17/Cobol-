      ******************************************************************
      * ESCREC - Registro do arquivo indexado mestre de padroes de
      *          escala de revezamento (ESCMAST, chave: ESC-CODIGO),
      *          mantido pelo subsistema interativo ESCMNT: o ciclo
      *          da escala (12X36, 6X1, 5X2 RODIZIO...) em dias, os
      *          minutos esperados em cada dia do ciclo (zero = folga)
      *          e a marca de turno noturno do dia. Diferente do
      *          JORMAST, que repete a mesma jornada em cada dia da
      *          semana, o ciclo corre sobre o calendario a partir da
      *          data de inicio da atribuicao da matricula (ESCATRIB).
      ******************************************************************
       01  ESC-REC.
           03 ESC-CODIGO          PIC X(04).
           03 ESC-DESCRICAO       PIC X(30).
           03 ESC-QTDE-DIAS       PIC 9(02).
           03 ESC-DIA                         OCCURS 35 TIMES.
              05 ESC-MIN-DIA      PIC 9(04).
              05 ESC-NOTURNO      PIC X(01).
                 88 ESC-DIA-NOTURNO           VALUE "S".
