      ******************************************************************
      * ESDREC - Registro do arquivo indexado da escala expandida dia
      *          a dia (ESCDIA, chave: ESD-CHAVE = MATRICULA + DATA),
      *          gravado pelo passo ESCEXPAN a partir das atribuicoes
      *          ESCATRIB e dos padroes ESCMAST: os minutos esperados
      *          da matricula naquela data (zero = folga da escala) e
      *          a marca de turno noturno. A conversao de ponto, o
      *          controle de ausencias (AUSENCIA) e o relatorio de
      *          descanso (DESCANSO) consultam aqui antes da jornada
      *          semanal do JORMAST.
      ******************************************************************
       01  ESD-REC.
           03 ESD-CHAVE.
              05 ESD-MATRICULA    PIC 9(06).
              05 ESD-DATA         PIC 9(08).
           03 ESD-ESCALA          PIC X(04).
           03 ESD-DIA-CICLO       PIC 9(02).
           03 ESD-MIN-ESPERADO    PIC 9(04).
           03 ESD-NOTURNO         PIC X(01).
              88 ESD-DIA-NOTURNO             VALUE "S".
