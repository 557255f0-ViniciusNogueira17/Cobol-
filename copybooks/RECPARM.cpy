      ******************************************************************
      * RECPARM  - Cartao da recuperacao para frente (DD RECPARM,
      *            obrigatorio no RECMAST), separado do CTLCARD porque
      *            o cartao geral ja esta cheio ate a coluna 80: qual
      *            mestre recuperar ("E" EMPMAST, "O" ORGMAST), a data
      *            e a hora limite (o jornal e reaplicado ate esse
      *            instante, inclusive -- normalmente o ultimo registro
      *            antes da corrupcao) e quem pediu a recuperacao.
      ******************************************************************
       01  REC-PARM-REC.
           03 REC-MESTRE           PIC X(01).
           03 FILLER                PIC X(01).
           03 REC-DATA-LIMITE      PIC 9(08).
           03 FILLER                PIC X(01).
           03 REC-HORA-LIMITE      PIC 9(06).
           03 FILLER                PIC X(01).
           03 REC-OPERADOR         PIC X(08).
           03 FILLER                PIC X(54).
