      ******************************************************************
      * LGPPARM  - Cartao do pedido de acesso do titular (DD LGPDPARM,
      *            obrigatorio no LGPDREL), separado do CTLCARD porque
      *            o cartao geral ja esta cheio ate a coluna 80: numero
      *            do pedido protocolado pelo encarregado de
      *            privacidade, CPF do titular e identificacao de quem
      *            atende o pedido, que vai para o log ACESSLOG junto
      *            com o numero do pedido.
      ******************************************************************
       01  LGPD-PARM-REC.
           03 LGPD-PEDIDO          PIC X(10).
           03 FILLER                PIC X(01).
           03 LGPD-CPF             PIC X(11).
           03 FILLER                PIC X(01).
           03 LGPD-OPERADOR        PIC X(08).
           03 FILLER                PIC X(49).
