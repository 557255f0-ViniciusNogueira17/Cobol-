      ******************************************************************
      * PAGREC - Registro da proposta diaria de pagamentos do contas a
      *          pagar (arquivo PAGPROP, um registro por nota fiscal a
      *          pagar) e das duas saidas da triagem PAGTRIAG, no mesmo
      *          layout: PAGLIB (liberados para pagamento) e PAGRET
      *          (retidos, com o motivo no relatorio PAGRREL). Um
      *          retido que for regularizado volta para a proposta do
      *          dia seguinte sem conversao.
      ******************************************************************
       01  PAG-REC.
           03 PAG-DOCUMENTO       PIC X(12).
           03 PAG-CNPJ            PIC X(14).
           03 PAG-DATA-VENC       PIC 9(08).
      *       VALOR COM DUAS DECIMAIS IMPLICITAS
           03 PAG-VALOR           PIC 9(09)V99.
