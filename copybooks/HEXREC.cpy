      ******************************************************************
      * HEXREC - Registro do arquivo indexado de minutos extras retidos
      *          por falta de autorizacao previa (HEXRET, chave
      *          HEX-CHAVE: matricula + data do movimento). A conversao
      *          de ponto grava aqui o extra do dia alem do autorizado
      *          no HEAMAST (copybook HEAREC), com a celula do
      *          empregado, e o deixa fora da folha e do PONTOMES. O
      *          relatorio diario HEXREL lista os pendentes por celula
      *          e a transacao HEXLIB deixa o RH liberar (no todo ou
      *          em parte) ou negar cada um. O liberado vai para a
      *          folha e para o PONTOMES na proxima conversao, que
      *          marca o registro como enviado.
      ******************************************************************
       01  HEX-REC.
           03 HEX-CHAVE.
              05 HEX-MATRICULA    PIC 9(06).
              05 HEX-DATA-MOVTO   PIC 9(08).
      *    CELULA SETOR/DEPTO/SERVIDOR DO EMPREGADO NA RETENCAO
           03 HEX-SETOR           PIC 9(01).
           03 HEX-DEPTO           PIC 9(01).
           03 HEX-SERVIDOR        PIC 9(01).
      *    EXTRA APURADO NO DIA, PARTE AUTORIZADA E PARTE RETIDA
           03 HEX-MIN-EXTRA       PIC 9(04).
           03 HEX-MIN-AUTORIZ     PIC 9(04).
           03 HEX-MIN-RETIDOS     PIC 9(04).
           03 HEX-MIN-LIBERADOS   PIC 9(04).
           03 HEX-SITUACAO        PIC X(01).
              88 HEX-PENDENTE                VALUE "P".
              88 HEX-LIBERADO                VALUE "L".
              88 HEX-ENVIADO                 VALUE "E".
              88 HEX-NEGADO                  VALUE "N".
           03 HEX-DATA-RETENCAO   PIC 9(08).
      *    OPERADOR DO RH QUE DECIDIU (HEXLIB) E QUANDO
           03 HEX-OPERADOR        PIC X(08).
           03 HEX-DATA-DECISAO    PIC 9(08).
      *    DATA DA CONVERSAO QUE MANDOU O LIBERADO PARA A FOLHA
           03 HEX-DATA-ENVIO      PIC 9(08).
