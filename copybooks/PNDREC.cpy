      ******************************************************************
      * PNDREC  - Registro do arquivo indexado de alteracoes pendentes
      *           de aprovacao do mestre de empregados (EMPPEND, chave
      *           PND-CHAVE: matricula + data/hora do pedido). No
      *           EMPMNT, a alteracao que mexe em CPF, CARGO ou
      *           SITUACAO (com a data do desligamento) nao vai para
      *           o EMPMAST: entra aqui com os valores atuais e os
      *           pedidos, o operador que pediu e a alcada dele (so o
      *           nivel 2 pode pedir). Um segundo operador, de alcada
      *           3 e nunca o que pediu, rejeita ou -- com alcada
      *           maior que a de quem pediu -- aprova no EMPAPROV; so
      *           a aprovada e
      *           aplicada ao mestre, com os dois operadores no
      *           EMPJRNL. A decidida fica no arquivo com quem decidiu
      *           e quando; o envelhecimento das que esperam e o
      *           relatorio EMPAGING.
      ******************************************************************
       01  PND-REC.
           03 PND-CHAVE.
              05 PND-MATRICULA    PIC 9(06).
              05 PND-DATA-PEDIDO  PIC 9(08).
              05 PND-HORA-PEDIDO  PIC 9(06).
           03 PND-SITUACAO        PIC X(01).
              88 PND-PENDENTE                VALUE "P".
              88 PND-APROVADA                VALUE "A".
              88 PND-REJEITADA               VALUE "R".
           03 PND-OPERADOR-PEDIDO PIC X(08).
           03 PND-NIVEL-PEDIDO    PIC 9(01).
      *    VALORES DO MESTRE NO MOMENTO DO PEDIDO: NA APROVACAO, SE O
      *    MESTRE JA NAO TIVER ESTES VALORES, O PEDIDO E REJEITADO
           03 PND-ATUAL.
              05 PND-ATU-CPF      PIC X(11).
              05 PND-ATU-CARGO    PIC X(04).
              05 PND-ATU-SITUACAO PIC X(01).
              05 PND-ATU-DESLIG   PIC 9(08).
              05 PND-ATU-EMPRESA  PIC 9(02).
      *    VALORES PEDIDOS (JA VALIDADOS NO EMPMNT)
           03 PND-NOVO.
              05 PND-NOV-CPF      PIC X(11).
              05 PND-NOV-CARGO    PIC X(04).
              05 PND-NOV-SITUACAO PIC X(01).
              05 PND-NOV-DESLIG   PIC 9(08).
              05 PND-NOV-EMPRESA  PIC 9(02).
      *       TROCA DE EMPRESA E SO PELO EMPCIATR: O EMPMNT GRAVA AQUI
      *       A EMPRESA ATUAL E O EMPAPROV REJEITA PENDENCIA ANTIGA EM
      *       QUE AS DUAS DIFEREM
           03 PND-OPERADOR-DECISAO PIC X(08).
           03 PND-DATA-DECISAO    PIC 9(08).
           03 PND-HORA-DECISAO    PIC 9(06).
           03 PND-MOTIVO          PIC X(30).
