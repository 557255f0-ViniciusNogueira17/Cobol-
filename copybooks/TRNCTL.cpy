      ******************************************************************
      * TRNCTL   - Cartao de transmissao das interfaces de entrada (DD
      *            TRANSCTL, lido pela recepcao RECEPCAO): um cartao
      *            por arquivo recebido, mandado pelo remetente junto
      *            com o arquivo -- qual interface (o DDNAME que o
      *            lote abre), quem mandou, o numero sequencial da
      *            transmissao naquela interface (1, 2, 3... sem
      *            repetir nem pular) e quantos registros fisicos
      *            foram transmitidos, contando header e trailer
      *            quando o arquivo os tem. As transmissoes do dia sao
      *            concatenadas no TRANSCTL pela operacao.
      ******************************************************************
       01  TRN-CARTAO-REC.
           03 TRN-INTERFACE        PIC X(08).
           03 FILLER                PIC X(01).
           03 TRN-REMETENTE        PIC X(10).
           03 FILLER                PIC X(01).
           03 TRN-SEQUENCIA        PIC X(06).
           03 FILLER                PIC X(01).
           03 TRN-QTDE             PIC X(07).
           03 FILLER                PIC X(46).
