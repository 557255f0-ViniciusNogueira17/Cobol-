      ******************************************************************
      * TRGREC   - Registro do cadastro de transmissoes recebidas
      *            (arquivo indexado TRANSREG, chave TRG-CHAVE:
      *            interface + numero sequencial da transmissao),
      *            gravado pela recepcao RECEPCAO para cada arquivo de
      *            entrada aceito: remetente, quando chegou, quantos
      *            registros tinha e o hash do conteudo calculado na
      *            recepcao (CALC-SELO encadeado registro a registro,
      *            a mesma conta do selo dos logs). E contra este
      *            cadastro que a recepcao reconhece a transmissao
      *            repetida (mesma sequencia ou mesmo conteudo) e a
      *            sequencia pulada.
      ******************************************************************
       01  TRG-REC.
           03 TRG-CHAVE.
              05 TRG-INTERFACE     PIC X(08).
              05 TRG-SEQUENCIA     PIC 9(06).
           03 TRG-REMETENTE        PIC X(10).
           03 TRG-DATA-RECEB       PIC 9(08).
           03 TRG-HORA-RECEB       PIC 9(06).
      *    REGISTROS FISICOS RECEBIDOS (CONFERIDOS COM O CARTAO)
           03 TRG-QTDE             PIC 9(07).
      *    DETALHES CONFERIDOS COM O TRAILER DO PROPRIO ARQUIVO (SO
      *    NAS INTERFACES QUE TEM TRAILER; ZERO NAS DEMAIS)
           03 TRG-QTDE-TRAILER     PIC 9(09).
           03 TRG-HASH             PIC 9(09).
      *    "S" = A TRANSMISSAO CHEGOU COM SEQUENCIA(S) ANTERIOR(ES)
      *    FALTANDO (LACUNA REPORTADA NA RECEPCAO)
           03 TRG-LACUNA           PIC X(01).
