      *          o retorno do orgao (EVTRET) marca ACEITO ("A") ou
      *          REJEITADO ("R") -- evento rejeitado volta para a
      *          fila como um "Q" novo, para a correcao nao depender
      *          de ninguem lembrar. A transferencia entre empresas
      *          do grupo (EMPCIATR) enfileira o par desligamento na
      *          empresa de origem / admissao na de destino, marcado
      *          com o motivo "T" -- a rescisao nao se calcula para
      *          esse desligamento, o vinculo continua no grupo.
      ******************************************************************
       01  EVT-REC.
           03 EVT-TIPO            PIC X(01).
           03 EVT-SITUACAO        PIC X(01).
      *       "Q" NA FILA, "S" ENVIADO, "A" ACEITO, "R" REJEITADO
           03 EVT-LOTE            PIC 9(05).
      * EMPRESA DO VINCULO NO EVENTO (A DE ORIGEM NO DESLIGAMENTO E A
      * DE DESTINO NA ADMISSAO DE UMA TRANSFERENCIA); ZERADA/EM BRANCO
      * NOS EVENTOS ANTIGOS, O EVTGER TOMA A DO EMPMAST
           03 EVT-EMPRESA         PIC 9(02).
           03 EVT-MOTIVO          PIC X(01).
      *       "T" TRANSFERENCIA ENTRE EMPRESAS DO GRUPO, BRANCO COMUM
              88 EVT-TRANSF-EMPRESA          VALUE "T".
