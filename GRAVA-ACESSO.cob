      ******************************************************************
      * Modification History:
      * 2026-09-02  RMS  Programa original.
      * 2026-10-15  RMS  Novo parametro LK-PEDIDO, gravado em
      *                  ACS-PEDIDO: numero do pedido do titular no
      *                  relatorio LGPDREL; as consultas online passam
      *                  brancos.
      * 2026-10-15  RMS  Novo tipo de chave "N": busca por nome do
      *                  EMPINQ, com o inicio do nome digitado.
      ******************************************************************
       ENVIRONMENT         DIVISION.
      *
       01 LK-OPERADOR       PIC X(08).
       01 LK-CHAVE          PIC X(11).
       01 LK-TIPO-CHAVE     PIC X(01).
      *    "M" MATRICULA, "C" CPF, "N" NOME (BUSCA FONETICA)
       01 LK-RESULTADO      PIC X(01).
      *    "E" ENCONTRADO, "N" NAO ENCONTRADO/INVALIDO
       01 LK-PEDIDO         PIC X(10).
      *    NUMERO DO PEDIDO DO TITULAR (LGPDREL); BRANCOS NAS CONSULTAS
      *
       PROCEDURE           DIVISION USING LK-PROGRAMA
                                           LK-OPERADOR
                                           LK-CHAVE
                                           LK-TIPO-CHAVE
                                           LK-RESULTADO
                                           LK-PEDIDO.
       00000-PRINCIPAL.
           PERFORM 00010-PROCESSO.
           GOBACK.
           MOVE LK-CHAVE        TO ACS-CHAVE.
           MOVE LK-TIPO-CHAVE   TO ACS-TIPO-CHAVE.
           MOVE LK-RESULTADO    TO ACS-RESULTADO.
           MOVE LK-PEDIDO       TO ACS-PEDIDO.
           WRITE ACS-REC.
           CLOSE ACESSO-LOG-FILE.
       00010-END.
