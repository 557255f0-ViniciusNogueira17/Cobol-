      ******************************************************************
      * ASOREC - Registro do arquivo indexado mestre de exames de saude
      *          ocupacional (ASOMAST, chave: ASO-CHAVE = MATRICULA +
      *          DATA DO EXAME), mantido pelo subsistema interativo
      *          ASOMNT nos moldes do AUSMNT. Cada registro e um ASO
      *          emitido: tipo do exame, resultado, medico e, quando o
      *          medico fixar, a data do proximo exame (zero = pela
      *          regra de periodicidade do ASOVENC, que apura quem esta
      *          a vencer ou vencido no mes).
      ******************************************************************
       01  ASO-REC.
           03 ASO-CHAVE.
              05 ASO-MATRICULA    PIC 9(06).
              05 ASO-DATA-EXAME   PIC 9(08).
           03 ASO-TIPO            PIC X(01).
      *       "A" ADMISSIONAL, "P" PERIODICO, "R" RETORNO AO
      *       TRABALHO, "D" DEMISSIONAL
              88 ASO-ADMISSIONAL             VALUE "A".
              88 ASO-PERIODICO               VALUE "P".
              88 ASO-RETORNO                 VALUE "R".
              88 ASO-DEMISSIONAL             VALUE "D".
           03 ASO-RESULTADO       PIC X(01).
              88 ASO-APTO                    VALUE "A".
              88 ASO-INAPTO                  VALUE "I".
           03 ASO-DATA-PROXIMO    PIC 9(08).
           03 ASO-MEDICO          PIC X(30).
           03 ASO-CRM             PIC X(10).
