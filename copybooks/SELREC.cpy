      ******************************************************************
      * SELREC - Registro do cadastro de selos SELOREG (sequencial,
      *          sempre aberto em EXTEND), guardado fora do alcance de
      *          quem mantem os proprios logs. Cada rodada do passo
      *          SELAGEM grava, para cada log de evidencia com
      *          registros novos (AUDITLOG, ACESSLOG, EMPJRNL,
      *          ORGJRNL), um selo "S": a faixa de registros selada
      *          (numero de ordem do primeiro registro desde a criacao
      *          do log e quantidade), o hash encadeado antes e depois
      *          da faixa (subrotina CALC-SELO; o HASH-INI de um selo
      *          e sempre o HASH-FIM do selo anterior do mesmo log) e
      *          as datas do primeiro e do ultimo registro, para o
      *          CONFERE-SELO escolher a faixa de datas a conferir.
      *          Quando o AUDITARC tira registros do inicio do
      *          AUDITLOG para o historico, grava um registro "A" com
      *          a faixa arquivada e o hash no ponto de corte, de onde
      *          a conferencia do que ficou no arquivo vivo recomeca.
      ******************************************************************
       01  SEL-REC.
           03 SEL-ARQUIVO          PIC X(08).
           03 SEL-TIPO             PIC X(01).
              88 SEL-SELAGEM                 VALUE "S".
              88 SEL-ARQUIVAMENTO            VALUE "A".
           03 SEL-DATA-SELO        PIC 9(08).
           03 SEL-HORA-SELO        PIC 9(06).
           03 SEL-SEQ-INI          PIC 9(09).
           03 SEL-QTDE             PIC 9(07).
           03 SEL-HASH-INI         PIC 9(09).
           03 SEL-HASH-FIM         PIC 9(09).
           03 SEL-DATA-REG-INI     PIC 9(08).
           03 SEL-DATA-REG-FIM     PIC 9(08).
           03 FILLER                PIC X(07).
