      ******************************************************************
      * CSGREC - Registro do arquivo indexado de contratos de
      *          emprestimo consignado em folha (CSGMAST, chave:
      *          CSG-CHAVE = MATRICULA + CNPJ DO BANCO + NUMERO DO
      *          CONTRATO), um registro por contrato: valor e
      *          quantidade de parcelas, mes da primeira parcela e o
      *          andamento dos descontos. Carregado dos arquivos dos
      *          bancos pela CSGLOAD e mantido pelo subsistema
      *          interativo CSGMNT; o contrato novo entra PENDENTE e
      *          so passa a ATIVO quando o passo mensal CSGMES confere
      *          que a soma das parcelas cabe na margem consignavel
      *          (35% do liquido do FOLHALIQ). O CSGRESC encerra os
      *          contratos do empregado desligado e informa o saldo
      *          devedor a cada banco.
      ******************************************************************
       01  CSG-REC.
           03 CSG-CHAVE.
              05 CSG-MATRICULA       PIC 9(06).
      *       CNPJ DO BANCO CONSIGNATARIO, VALIDADO NO CNPJMAST
              05 CSG-CNPJ            PIC X(14).
              05 CSG-CONTRATO        PIC X(20).
      *    VALOR COM DUAS DECIMAIS IMPLICITAS
           03 CSG-VLR-PARCELA        PIC 9(07)V99.
           03 CSG-QTDE-PARCELAS      PIC 9(03).
      *    COMPETENCIA (AAAAMM) DA PRIMEIRA PARCELA
           03 CSG-INICIO.
              05 CSG-INICIO-ANO      PIC 9(04).
              05 CSG-INICIO-MES      PIC 9(02).
           03 CSG-INICIO-NUM REDEFINES CSG-INICIO PIC 9(06).
      *    PARCELAS JA DESCONTADAS E A ULTIMA COMPETENCIA DESCONTADA
      *    (A REEXECUCAO DO CSGMES NA MESMA COMPETENCIA NAO CONTA A
      *    PARCELA DUAS VEZES)
           03 CSG-PARCELAS-PAGAS     PIC 9(03).
           03 CSG-ULT-ANO-MES        PIC 9(06).
           03 CSG-SITUACAO           PIC X(01).
              88 CSG-PENDENTE                 VALUE "P".
              88 CSG-ATIVO                    VALUE "A".
              88 CSG-RECUSADO                 VALUE "R".
              88 CSG-QUITADO                  VALUE "Q".
              88 CSG-ENCERRADO                VALUE "E".
              88 CSG-CANCELADO                VALUE "C".
      *    MOTIVO DA RECUSA/CANCELAMENTO E DATA EM QUE O CONTRATO SAIU
      *    DO DESCONTO (RECUSA, QUITACAO, DESLIGAMENTO OU CANCELAMENTO)
           03 CSG-MOTIVO             PIC X(30).
           03 CSG-DATA-SITUACAO      PIC 9(08).
      *    ORIGEM DA ULTIMA GRAVACAO: "C" CARGA DO ARQUIVO DO BANCO
      *    (CSGLOAD), "M" MANUTENCAO ONLINE (CSGMNT), "B" PASSO MENSAL
      *    OU DE DESLIGAMENTO; QUANDO E POR QUEM
           03 CSG-ORIGEM             PIC X(01).
           03 CSG-DATA-ALT           PIC 9(08).
           03 CSG-OPERADOR           PIC X(08).
