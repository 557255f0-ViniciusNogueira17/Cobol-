      *          branco). Quando o empregado vai a DESLIGADO no
      *          EMPMNT, os dependentes sao marcados INATIVOS em vez
      *          de excluidos, para as declaracoes do ano fechado. O
      *          relatorio por departamento e o DEPDREL. O passo
      *          mensal DEPIDADE encerra cada beneficio quando o
      *          dependente passa do limite de idade da IDADETAB e
      *          inativa o dependente que ficou sem nenhum.
      ******************************************************************
       01  DPD-REC.
           03 DPD-CHAVE.
           03 DPD-SITUACAO        PIC X(01).
              88 DPD-ATIVO                   VALUE "A".
              88 DPD-INATIVO                 VALUE "I".
      * COMPROVANTE DE MATRICULA EM CURSO SUPERIOR ENTREGUE AO RH
      * (DEPDMNT): ESTENDE O LIMITE DE IDADE DO DEPENDENTE DE IMPOSTO
      * (IDADETAB). BRANCO NO REGISTRO CONVERTIDO = SEM COMPROVANTE
           03 DPD-UNIVERSITARIO   PIC X(01).
              88 DPD-ESTUDANTE-SUPERIOR      VALUE "S".
      * DIREITO POR BENEFICIO: "N" = ENCERRADO PELO DEPIDADE AO PASSAR
      * DO LIMITE DE IDADE; BRANCO = CONTA NORMALMENTE
           03 DPD-SALFAM          PIC X(01).
              88 DPD-SEM-SALFAM              VALUE "N".
           03 DPD-IRRF            PIC X(01).
              88 DPD-SEM-IRRF                VALUE "N".
