      ******************************************************************
      * CPFPARM  - Cartao de particionamento da validacao de CPF (DD
      *            CPFPARM, opcional), separado do CTLCARD porque o
      *            cartao geral ja esta cheio ate a coluna 80. Nos
      *            dias de recadastramento o CPFPREP divide o CPFTRAND
      *            em PARM-QTDE-PARTICOES faixas de chave (CPFTRD01 a
      *            CPFTRD04), cada faixa roda numa instancia propria
      *            do CPFBATCH (PARM-PARTICAO = numero da faixa, com
      *            as suas fatias de CPFEXCPT/CPFPEND/CPFTRACE e o seu
      *            checkpoint) e o CPFMERGE junta as fatias e prova as
      *            contagens pelo AUDITLOG. Sem o cartao, ou com os
      *            campos zerados, a validacao roda numa passada so,
      *            como sempre.
      ******************************************************************
       01  CPF-PARM-REC.
           03 PARM-QTDE-PARTICOES  PIC 9(02).
           03 FILLER                PIC X(01).
           03 PARM-PARTICAO        PIC 9(02).
           03 FILLER                PIC X(75).
