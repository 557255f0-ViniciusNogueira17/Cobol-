      ******************************************************************
      * CEPTAB - Tabela de faixas de CEP por unidade federativa
      *          (faixas dos Correios), carregada uma unica vez, nos
      *          moldes da UFTAB. UF com mais de uma faixa (AM, DF,
      *          GO, RO) ocupa uma linha por faixa. Programas devem
      *          chamar a VALIDA-CEP em vez de pesquisar a tabela
      *          direto.
      ******************************************************************
       01  WS-CEP-AUX.
           03 FILLER PIC X(18) VALUE "SP0100000019999999".
           03 FILLER PIC X(18) VALUE "RJ2000000028999999".
           03 FILLER PIC X(18) VALUE "ES2900000029999999".
           03 FILLER PIC X(18) VALUE "MG3000000039999999".
           03 FILLER PIC X(18) VALUE "BA4000000048999999".
           03 FILLER PIC X(18) VALUE "SE4900000049999999".
           03 FILLER PIC X(18) VALUE "PE5000000056999999".
           03 FILLER PIC X(18) VALUE "AL5700000057999999".
           03 FILLER PIC X(18) VALUE "PB5800000058999999".
           03 FILLER PIC X(18) VALUE "RN5900000059999999".
           03 FILLER PIC X(18) VALUE "CE6000000063999999".
           03 FILLER PIC X(18) VALUE "PI6400000064999999".
           03 FILLER PIC X(18) VALUE "MA6500000065999999".
           03 FILLER PIC X(18) VALUE "PA6600000068899999".
           03 FILLER PIC X(18) VALUE "AP6890000068999999".
           03 FILLER PIC X(18) VALUE "AM6900000069299999".
           03 FILLER PIC X(18) VALUE "RR6930000069399999".
           03 FILLER PIC X(18) VALUE "AM6940000069899999".
           03 FILLER PIC X(18) VALUE "AC6990000069999999".
           03 FILLER PIC X(18) VALUE "DF7000000072799999".
           03 FILLER PIC X(18) VALUE "GO7280000072999999".
           03 FILLER PIC X(18) VALUE "DF7300000073699999".
           03 FILLER PIC X(18) VALUE "GO7370000076799999".
           03 FILLER PIC X(18) VALUE "RO7680000076999999".
           03 FILLER PIC X(18) VALUE "TO7700000077999999".
           03 FILLER PIC X(18) VALUE "MT7800000078899999".
           03 FILLER PIC X(18) VALUE "RO7890000078999999".
           03 FILLER PIC X(18) VALUE "MS7900000079999999".
           03 FILLER PIC X(18) VALUE "PR8000000087999999".
           03 FILLER PIC X(18) VALUE "SC8800000089999999".
           03 FILLER PIC X(18) VALUE "RS9000000099999999".
       01  WS-TAB-CEP REDEFINES WS-CEP-AUX.
           03 WS-CEP-ITEM              OCCURS 31 TIMES.
              05 WS-CEP-UF             PIC X(02).
              05 WS-CEP-INICIO         PIC 9(08).
              05 WS-CEP-FIM            PIC 9(08).
