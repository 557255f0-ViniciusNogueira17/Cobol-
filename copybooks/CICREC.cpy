      ******************************************************************
      * CICREC - Registro do controle de ciclos de fechamento
      *          (CICLOCTL, sempre aberto em EXTEND pelo MAINCTL): um
      *          evento por mudanca de estado do ciclo mensal ("M") ou
      *          anual ("A") de um mes fechado -- "E" quando o driver
      *          agenda o ciclo na partida da rodada, "F" quando todos
      *          os passos do ciclo terminaram, "I" quando a cadeia
      *          parou antes e "R" quando o ciclo foi recusado por ja
      *          constar finalizado. O ultimo evento do ciclo e o que
      *          vale: "F" impede repetir o mes, "E"/"I" faz a rodada
      *          seguinte retomar o ciclo. Os programas do fechamento
      *          (FECHAMENSAL, BANCOHORAS, GLDIST, EXTRATOPONTO, FERPLAN
      *          e FECHAANUAL) tomam o ano/mes do ciclo em "E" no fim
      *          do arquivo, no lugar do CTL-ANO-MES perfurado na mao,
      *          e o SUMARIOLOTE reporta o ciclo da rodada.
      ******************************************************************
       01  CIC-REC.
           03 CIC-DATA            PIC 9(08).
      *       DATA DA RODADA DO MAINCTL QUE GRAVOU O EVENTO
           03 CIC-TIPO            PIC X(01).
      *       "M" CICLO MENSAL, "A" CICLO ANUAL
           03 CIC-ANO-MES.
              05 CIC-ANO          PIC 9(04).
              05 CIC-MES          PIC 9(02).
      *       MES FECHADO (NO CICLO ANUAL, DEZEMBRO DO ANO FECHADO)
           03 CIC-SITUACAO        PIC X(01).
      *       "E" EM EXECUCAO, "F" FINALIZADO, "I" INTERROMPIDO,
      *       "R" RECUSADO (JA FINALIZADO ANTES)
