      ******************************************************************
      * PINREC - Registro do arquivo indexado de credenciais do
      *          quiosque de autoatendimento (PINMAST, chave:
      *          PIN-MATRICULA), mantido pelo PINMNT e conferido pela
      *          consulta PONTOQRY: o PIN pessoal de cada empregado,
      *          nos moldes da senha do USRMAST. Tres falhas seguidas
      *          de PIN bloqueiam a credencial (PIN-BLOQUEADO) ate o
      *          RH emitir um PIN novo pelo PINMNT.
      ******************************************************************
       01  PIN-REC.
           03 PIN-MATRICULA       PIC 9(06).
           03 PIN-SENHA           PIC X(06).
           03 PIN-FALHAS          PIC 9(01).
           03 PIN-BLOQUEADO       PIC X(01).
              88 PIN-ESTA-BLOQUEADO          VALUE "S".
           03 PIN-DATA-EMISSAO    PIC 9(08).
           03 PIN-DATA-ULT-USO    PIC 9(08).
