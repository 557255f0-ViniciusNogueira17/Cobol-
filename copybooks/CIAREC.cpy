      ******************************************************************
      * CIAREC - Registro do arquivo de parametros das empresas do
      *          grupo (CIAPARM, sequencial, um registro por
      *          EMP-EMPRESA, mantido pela producao como o SPOOLROT):
      *          CNPJ e razao social da entidade legal e a conta de
      *          debito/convenio no banco pagador, que vao no header
      *          de arquivo e no header de lote da remessa CNAB 240 do
      *          FOLHACRED.
      ******************************************************************
       01  CIA-REC.
           03 CIA-EMPRESA         PIC 9(02).
           03 FILLER              PIC X(01).
           03 CIA-CNPJ            PIC 9(14).
           03 FILLER              PIC X(01).
           03 CIA-RAZAO-SOCIAL    PIC X(30).
           03 FILLER              PIC X(01).
           03 CIA-BANCO           PIC 9(03).
           03 FILLER              PIC X(01).
           03 CIA-AGENCIA         PIC 9(05).
           03 CIA-AGENCIA-DV      PIC X(01).
           03 FILLER              PIC X(01).
           03 CIA-CONTA           PIC 9(12).
           03 CIA-CONTA-DV        PIC X(01).
           03 FILLER              PIC X(01).
           03 CIA-CONVENIO        PIC X(20).
