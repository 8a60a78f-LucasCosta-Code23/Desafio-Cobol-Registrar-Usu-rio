      ******************************************************************
      * Copybook: REGCEP
      * Purpose: LAYOUT DA TABELA DE REFERENCIA DE CEP (CEPREF.DAT),
      *          CARREGADA MENSALMENTE PELO CARGACEP. CEP GERAL DE
      *          CIDADE VEM COM LOGRADOURO E BAIRRO EM BRANCO
      ******************************************************************
       01  REG-CEP.
           03  CEP-CODIGO                   PIC 9(08).
           03  CEP-LOGRADOURO               PIC X(40).
           03  CEP-BAIRRO                   PIC X(25).
           03  CEP-CIDADE                   PIC X(30).
           03  CEP-UF                       PIC X(02).
