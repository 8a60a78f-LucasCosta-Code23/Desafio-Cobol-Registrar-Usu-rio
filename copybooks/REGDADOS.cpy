      * Purpose: LAYOUT DO REGISTRO DE CONTATOS (CONTATOS.DAT)
      *          PERFIL-USUARIO: A = ADMINISTRADOR, M = MANUTENCAO,
      *          C = CONSULTA
      *          ID-FUSAO: ID DO CONTATO QUE INCORPOROU ESTE NA FUSAO
      *          DE CADASTROS (ZEROS QUANDO NAO HOUVE FUSAO)
      *          DATA-ULTIMO-LOGIN: DATA DO ULTIMO ACESSO COM SUCESSO
      *          DO OPERADOR NO CADCONTT (ZEROS QUANDO NUNCA ACESSOU)
      ******************************************************************
       01  REG-USUARIOS.
           03  ID-USUARIO                   PIC 9(6).
           03  SENHA-HISTORICO.
               05  SENHA-ANTERIOR           PIC X(10) OCCURS 3 TIMES.
           03  PERFIL-USUARIO               PIC X(01).
           03  ID-FUSAO                     PIC 9(06).
           03  DATA-ULTIMO-LOGIN            PIC 9(08).
