      ******************************************************************
      * Copybook: REGGRUPO
      * Purpose: LAYOUT DO CADASTRO DE GRUPOS DE CONTATOS (GRUPOS.DAT)
      *          GRP-TIPO: P = PROJETO, C = CLIENTE, E = EVENTO,
      *                    O = OUTRO
      *          GRP-SITUACAO: A = ATIVO, I = INATIVO (NAO RECEBE
      *                        NOVOS MEMBROS)
      ******************************************************************
       01  REG-GRUPOS.
           03  GRP-CODIGO                   PIC X(08).
           03  GRP-DESCRICAO                PIC X(40).
           03  GRP-TIPO                     PIC X(01).
           03  GRP-SITUACAO                 PIC X(01).
           03  GRP-DATA-CRIACAO             PIC 9(08).
           03  GRP-OPERADOR                 PIC X(06).
