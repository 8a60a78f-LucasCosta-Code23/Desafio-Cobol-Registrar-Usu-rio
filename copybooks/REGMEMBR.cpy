      ******************************************************************
      * Copybook: REGMEMBR
      * Purpose: LAYOUT DOS MEMBROS DOS GRUPOS (GRPMEMBR.DAT), LIGA
      *          O CODIGO DO GRUPO AO ID-USUARIO DE CONTATOS.DAT.
      *          CHAVE: GRUPO + ID; CHAVE ALTERNATIVA: ID (COM
      *          DUPLICIDADE) PARA ACHAR OS GRUPOS DE UM CONTATO
      ******************************************************************
       01  REG-MEMBROS.
           03  MBR-CHAVE.
               05  MBR-GRUPO                PIC X(08).
               05  MBR-ID-USUARIO           PIC 9(06).
           03  MBR-DATA-INCLUSAO            PIC 9(08).
           03  MBR-OPERADOR                 PIC X(06).
