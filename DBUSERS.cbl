       01 REG-PARAM                        PIC X(60).

       WORKING-STORAGE SECTION.
       01 WK-REGISTRO                      PIC X(165) VALUE SPACES.
       01 FILLER REDEFINES WK-REGISTRO.
          03 WK-ID-USUARIO                 PIC 9(6).
          03 WK-NOME-USUARIO               PIC X(35).
          03 WK-ORIGEM-SENHA               PIC X(01).
          03 WK-SENHA-HISTORICO            PIC X(30).
          03 WK-PERFIL-USUARIO             PIC X(01).
          03 WK-ID-FUSAO                   PIC 9(06).
          03 WK-DATA-ULTIMO-LOGIN          PIC 9(08).
       77 WK-FS                            PIC 99.
          88 FS-OK                                   VALUE 0.
       77 WK-FS2                           PIC 99.
