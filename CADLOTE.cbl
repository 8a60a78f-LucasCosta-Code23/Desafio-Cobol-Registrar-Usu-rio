       01 REG-CHK                          PIC X(40).

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
          88 FS-OK                         VALUE 0.
       77 WK-FS3                           PIC 99.
            MOVE 'L'            TO ORIGEM-SENHA
            MOVE SPACES         TO SENHA-HISTORICO
            MOVE 'M'            TO PERFIL-USUARIO
            MOVE 0              TO ID-FUSAO
            MOVE 0              TO DATA-ULTIMO-LOGIN

            WRITE REG-USUARIOS
                INVALID KEY
