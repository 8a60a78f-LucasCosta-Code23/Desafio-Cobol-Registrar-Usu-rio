          03 CT-ORIGEM-SENHA               PIC X(01).
          03 CT-SENHA-HISTORICO            PIC X(30).
          03 CT-PERFIL-USUARIO             PIC X(01).
          03 CT-ID-FUSAO                   PIC 9(06).
          03 CT-DATA-ULTIMO-LOGIN          PIC 9(08).

       FD FOLHARH.
       01 REG-FOLHA.
