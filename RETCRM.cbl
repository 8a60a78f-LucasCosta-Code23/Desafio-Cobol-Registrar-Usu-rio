       01 REG-RETORNO                      PIC X(80).

       FD STACRM.
            COPY REGSTCRM.

       FD RELRCRM.
       01 REL-LINHA                        PIC X(132).
