      * Purpose: RECARGA DO BACKUP BKPCONT.DAT (GERADO PELO BKPCONT)
      *          EM UM ARQUIVO INDEXADO NOVO (CONTATOSR.DAT), COM AS
      *          TRES CHAVES RECONSTRUIDAS, CONFERINDO A QUANTIDADE
      *          E O HASH DE IDS DO TRAILER ANTES DE DECLARAR SUCESSO.
      *          TAMBEM E CHAMADO PELO NOTURNO PARA DESFAZER O LOTEMOV
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTCONT.
       DATA DIVISION.
       FILE SECTION.
       FD BACKUP.
       01 BKP-LINHA                        PIC X(170).

       FD CONTATOS-NOVO.
            COPY REGDADOS.
            .
      *                    GRAVA UM REGISTRO NO ARQUIVO NOVO           *
       0120-GRAVA-REGISTRO.
            MOVE BKP-LINHA(2:165) TO REG-USUARIOS
            WRITE REG-USUARIOS
                INVALID KEY
                    ADD 1 TO WK-QTD-ERROS

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            GOBACK.
       END PROGRAM RSTCONT.
