      *          O ARQUIVO SEQUENCIAL BKPCONT.DAT, COM HEADER DATADO
      *          E TRAILER DE CONTROLE (QUANTIDADE E HASH DE IDS, NO
      *          MESMO ESTILO DO TRAILER DO EXPCRM). O RETORNO E
      *          FEITO PELO PROGRAMA RSTCONT. TAMBEM E CHAMADO PELO
      *          NOTURNO COMO IMAGEM ANTERIOR AO LOTEMOV
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPCONT.
            COPY REGDADOS.

       FD BACKUP.
       01 BKP-LINHA                        PIC X(170).

       WORKING-STORAGE SECTION.
       77 WK-FS                            PIC 99.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
       77 WK-LINHA-BKP                     PIC X(170) VALUE SPACES.
       77 WK-QTD-GRAVADOS                  PIC 9(06) VALUE ZEROS.
       77 WK-HASH-IDS                      PIC 9(12) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
            OPEN INPUT  CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
            END-IF

            OPEN OUTPUT BACKUP
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo BKPCONT.DAT.' WK-FS2
               MOVE 8 TO RETURN-CODE
               CLOSE CONTATOS
               EXIT SECTION
            END-IF
            ADD ID-USUARIO      TO WK-HASH-IDS
            MOVE SPACES         TO WK-LINHA-BKP
            MOVE 'D'            TO WK-LINHA-BKP(1:1)
            MOVE REG-USUARIOS   TO WK-LINHA-BKP(2:165)
            WRITE BKP-LINHA FROM WK-LINHA-BKP
            .
      *                    GRAVA O REGISTRO TRAILER                    *

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            GOBACK.
       END PROGRAM BKPCONT.
