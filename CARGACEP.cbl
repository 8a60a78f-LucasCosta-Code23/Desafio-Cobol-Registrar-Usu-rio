      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: CARGA MENSAL DA TABELA DE REFERENCIA DE CEP
      *          (CEPREF.DAT) A PARTIR DO ARQUIVO DELIMITADO
      *          CEPCARGA.DAT (CEP;LOGRADOURO;BAIRRO;CIDADE;UF, CEP
      *          COM OU SEM HIFEN).
      *          A TABELA E RECRIADA A CADA CARGA; LINHAS COM CEP,
      *          CIDADE OU UF INVALIDOS, OU CEP REPETIDO, VAO PARA
      *          O REJCEP.DAT COM O MOTIVO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACEP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CARGA ASSIGN TO
                'C:\Users\Lucas\CEPCARGA.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT CEPREF ASSIGN TO
                'C:\Users\Lucas\CEPREF.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS CEP-CODIGO
                FILE STATUS  IS WK-FS.

                SELECT REJCEP ASSIGN TO
                'C:\Users\Lucas\REJCEP.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

       DATA DIVISION.
       FILE SECTION.
       FD CARGA.
       01 REG-CARGA                        PIC X(120).

       FD CEPREF.
            COPY REGCEP.

       FD REJCEP.
       01 REG-REJEITO                      PIC X(160).

       WORKING-STORAGE SECTION.
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS5                           PIC 99.
          88 FS5-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
       01 WK-CAMPOS-CARGA.
          03 WK-CAR-CEP                    PIC X(09).
          03 WK-CAR-CEP-N REDEFINES WK-CAR-CEP.
             05 WK-CAR-CEP-8               PIC 9(08).
             05 WK-CAR-CEP-RESTO           PIC X(01).
          03 WK-CAR-LOGRADOURO             PIC X(40).
          03 WK-CAR-BAIRRO                 PIC X(25).
          03 WK-CAR-CIDADE                 PIC X(30).
          03 WK-CAR-UF                     PIC X(02).
       77 WK-CEP-SUFIXO                    PIC X(03) VALUE SPACES.
       77 WK-MOTIVO                        PIC X(30) VALUE SPACES.
      *                                                              *
       01 WK-TABELA-UF                     PIC X(54) VALUE
          'ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO'.
       01 FILLER REDEFINES WK-TABELA-UF.
          03 WK-UF-VALIDA                  PIC X(02) OCCURS 27 TIMES.
       77 WK-IDX-UF                        PIC 9(02) VALUE ZEROS.
       77 WK-UF-OK                         PIC X     VALUE 'N'.
      *                                                              *
       77 WK-QTD-LIDOS                     PIC 9(07) VALUE ZEROS.
       77 WK-QTD-GRAVADOS                  PIC 9(07) VALUE ZEROS.
       77 WK-QTD-REJEITADOS                PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0001-PRINCIPAL.
            PERFORM 0100-CARGA
            PERFORM 0900-FINALIZAR
            .
      *                    LE O ARQUIVO DE CARGA E RECRIA A TABELA     *
       0100-CARGA                               SECTION.
       0101-CARGA.
            SET FS2-OK          TO TRUE
            OPEN INPUT CARGA
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo CEPCARGA.DAT.' WK-FS2
               DISPLAY 'Tabela CEPREF.DAT mantida sem alteracao.'
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            READ CARGA
                AT END
                    SET EOF-OK TO TRUE
            END-READ
            IF EOF-OK
               DISPLAY 'Arquivo CEPCARGA.DAT vazio, tabela CEPREF.DAT '
               'mantida sem alteracao.'
               CLOSE CARGA
               EXIT SECTION
            END-IF

            SET FS-OK           TO TRUE
            OPEN OUTPUT CEPREF
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo CEPREF.DAT.' WK-FS
               CLOSE CARGA
               EXIT SECTION
            END-IF

            SET FS5-OK          TO TRUE
            OPEN OUTPUT REJCEP
            IF NOT FS5-OK THEN
               DISPLAY 'Erro ao abrir o arquivo REJCEP.DAT.' WK-FS5
               CLOSE CARGA
               CLOSE CEPREF
               EXIT SECTION
            END-IF

            PERFORM UNTIL EOF-OK
                ADD 1 TO WK-QTD-LIDOS
                PERFORM 0110-PROCESSA-LINHA
                READ CARGA
                    AT END
                        SET EOF-OK TO TRUE
                END-READ
            END-PERFORM

            CLOSE CARGA
            CLOSE CEPREF
            CLOSE REJCEP

            DISPLAY 'Carga da tabela de CEP concluida.'
            DISPLAY 'Linhas lidas      : ' WK-QTD-LIDOS
            DISPLAY 'CEPs gravados     : ' WK-QTD-GRAVADOS
            DISPLAY 'Linhas rejeitadas : ' WK-QTD-REJEITADOS
            IF WK-QTD-REJEITADOS > 0
               DISPLAY 'Consulte o REJCEP.DAT.'
            END-IF
            EXIT SECTION
            .
      *                    VALIDA UMA LINHA E GRAVA NA TABELA          *
       0110-PROCESSA-LINHA.
            MOVE SPACES         TO WK-CAMPOS-CARGA
            MOVE SPACES         TO WK-MOTIVO
            UNSTRING REG-CARGA DELIMITED BY ';'
                INTO WK-CAR-CEP
                     WK-CAR-LOGRADOURO
                     WK-CAR-BAIRRO
                     WK-CAR-CIDADE
                     WK-CAR-UF
            END-UNSTRING
            INSPECT WK-CAR-UF CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            IF WK-CAR-CEP(6:1) = '-'
               MOVE WK-CAR-CEP(7:3) TO WK-CEP-SUFIXO
               MOVE WK-CEP-SUFIXO   TO WK-CAR-CEP(6:3)
               MOVE SPACE           TO WK-CAR-CEP(9:1)
            END-IF

            PERFORM 0120-VALIDA-UF
            EVALUATE TRUE
                WHEN WK-CAR-CEP-8 NOT NUMERIC OR
                     WK-CAR-CEP-RESTO NOT = SPACE
                    MOVE 'CEP INVALIDO'            TO WK-MOTIVO
                WHEN WK-CAR-CEP-8 = 0
                    MOVE 'CEP ZERADO'              TO WK-MOTIVO
                WHEN WK-CAR-CIDADE = SPACES
                    MOVE 'CIDADE NAO INFORMADA'    TO WK-MOTIVO
                WHEN WK-UF-OK = 'N'
                    MOVE 'UF INVALIDA'             TO WK-MOTIVO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF WK-MOTIVO = SPACES
               MOVE WK-CAR-CEP-8      TO CEP-CODIGO
               MOVE WK-CAR-LOGRADOURO TO CEP-LOGRADOURO
               MOVE WK-CAR-BAIRRO     TO CEP-BAIRRO
               MOVE WK-CAR-CIDADE     TO CEP-CIDADE
               MOVE WK-CAR-UF         TO CEP-UF
               WRITE REG-CEP
                   INVALID KEY
                       MOVE 'CEP REPETIDO NA CARGA' TO WK-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-GRAVADOS
               END-WRITE
            END-IF

            IF WK-MOTIVO NOT = SPACES
               PERFORM 0130-REJEITA
            END-IF
            .
      *                    CONFERE A UF NA TABELA DE UFS               *
       0120-VALIDA-UF.
            MOVE 'N'            TO WK-UF-OK
            PERFORM VARYING WK-IDX-UF FROM 1 BY 1
            UNTIL WK-IDX-UF > 27 OR WK-UF-OK = 'S'
                IF WK-UF-VALIDA(WK-IDX-UF) = WK-CAR-UF
                   MOVE 'S' TO WK-UF-OK
                END-IF
            END-PERFORM
            .
      *                    GRAVA A LINHA REJEITADA COM O MOTIVO        *
       0130-REJEITA.
            ADD 1 TO WK-QTD-REJEITADOS
            MOVE SPACES         TO REG-REJEITO
            STRING WK-MOTIVO    DELIMITED BY SIZE
                   ' | '        DELIMITED BY SIZE
                   REG-CARGA    DELIMITED BY SIZE
                   INTO REG-REJEITO
            END-STRING
            WRITE REG-REJEITO
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM CARGACEP.
