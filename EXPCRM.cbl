      * Author: LUCAS PEREIRA COSTA
      * Date: 22/08/2026
      * Purpose: EXTRACAO DO CADASTRO DE CONTATOS EM ARQUIVO DELIMITADO
      *          PARA O CRM, COM HEADER E TRAILER DE CONTROLE. CADA
      *          DETALHE LEVA O TELEFONE/E-MAIL PREFERIDOS DO
      *          CONTEXTR.DAT E O ENDERECO PREFERIDO DO CONTENDR.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCRM.
                ALTERNATE RECORD KEY IS EXT-VALOR WITH DUPLICATES
                FILE STATUS  IS WK-FS9.

                SELECT ENDERECOS ASSIGN TO
                'C:\Users\Lucas\CONTENDR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS END-CHAVE
                FILE STATUS  IS WK-FS3.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
            COPY REGDADOS.

       FD EXPORTA.
       01 EXP-LINHA                        PIC X(300).

       FD PARAMS.
       01 REG-PARAM                        PIC X(60).
       FD EXTRAS.
            COPY REGEXTRA.

       FD ENDERECOS.
            COPY REGENDER.

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
       77 WK-FS2                           PIC 99.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
       77 WK-LINHA-EXP                     PIC X(300) VALUE SPACES.
       77 WK-QTD-EXPORTADOS                PIC 9(06) VALUE ZEROS.
       77 WK-HASH-IDS                      PIC 9(12) VALUE ZEROS.
      *                                                              *
       77 WK-FIM-EXTRAS                    PIC X     VALUE 'N'.
       77 WK-TEL-PREF                      PIC X(11) VALUE SPACES.
       77 WK-EMAIL-PREF                    PIC X(30) VALUE SPACES.
      *                                                              *
       77 WK-FS3                           PIC 99.
          88 FS3-OK                        VALUE 0.
       77 WK-ENDER-ABERTO                  PIC X     VALUE 'N'.
       77 WK-FIM-ENDER                     PIC X     VALUE 'N'.
       01 WK-END-PREF.
          03 WK-END-TIPO                   PIC X(01).
          03 WK-END-LOGRADOURO             PIC X(40).
          03 WK-END-NUMERO                 PIC X(06).
          03 WK-END-COMPLEMENTO            PIC X(20).
          03 WK-END-BAIRRO                 PIC X(25).
          03 WK-END-CIDADE                 PIC X(30).
          03 WK-END-UF                     PIC X(02).
          03 WK-END-CEP                    PIC X(08).
       01 WS-DATA-SISTEMA.
          03 WS-ANO                        PIC 9(04).
          03 WS-MES                        PIC 9(02).
               MOVE 'N' TO WK-EXTRAS-ABERTO
            END-IF

            SET FS3-OK          TO TRUE
            OPEN INPUT ENDERECOS
            IF FS3-OK THEN
               MOVE 'S' TO WK-ENDER-ABERTO
            ELSE
               MOVE 'N' TO WK-ENDER-ABERTO
            END-IF

            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo EXPCRM.DAT.' WK-FS2
               MOVE 8 TO RETURN-CODE
               IF WK-EXTRAS-ABERTO = 'S'
                  CLOSE EXTRAS
               END-IF
               IF WK-ENDER-ABERTO = 'S'
                  CLOSE ENDERECOS
               END-IF
               CLOSE CONTATOS
               EXIT SECTION
            END-IF
            IF WK-EXTRAS-ABERTO = 'S'
               CLOSE EXTRAS
            END-IF
            IF WK-ENDER-ABERTO = 'S'
               CLOSE ENDERECOS
            END-IF
            CLOSE CONTATOS
            CLOSE EXPORTA
            EXIT SECTION
            ADD 1               TO WK-QTD-EXPORTADOS
            ADD WK-ID-USUARIO   TO WK-HASH-IDS
            PERFORM 0140-BUSCA-PREFERIDOS
            PERFORM 0150-BUSCA-ENDERECO
            MOVE SPACES TO WK-LINHA-EXP
            STRING 'D;'            DELIMITED BY SIZE
                   WK-ID-USUARIO   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-EMAIL-PREF)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WK-END-TIPO     DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-END-LOGRADOURO)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-END-NUMERO)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-END-COMPLEMENTO)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-END-BAIRRO)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-END-CIDADE)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WK-END-UF       DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WK-END-CEP      DELIMITED BY SIZE
                   INTO WK-LINHA-EXP
                ON OVERFLOW
                   DISPLAY 'Linha de extracao truncada, revise '
               END-PERFORM
            END-IF
            .
      *                    BUSCA O ENDERECO PREFERIDO DO ID             *
       0150-BUSCA-ENDERECO.
            MOVE SPACES TO WK-END-PREF
            IF WK-ENDER-ABERTO = 'S'
               MOVE WK-ID-USUARIO TO END-ID-USUARIO
               MOVE 0             TO END-SEQUENCIA
               MOVE 'N'           TO WK-FIM-ENDER
               START ENDERECOS KEY IS >= END-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WK-FIM-ENDER
               END-START
               PERFORM UNTIL WK-FIM-ENDER = 'S'
                   READ ENDERECOS NEXT
                       AT END
                           MOVE 'S' TO WK-FIM-ENDER
                       NOT AT END
                           IF END-ID-USUARIO NOT = WK-ID-USUARIO
                              MOVE 'S' TO WK-FIM-ENDER
                           ELSE
                              IF END-PREFERIDO = 'S'
                                 MOVE END-TIPO        TO WK-END-TIPO
                                 MOVE END-LOGRADOURO  TO
                                     WK-END-LOGRADOURO
                                 MOVE END-NUMERO      TO WK-END-NUMERO
                                 MOVE END-COMPLEMENTO TO
                                     WK-END-COMPLEMENTO
                                 MOVE END-BAIRRO      TO WK-END-BAIRRO
                                 MOVE END-CIDADE      TO WK-END-CIDADE
                                 MOVE END-UF          TO WK-END-UF
                                 MOVE END-CEP         TO WK-END-CEP
                                 MOVE 'S' TO WK-FIM-ENDER
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            .
      *                    GRAVA O REGISTRO TRAILER                     *
       0130-TRAILER.
            MOVE SPACES TO WK-LINHA-EXP
