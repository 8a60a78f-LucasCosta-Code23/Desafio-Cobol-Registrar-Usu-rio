      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: LISTAS DE MALA DIRETA POR GRUPO DE CONTATOS. PARA
      *          CADA CODIGO DE GRUPO PEDIDO (PARGRUPO.DAT, UM POR
      *          LINHA, OU CONSOLE) GRAVA O ARQUIVO LST<GRUPO>.DAT
      *          COM HEADER, UM DETALHE POR MEMBRO ATIVO (TELEFONE E
      *          E-MAIL PREFERIDOS DO CONTEXTR.DAT OU, SEM PREFERIDO,
      *          OS PRINCIPAIS DO CADASTRO) E TRAILER DE CONTROLE.
      *          CONTATOS INATIVOS FICAM FORA DA LISTA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTGRP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO
                'C:\Users\Lucas\CONTATOS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS ID-USUARIO
                ALTERNATE RECORD KEY IS NUMERO-USUARIO
                ALTERNATE RECORD KEY IS EMAIL-USUARIO
                FILE STATUS  IS WK-FS.

                SELECT GRUPOS ASSIGN TO
                'C:\Users\Lucas\GRUPOS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS GRP-CODIGO
                FILE STATUS  IS WK-FS2.

                SELECT MEMBROS ASSIGN TO
                'C:\Users\Lucas\GRPMEMBR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS MBR-CHAVE
                ALTERNATE RECORD KEY IS MBR-ID-USUARIO WITH DUPLICATES
                FILE STATUS  IS WK-FS3.

                SELECT PARAMS ASSIGN TO
                'C:\Users\Lucas\PARGRUPO.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT LISTA ASSIGN USING WK-ARQ-LISTA
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

                SELECT EXTRAS ASSIGN TO
                'C:\Users\Lucas\CONTEXTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS EXT-CHAVE
                ALTERNATE RECORD KEY IS EXT-VALOR WITH DUPLICATES
                FILE STATUS  IS WK-FS9.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
            COPY REGDADOS.

       FD GRUPOS.
            COPY REGGRUPO.

       FD MEMBROS.
            COPY REGMEMBR.

       FD PARAMS.
       01 REG-PARAM                        PIC X(20).

       FD LISTA.
       01 LST-LINHA                        PIC X(150).

       FD EXTRAS.
            COPY REGEXTRA.

       WORKING-STORAGE SECTION.
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS3                           PIC 99.
          88 FS3-OK                        VALUE 0.
       77 WK-FS4                           PIC 99.
          88 FS4-OK                        VALUE 0.
       77 WK-FS5                           PIC 99.
          88 FS5-OK                        VALUE 0.
       77 WK-FS9                           PIC 99.
          88 FS9-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
       01 WS-DATA-SISTEMA.
          03 WS-ANO                        PIC 9(04).
          03 WS-MES                        PIC 9(02).
          03 WS-DIA                        PIC 9(02).
      *                    GRUPOS PEDIDOS                              *
       01 WK-TABELA-PEDIDOS.
          03 WK-PEDIDO                     PIC X(08) OCCURS 50 TIMES.
       77 WK-QTD-PEDIDOS                   PIC 9(03) VALUE ZEROS.
       77 WK-IDX-PEDIDO                    PIC 9(03) VALUE ZEROS.
       77 WK-COD-LIDO                      PIC X(08) VALUE SPACES.
       77 WK-PEDIDO-REPETIDO               PIC X     VALUE 'N'.
       77 WK-IDX-AUX                       PIC 9(03) VALUE ZEROS.
      *                    LISTA DO GRUPO CORRENTE                     *
       77 WK-ARQ-LISTA                     PIC X(60) VALUE SPACES.
       77 WK-GRP-ATUAL                     PIC X(08) VALUE SPACES.
       77 WK-LINHA-LST                     PIC X(150) VALUE SPACES.
       77 WK-FIM-MEMBROS                   PIC X     VALUE 'N'.
       77 WK-QTD-LISTADOS                  PIC 9(06) VALUE ZEROS.
       77 WK-QTD-INATIVOS                  PIC 9(06) VALUE ZEROS.
       77 WK-HASH-IDS                      PIC 9(12) VALUE ZEROS.
       77 WK-TEL-LISTA                     PIC X(11) VALUE SPACES.
       77 WK-EMAIL-LISTA                   PIC X(30) VALUE SPACES.
      *                                                              *
       77 WK-EXTRAS-ABERTO                 PIC X     VALUE 'N'.
       77 WK-FIM-EXTRAS                    PIC X     VALUE 'N'.
      *                                                              *
       77 WK-TOTAL-LISTAS                  PIC 9(03) VALUE ZEROS.
       77 WK-TOTAL-RECUSADOS               PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0001-PRINCIPAL.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            PERFORM 0050-LE-PEDIDOS
            IF WK-QTD-PEDIDOS = 0
               DISPLAY 'Nenhum grupo pedido, nada a gerar.'
            ELSE
               PERFORM 0100-GERA-LISTAS
            END-IF
            PERFORM 0900-FINALIZAR
            .
      *                    LE OS GRUPOS PEDIDOS DO PARGRUPO.DAT OU,    *
      *                    NA FALTA DELE, DO CONSOLE                   *
       0050-LE-PEDIDOS                          SECTION.
       0051-LE-PEDIDOS.
            MOVE 0              TO WK-QTD-PEDIDOS
            SET FS4-OK          TO TRUE
            OPEN INPUT PARAMS
            IF FS4-OK THEN
               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ PARAMS
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE REG-PARAM(1:8) TO WK-COD-LIDO
                           PERFORM 0060-GUARDA-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE PARAMS
               DISPLAY 'Grupos lidos de PARGRUPO.DAT: ' WK-QTD-PEDIDOS
               EXIT SECTION
            END-IF

            MOVE 'X'            TO WK-COD-LIDO
            PERFORM UNTIL WK-COD-LIDO = SPACES
                DISPLAY 'Codigo do grupo (em branco encerra): '
                WITH NO ADVANCING
                MOVE SPACES     TO WK-COD-LIDO
                ACCEPT WK-COD-LIDO
                IF WK-COD-LIDO NOT = SPACES
                   PERFORM 0060-GUARDA-PEDIDO
                END-IF
            END-PERFORM
            EXIT SECTION
            .
      *                    GUARDA UM CODIGO, SEM REPETIR               *
       0060-GUARDA-PEDIDO.
            INSPECT WK-COD-LIDO CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            MOVE 'N'            TO WK-PEDIDO-REPETIDO
            PERFORM VARYING WK-IDX-AUX FROM 1 BY 1
            UNTIL WK-IDX-AUX > WK-QTD-PEDIDOS
                IF WK-PEDIDO(WK-IDX-AUX) = WK-COD-LIDO
                   MOVE 'S'     TO WK-PEDIDO-REPETIDO
                END-IF
            END-PERFORM
            IF WK-PEDIDO-REPETIDO = 'N'
               IF WK-QTD-PEDIDOS < 50
                  ADD 1            TO WK-QTD-PEDIDOS
                  MOVE WK-COD-LIDO TO WK-PEDIDO(WK-QTD-PEDIDOS)
               ELSE
                  DISPLAY 'Aviso: limite de 50 grupos atingido, '
                  'grupo ' WK-COD-LIDO ' ignorado.'
               END-IF
            END-IF
            .
      *                    ABRE OS ARQUIVOS E GERA UMA LISTA POR GRUPO *
       0100-GERA-LISTAS                         SECTION.
       0101-GERA-LISTAS.
            SET FS-OK           TO TRUE
            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de Contatos.' WK-FS
               EXIT SECTION
            END-IF

            SET FS2-OK          TO TRUE
            OPEN INPUT GRUPOS
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo GRUPOS.DAT.' WK-FS2
               CLOSE CONTATOS
               EXIT SECTION
            END-IF

            SET FS3-OK          TO TRUE
            OPEN INPUT MEMBROS
            IF NOT FS3-OK THEN
               DISPLAY 'Erro ao abrir o arquivo GRPMEMBR.DAT.' WK-FS3
               CLOSE CONTATOS
               CLOSE GRUPOS
               EXIT SECTION
            END-IF

            SET FS9-OK          TO TRUE
            OPEN INPUT EXTRAS
            IF FS9-OK THEN
               MOVE 'S' TO WK-EXTRAS-ABERTO
            ELSE
               MOVE 'N' TO WK-EXTRAS-ABERTO
            END-IF

            PERFORM VARYING WK-IDX-PEDIDO FROM 1 BY 1
            UNTIL WK-IDX-PEDIDO > WK-QTD-PEDIDOS
                MOVE WK-PEDIDO(WK-IDX-PEDIDO) TO WK-GRP-ATUAL
                PERFORM 0110-LISTA-GRUPO
            END-PERFORM

            IF WK-EXTRAS-ABERTO = 'S'
               CLOSE EXTRAS
            END-IF
            CLOSE MEMBROS
            CLOSE GRUPOS
            CLOSE CONTATOS

            DISPLAY 'Grupos pedidos   : ' WK-QTD-PEDIDOS
            DISPLAY 'Listas geradas   : ' WK-TOTAL-LISTAS
            DISPLAY 'Grupos recusados : ' WK-TOTAL-RECUSADOS
            EXIT SECTION
            .
      *                    GERA A LISTA DO GRUPO EM WK-GRP-ATUAL       *
       0110-LISTA-GRUPO.
            MOVE WK-GRP-ATUAL   TO GRP-CODIGO
            READ GRUPOS
                INVALID KEY
                    DISPLAY 'Grupo ' WK-GRP-ATUAL ' nao cadastrado, '
                    'lista nao gerada.'
                    ADD 1 TO WK-TOTAL-RECUSADOS
                NOT INVALID KEY
                    IF GRP-SITUACAO NOT = 'A'
                       DISPLAY 'Grupo ' WK-GRP-ATUAL ' inativo, lista '
                       'nao gerada.'
                       ADD 1 TO WK-TOTAL-RECUSADOS
                    ELSE
                       PERFORM 0115-GERA-LISTA
                    END-IF
            END-READ
            .
      *                    ABRE O ARQUIVO DA LISTA DO GRUPO E GRAVA    *
      *                    HEADER, DETALHES E TRAILER                  *
       0115-GERA-LISTA.
            MOVE SPACES         TO WK-ARQ-LISTA
            STRING 'C:\Users\Lucas\LST' DELIMITED BY SIZE
                   WK-GRP-ATUAL         DELIMITED BY SPACE
                   '.DAT'               DELIMITED BY SIZE
                   INTO WK-ARQ-LISTA
            END-STRING
            SET FS5-OK          TO TRUE
            OPEN OUTPUT LISTA
            IF NOT FS5-OK THEN
               DISPLAY 'Erro ao abrir o arquivo '
               FUNCTION TRIM(WK-ARQ-LISTA) '.' WK-FS5
               ADD 1 TO WK-TOTAL-RECUSADOS
            ELSE
               MOVE 0              TO WK-QTD-LISTADOS
               MOVE 0              TO WK-QTD-INATIVOS
               MOVE 0              TO WK-HASH-IDS
               PERFORM 0120-HEADER

               MOVE WK-GRP-ATUAL   TO MBR-GRUPO
               MOVE 0              TO MBR-ID-USUARIO
               MOVE 'N'            TO WK-FIM-MEMBROS
               START MEMBROS KEY IS >= MBR-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WK-FIM-MEMBROS
               END-START
               PERFORM UNTIL WK-FIM-MEMBROS = 'S'
                   READ MEMBROS NEXT
                       AT END
                           MOVE 'S' TO WK-FIM-MEMBROS
                       NOT AT END
                           IF MBR-GRUPO NOT = WK-GRP-ATUAL
                              MOVE 'S' TO WK-FIM-MEMBROS
                           ELSE
                              PERFORM 0130-MEMBRO
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM 0150-TRAILER
               CLOSE LISTA
               ADD 1 TO WK-TOTAL-LISTAS
               DISPLAY 'Lista ' FUNCTION TRIM(WK-ARQ-LISTA) ': '
               WK-QTD-LISTADOS ' contato(s), ' WK-QTD-INATIVOS
               ' inativo(s) fora da lista.'
            END-IF
            .
      *                    GRAVA O REGISTRO HEADER DA LISTA            *
       0120-HEADER.
            MOVE SPACES TO WK-LINHA-LST
            STRING 'H;'            DELIMITED BY SIZE
                   WS-ANO          DELIMITED BY SIZE
                   WS-MES          DELIMITED BY SIZE
                   WS-DIA          DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WK-GRP-ATUAL    DELIMITED BY SPACE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(GRP-DESCRICAO)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   GRP-TIPO        DELIMITED BY SIZE
                   INTO WK-LINHA-LST
            END-STRING
            WRITE LST-LINHA FROM WK-LINHA-LST
            .
      *                    LE O CONTATO DO MEMBRO E GRAVA O DETALHE SE *
      *                    ESTIVER ATIVO                               *
       0130-MEMBRO.
            MOVE MBR-ID-USUARIO TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    ADD 1 TO WK-QTD-INATIVOS
                NOT INVALID KEY
                    IF SITUACAO-USUARIO = 'I'
                       ADD 1 TO WK-QTD-INATIVOS
                    ELSE
                       PERFORM 0135-GRAVA-DETALHE
                    END-IF
            END-READ
            .
      *                    GRAVA O DETALHE DO CONTATO ATIVO            *
       0135-GRAVA-DETALHE.
            PERFORM 0140-BUSCA-PREFERIDOS
            ADD 1               TO WK-QTD-LISTADOS
            ADD ID-USUARIO      TO WK-HASH-IDS
            MOVE SPACES TO WK-LINHA-LST
            STRING 'D;'            DELIMITED BY SIZE
                   ID-USUARIO      DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(NOME-USUARIO)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-TEL-LISTA)
                                   DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-EMAIL-LISTA)
                                   DELIMITED BY SIZE
                   INTO WK-LINHA-LST
                ON OVERFLOW
                   DISPLAY 'Linha da lista truncada, revise '
                   'WK-LINHA-LST!'
            END-STRING
            WRITE LST-LINHA FROM WK-LINHA-LST
            .
      *                    TELEFONE E E-MAIL PREFERIDOS DO CONTEXTR,   *
      *                    OU OS PRINCIPAIS QUANDO NAO HA PREFERIDO    *
       0140-BUSCA-PREFERIDOS.
            MOVE NUMERO-USUARIO TO WK-TEL-LISTA
            MOVE EMAIL-USUARIO  TO WK-EMAIL-LISTA
            IF WK-EXTRAS-ABERTO = 'S'
               MOVE ID-USUARIO     TO EXT-ID-USUARIO
               MOVE 0              TO EXT-SEQUENCIA
               MOVE 'N'            TO WK-FIM-EXTRAS
               START EXTRAS KEY IS >= EXT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WK-FIM-EXTRAS
               END-START
               PERFORM UNTIL WK-FIM-EXTRAS = 'S'
                   READ EXTRAS NEXT
                       AT END
                           MOVE 'S' TO WK-FIM-EXTRAS
                       NOT AT END
                           IF EXT-ID-USUARIO NOT = ID-USUARIO
                              MOVE 'S' TO WK-FIM-EXTRAS
                           ELSE
                              IF EXT-PREFERIDO = 'S'
                                 IF EXT-CLASSE = 'F'
                                    MOVE EXT-VALOR TO WK-TEL-LISTA
                                 END-IF
                                 IF EXT-CLASSE = 'E'
                                    MOVE EXT-VALOR TO WK-EMAIL-LISTA
                                 END-IF
                              END-IF
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            .
      *                    GRAVA O REGISTRO TRAILER DA LISTA           *
       0150-TRAILER.
            MOVE SPACES TO WK-LINHA-LST
            STRING 'T;'            DELIMITED BY SIZE
                   WK-QTD-LISTADOS DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   WK-HASH-IDS     DELIMITED BY SIZE
                   INTO WK-LINHA-LST
            END-STRING
            WRITE LST-LINHA FROM WK-LINHA-LST
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM LISTGRP.
