      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: FUSAO EM LOTE DE CONTATOS DUPLICADOS A PARTIR DO
      *          ARQUIVO FUSOES.DAT (ID SOBREVIVENTE;ID INCORPORADO;
      *          ESCOLHA DE NOME, TELEFONE E E-MAIL: S = MANTER O DO
      *          SOBREVIVENTE, I = USAR O DO INCORPORADO). O
      *          INCORPORADO FICA INATIVO APONTANDO PARA O SOBREVIVENTE,
      *          QUE RECEBE OS CONTATOS ADICIONAIS, O STATUS DO CRM,
      *          OS GRUPOS DE CONTATOS (GRPMEMBR.DAT) E OS ENDERECOS
      *          POSTAIS (CONTENDR.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSCONT.
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

                SELECT EXTRAS ASSIGN TO
                'C:\Users\Lucas\CONTEXTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS EXT-CHAVE
                ALTERNATE RECORD KEY IS EXT-VALOR WITH DUPLICATES
                FILE STATUS  IS WK-FS2.

                SELECT STACRM ASSIGN TO
                'C:\Users\Lucas\STACRM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS STA-ID
                FILE STATUS  IS WK-FS3.

                SELECT FUSOES ASSIGN TO
                'C:\Users\Lucas\FUSOES.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT REJFUS ASSIGN TO
                'C:\Users\Lucas\REJFUS.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT MEMBROS ASSIGN TO
                'C:\Users\Lucas\GRPMEMBR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS MBR-CHAVE
                ALTERNATE RECORD KEY IS MBR-ID-USUARIO WITH DUPLICATES
                FILE STATUS  IS WK-FS7.

                SELECT ENDERECOS ASSIGN TO
                'C:\Users\Lucas\CONTENDR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS END-CHAVE
                FILE STATUS  IS WK-FS8.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
            COPY REGDADOS.

       FD EXTRAS.
            COPY REGEXTRA.

       FD STACRM.
            COPY REGSTCRM.

       FD FUSOES.
       01 REG-FUSAO.
          03 FUS-ID-SOBREV                 PIC X(06).
          03 FILLER                        PIC X(01).
          03 FUS-ID-INCORP                 PIC X(06).
          03 FILLER                        PIC X(01).
          03 FUS-ESC-NOME                  PIC X(01).
          03 FUS-ESC-TEL                   PIC X(01).
          03 FUS-ESC-EMAIL                 PIC X(01).
          03 FILLER                        PIC X(63).

       FD REJFUS.
       01 REG-REJEITO                      PIC X(120).

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD MEMBROS.
            COPY REGMEMBR.

       FD ENDERECOS.
            COPY REGENDER.

       WORKING-STORAGE SECTION.
       01 WK-REG-SOBREV                    PIC X(165) VALUE SPACES.
       01 FILLER REDEFINES WK-REG-SOBREV.
          03 WK-SOB-ID-USUARIO             PIC 9(6).
          03 WK-SOB-NOME-USUARIO           PIC X(35).
          03 FILLER                        PIC X(10).
          03 WK-SOB-NUMERO-USUARIO         PIC X(11).
          03 WK-SOB-EMAIL-USUARIO          PIC X(30).
          03 FILLER                        PIC X(02).
          03 WK-SOB-SITUACAO-USUARIO       PIC X(01).
          03 FILLER                        PIC X(56).
          03 WK-SOB-ID-FUSAO               PIC 9(06).
          03 FILLER                        PIC X(08).
       01 WK-REG-INCORP                    PIC X(165) VALUE SPACES.
       01 FILLER REDEFINES WK-REG-INCORP.
          03 WK-INC-ID-USUARIO             PIC 9(6).
          03 WK-INC-NOME-USUARIO           PIC X(35).
          03 FILLER                        PIC X(10).
          03 WK-INC-NUMERO-USUARIO         PIC X(11).
          03 WK-INC-EMAIL-USUARIO          PIC X(30).
          03 FILLER                        PIC X(02).
          03 WK-INC-SITUACAO-USUARIO       PIC X(01).
          03 FILLER                        PIC X(56).
          03 WK-INC-ID-FUSAO               PIC 9(06).
          03 FILLER                        PIC X(08).
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
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WK-FS7                           PIC 99.
          88 FS7-OK                        VALUE 0.
       77 WK-FS8                           PIC 99.
          88 FS8-OK                        VALUE 0.
       77 WK-MEMBROS-ABERTO                PIC X       VALUE 'N'.
       77 WK-ENDER-ABERTO                  PIC X       VALUE 'N'.
       77 WK-OPERADOR                      PIC X(6)    VALUE 'FUSAO'.
       77 WK-LOG-ID                        PIC 9(6)    VALUE ZEROS.
       77 WK-LOG-OPERACAO                  PIC X(10)   VALUE SPACES.
       77 WK-LOG-NOME-ANTES                PIC X(35)   VALUE SPACES.
       77 WK-LOG-TEL-ANTES                 PIC X(11)   VALUE SPACES.
       77 WK-LOG-EMAIL-ANTES               PIC X(30)   VALUE SPACES.
       77 WK-LOG-NOME-DEPOIS               PIC X(35)   VALUE SPACES.
       77 WK-LOG-TEL-DEPOIS                PIC X(11)   VALUE SPACES.
       77 WK-LOG-EMAIL-DEPOIS              PIC X(30)   VALUE SPACES.
       77 WK-LOG-LINHA                     PIC X(300)  VALUE SPACES.
       01 WS-DATA-LOG.
          03 WS-LOG-ANO                    PIC 9(04).
          03 WS-LOG-MES                    PIC 9(02).
          03 WS-LOG-DIA                    PIC 9(02).
       01 WS-HORA-LOG.
          03 WS-LOG-HORA                   PIC 9(02).
          03 WS-LOG-MIN                    PIC 9(02).
          03 WS-LOG-SEG                    PIC 9(02).
          03 WS-LOG-CENT                   PIC 9(02).
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
       77 WK-ID-SOBREV                     PIC 9(6)  VALUE ZEROS.
       77 WK-ID-INCORP                     PIC 9(6)  VALUE ZEROS.
       77 WK-ID-BUSCA                      PIC 9(6)  VALUE ZEROS.
       77 WK-FUS-NOME                      PIC X(35) VALUE SPACES.
       77 WK-FUS-TEL                       PIC X(11) VALUE SPACES.
       77 WK-FUS-EMAIL                     PIC X(30) VALUE SPACES.
       77 WK-FUS-TEL-LIVRE                 PIC X(11) VALUE SPACES.
       77 WK-FUS-EMAIL-LIVRE               PIC X(30) VALUE SPACES.
       77 WK-FUS-EXT-PENDENTE              PIC X     VALUE 'N'.
       77 WK-FUS-PREF-SOBREV               PIC X     VALUE 'N'.
       77 WK-FUS-VALOR-EXISTE              PIC X     VALUE 'N'.
       01 WK-STA-INCORP                    PIC X(26) VALUE SPACES.
       01 FILLER REDEFINES WK-STA-INCORP.
          03 WK-STI-ID                     PIC 9(06).
          03 WK-STI-STATUS                 PIC X(01).
          03 WK-STI-DATA-RETORNO           PIC 9(08).
          03 WK-STI-DATA-ACEITE            PIC 9(08).
          03 WK-STI-MOTIVO                 PIC X(03).
      *                                                              *
       77 WK-FIM-EXTRAS                    PIC X     VALUE 'N'.
       77 WK-EXT-PROX-SEQ                  PIC 9(03) VALUE ZEROS.
       77 WK-EXT-CLASSE                    PIC X     VALUE SPACES.
       77 WK-EXT-TIPO                      PIC X     VALUE SPACES.
       77 WK-EXT-VALOR                     PIC X(30) VALUE SPACES.
       77 WK-EXT-PREF                      PIC X     VALUE SPACES.
       77 WK-GRP-PENDENTE                  PIC X     VALUE 'N'.
       77 WK-FIM-ENDER                     PIC X     VALUE 'N'.
       77 WK-END-PROX-SEQ                  PIC 9(03) VALUE ZEROS.
       77 WK-FUS-END-PENDENTE              PIC X     VALUE 'N'.
       01 WK-FUS-REG-ENDER                 PIC X(142) VALUE SPACES.
       77 WK-END-RESUMO                    PIC X(35) VALUE SPACES.
       77 WK-END-LOCAL                     PIC X(30) VALUE SPACES.
      *                                                              *
       77 WK-LINHA-VALIDA                  PIC X VALUE 'S'.
       77 WK-MOTIVO-REJEICAO               PIC X(40) VALUE SPACES.
       77 WK-LINHA-SAIDA                   PIC X(120) VALUE SPACES.
       77 WK-TOTAL-LIDOS                   PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-FUNDIDOS                PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-EXTRAS                  PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-STATUS                  PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-GRUPOS                  PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-ENDER                   PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-REJEITADOS              PIC 9(05) VALUE ZEROS.
       77 WK-DATA-HOJE                     PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
            ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM 0100-PROCESSA-ARQUIVO
            PERFORM 0900-FINALIZAR
            .

      *                    LE O ARQUIVO DE FUSOES E PROCESSA CADA PAR  *
       0100-PROCESSA-ARQUIVO                        SECTION.
       0101-PROCESSA-ARQUIVO.
            SET FS4-OK          TO TRUE
            SET FS5-OK          TO TRUE
            OPEN INPUT  FUSOES
            OPEN OUTPUT REJFUS

            IF NOT FS5-OK THEN
               DISPLAY 'Erro ao abrir o arquivo REJFUS.DAT.' WK-FS5
               CLOSE FUSOES
               EXIT SECTION
            END-IF
            IF NOT FS4-OK THEN
               DISPLAY 'Erro ao abrir o arquivo FUSOES.DAT.' WK-FS4
               CLOSE REJFUS
               EXIT SECTION
            END-IF

            SET FS-OK           TO TRUE
            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo CONTATOS.DAT.' WK-FS
               CLOSE FUSOES
               CLOSE REJFUS
               EXIT SECTION
            END-IF

            SET FS2-OK          TO TRUE
            OPEN I-O EXTRAS
            IF WK-FS2 EQUAL 35 THEN
               OPEN OUTPUT EXTRAS
               CLOSE EXTRAS
               SET FS2-OK       TO TRUE
               OPEN I-O EXTRAS
            END-IF

            SET FS3-OK          TO TRUE
            OPEN I-O STACRM
            IF WK-FS3 EQUAL 35 THEN
               OPEN OUTPUT STACRM
               CLOSE STACRM
               SET FS3-OK       TO TRUE
               OPEN I-O STACRM
            END-IF

            IF NOT FS2-OK OR NOT FS3-OK THEN
               DISPLAY 'Erro ao abrir CONTEXTR.DAT/STACRM.DAT.' WK-FS2
               ' ' WK-FS3
               CLOSE CONTATOS
               CLOSE FUSOES
               CLOSE REJFUS
               EXIT SECTION
            END-IF

            SET FS7-OK          TO TRUE
            OPEN I-O MEMBROS
            IF FS7-OK
               MOVE 'S'         TO WK-MEMBROS-ABERTO
            END-IF

            SET FS8-OK          TO TRUE
            OPEN I-O ENDERECOS
            IF FS8-OK
               MOVE 'S'         TO WK-ENDER-ABERTO
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ FUSOES INTO REG-FUSAO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-TOTAL-LIDOS
                        PERFORM 0110-PROCESSA-FUSAO
                END-READ
            END-PERFORM

            CLOSE CONTATOS
            CLOSE EXTRAS
            CLOSE STACRM
            IF WK-MEMBROS-ABERTO = 'S'
               CLOSE MEMBROS
            END-IF
            IF WK-ENDER-ABERTO = 'S'
               CLOSE ENDERECOS
            END-IF
            CLOSE FUSOES
            CLOSE REJFUS

            DISPLAY 'Pares lidos          : ' WK-TOTAL-LIDOS
            DISPLAY 'Fundidos             : ' WK-TOTAL-FUNDIDOS
            DISPLAY 'Adicionais movidos   : ' WK-TOTAL-EXTRAS
            DISPLAY 'Status CRM movidos   : ' WK-TOTAL-STATUS
            DISPLAY 'Grupos movidos       : ' WK-TOTAL-GRUPOS
            DISPLAY 'Enderecos movidos    : ' WK-TOTAL-ENDER
            DISPLAY 'Rejeitados           : ' WK-TOTAL-REJEITADOS
            EXIT SECTION
            .
      *                    VALIDA O PAR E EXECUTA A FUSAO              *
       0110-PROCESSA-FUSAO.
            PERFORM 0150-VALIDA-PAR
            IF WK-LINHA-VALIDA = 'N'
               PERFORM 0400-GRAVA-REJEITO
            ELSE
               PERFORM 0200-ESCOLHE-DADOS
               PERFORM 0300-INATIVA-INCORPORADO
               IF WK-LINHA-VALIDA = 'N'
                  PERFORM 0400-GRAVA-REJEITO
               ELSE
                  PERFORM 0310-ATUALIZA-SOBREVIVENTE
                  IF WK-LINHA-VALIDA = 'N'
                     PERFORM 0400-GRAVA-REJEITO
                  ELSE
                     ADD 1 TO WK-TOTAL-FUNDIDOS
                  END-IF
                  PERFORM 0320-TRANSFERE-EXTRAS
                  PERFORM 0350-TRANSFERE-STATUS
                  PERFORM 0380-TRANSFERE-GRUPOS
                  PERFORM 0396-TRANSFERE-ENDER
               END-IF
            END-IF
            .
      *                    LE E VALIDA O SOBREVIVENTE E O INCORPORADO  *
       0150-VALIDA-PAR.
            MOVE 'S'            TO WK-LINHA-VALIDA
            MOVE SPACES         TO WK-MOTIVO-REJEICAO

            IF FUS-ID-SOBREV NOT NUMERIC OR FUS-ID-INCORP NOT NUMERIC
               MOVE 'N'         TO WK-LINHA-VALIDA
               MOVE 'ID NAO NUMERICO' TO WK-MOTIVO-REJEICAO
            ELSE
               MOVE FUS-ID-SOBREV  TO WK-ID-SOBREV
               MOVE FUS-ID-INCORP  TO WK-ID-INCORP
            END-IF
            EVALUATE TRUE
               WHEN WK-LINHA-VALIDA = 'N'
                  CONTINUE
               WHEN WK-ID-SOBREV = WK-ID-INCORP
                  MOVE 'N'         TO WK-LINHA-VALIDA
                  MOVE 'IDS IGUAIS' TO WK-MOTIVO-REJEICAO
               WHEN FUS-ESC-NOME  NOT = 'S' AND NOT = 'I' AND NOT = ' '
               WHEN FUS-ESC-TEL   NOT = 'S' AND NOT = 'I' AND NOT = ' '
               WHEN FUS-ESC-EMAIL NOT = 'S' AND NOT = 'I' AND NOT = ' '
                  MOVE 'N'         TO WK-LINHA-VALIDA
                  MOVE 'ESCOLHA DE DADOS INVALIDA' TO
                      WK-MOTIVO-REJEICAO
            END-EVALUATE

            IF WK-LINHA-VALIDA = 'S'
               MOVE WK-ID-INCORP   TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       MOVE 'N'    TO WK-LINHA-VALIDA
                       MOVE 'INCORPORADO NAO ENCONTRADO' TO
                           WK-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE REG-USUARIOS TO WK-REG-INCORP
               END-READ
            END-IF
            IF WK-LINHA-VALIDA = 'S' AND WK-INC-SITUACAO-USUARIO = 'I'
               MOVE 'N'         TO WK-LINHA-VALIDA
               MOVE 'INCORPORADO JA ESTA INATIVO' TO
                   WK-MOTIVO-REJEICAO
            END-IF

            IF WK-LINHA-VALIDA = 'S'
               MOVE WK-ID-SOBREV   TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       MOVE 'N'    TO WK-LINHA-VALIDA
                       MOVE 'SOBREVIVENTE NAO ENCONTRADO' TO
                           WK-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE REG-USUARIOS TO WK-REG-SOBREV
               END-READ
            END-IF
            IF WK-LINHA-VALIDA = 'S' AND WK-SOB-SITUACAO-USUARIO = 'I'
               MOVE 'N'         TO WK-LINHA-VALIDA
               MOVE 'SOBREVIVENTE ESTA INATIVO' TO WK-MOTIVO-REJEICAO
            END-IF
            .
      *                    APLICA A ESCOLHA DE NOME, TELEFONE E E-MAIL *
       0200-ESCOLHE-DADOS.
            MOVE WK-SOB-NOME-USUARIO   TO WK-FUS-NOME
            MOVE WK-SOB-NUMERO-USUARIO TO WK-FUS-TEL
            MOVE WK-SOB-EMAIL-USUARIO  TO WK-FUS-EMAIL
            IF FUS-ESC-NOME = 'I'
               MOVE WK-INC-NOME-USUARIO   TO WK-FUS-NOME
            END-IF
            IF FUS-ESC-TEL = 'I'
               MOVE WK-INC-NUMERO-USUARIO TO WK-FUS-TEL
            END-IF
            IF FUS-ESC-EMAIL = 'I'
               MOVE WK-INC-EMAIL-USUARIO  TO WK-FUS-EMAIL
            END-IF
            .
      *                    INATIVA O INCORPORADO, GRAVA O PONTEIRO E   *
      *                    LIBERA AS CHAVES DE TELEFONE E E-MAIL       *
       0300-INATIVA-INCORPORADO.
            MOVE SPACES         TO WK-FUS-TEL-LIVRE
            MOVE SPACES         TO WK-FUS-EMAIL-LIVRE
            STRING 'F'          DELIMITED BY SIZE
                   WK-ID-INCORP DELIMITED BY SIZE
                   INTO WK-FUS-TEL-LIVRE
            END-STRING
            STRING 'FUSAO.'     DELIMITED BY SIZE
                   WK-ID-INCORP DELIMITED BY SIZE
                   INTO WK-FUS-EMAIL-LIVRE
            END-STRING

            MOVE WK-ID-INCORP   TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    MOVE 'N'    TO WK-LINHA-VALIDA
                    MOVE 'ERRO AO RELER O INCORPORADO' TO
                        WK-MOTIVO-REJEICAO
                NOT INVALID KEY
                    MOVE ID-USUARIO         TO WK-LOG-ID
                    MOVE NOME-USUARIO       TO WK-LOG-NOME-ANTES
                    MOVE NUMERO-USUARIO     TO WK-LOG-TEL-ANTES
                    MOVE EMAIL-USUARIO      TO WK-LOG-EMAIL-ANTES
                    MOVE 'I'                TO SITUACAO-USUARIO
                    MOVE WK-ID-SOBREV       TO ID-FUSAO
                    MOVE WK-FUS-TEL-LIVRE   TO NUMERO-USUARIO
                    MOVE WK-FUS-EMAIL-LIVRE TO EMAIL-USUARIO
                    MOVE WK-DATA-HOJE       TO DATA-ALTERACAO
                    REWRITE REG-USUARIOS
                        INVALID KEY
                            MOVE 'N' TO WK-LINHA-VALIDA
                            MOVE 'ERRO AO INATIVAR O INCORPORADO' TO
                                WK-MOTIVO-REJEICAO
                        NOT INVALID KEY
                            MOVE 'FUSAO'        TO WK-LOG-OPERACAO
                            MOVE NOME-USUARIO   TO WK-LOG-NOME-DEPOIS
                            MOVE NUMERO-USUARIO TO WK-LOG-TEL-DEPOIS
                            MOVE EMAIL-USUARIO  TO WK-LOG-EMAIL-DEPOIS
                            PERFORM 0950-GRAVA-LOG
                    END-REWRITE
            END-READ
            .
      *                    APLICA OS DADOS ESCOLHIDOS NO SOBREVIVENTE  *
       0310-ATUALIZA-SOBREVIVENTE.
            IF WK-FUS-NOME  NOT = WK-SOB-NOME-USUARIO OR
               WK-FUS-TEL   NOT = WK-SOB-NUMERO-USUARIO OR
               WK-FUS-EMAIL NOT = WK-SOB-EMAIL-USUARIO
               MOVE WK-ID-SOBREV   TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'Erro ao reler o sobrevivente '
                       WK-ID-SOBREV
                       PERFORM 0315-SOBREVIVENTE-MANTIDO
                   NOT INVALID KEY
                       MOVE ID-USUARIO     TO WK-LOG-ID
                       MOVE NOME-USUARIO   TO WK-LOG-NOME-ANTES
                       MOVE NUMERO-USUARIO TO WK-LOG-TEL-ANTES
                       MOVE EMAIL-USUARIO  TO WK-LOG-EMAIL-ANTES
                       MOVE WK-FUS-NOME    TO NOME-USUARIO
                       MOVE WK-FUS-TEL     TO NUMERO-USUARIO
                       MOVE WK-FUS-EMAIL   TO EMAIL-USUARIO
                       MOVE WK-DATA-HOJE   TO DATA-ALTERACAO
                       REWRITE REG-USUARIOS
                           INVALID KEY
                               DISPLAY 'Erro ao atualizar o '
                               'sobrevivente ' WK-ID-SOBREV
                               PERFORM 0315-SOBREVIVENTE-MANTIDO
                           NOT INVALID KEY
                               MOVE 'ALTERACAO'    TO WK-LOG-OPERACAO
                               MOVE NOME-USUARIO
                                   TO WK-LOG-NOME-DEPOIS
                               MOVE NUMERO-USUARIO
                                   TO WK-LOG-TEL-DEPOIS
                               MOVE EMAIL-USUARIO
                                   TO WK-LOG-EMAIL-DEPOIS
                               PERFORM 0950-GRAVA-LOG
                       END-REWRITE
               END-READ
            END-IF
            .
      *                    SOBREVIVENTE FICOU COM OS DADOS DELE: OS    *
      *                    ESCOLHIDOS DO INCORPORADO VIRAM ADICIONAIS  *
      *                    E O PAR VAI PARA O REJFUS PARA AJUSTE       *
       0315-SOBREVIVENTE-MANTIDO.
            MOVE WK-SOB-NOME-USUARIO   TO WK-FUS-NOME
            MOVE WK-SOB-NUMERO-USUARIO TO WK-FUS-TEL
            MOVE WK-SOB-EMAIL-USUARIO  TO WK-FUS-EMAIL
            MOVE 'N'                   TO WK-LINHA-VALIDA
            MOVE 'SOBREVIVENTE NAO ATUALIZADO' TO WK-MOTIVO-REJEICAO
            .
      *                    TRANSFERE OS EXTRAS DO INCORPORADO E GUARDA *
      *                    COMO EXTRAS OS TELEFONES/E-MAILS PRINCIPAIS *
      *                    QUE NAO FORAM MANTIDOS                      *
       0320-TRANSFERE-EXTRAS.
            MOVE 'S'            TO WK-FUS-EXT-PENDENTE
            PERFORM UNTIL WK-FUS-EXT-PENDENTE = 'N'
                PERFORM 0330-RETIRA-EXTRA-INCORP
                IF WK-FUS-EXT-PENDENTE = 'S'
                   PERFORM 0340-INCLUI-EXTRA-SOBREV
                END-IF
            END-PERFORM

            MOVE 'O'            TO WK-EXT-TIPO
            MOVE 'N'            TO WK-EXT-PREF
            MOVE 'F'            TO WK-EXT-CLASSE
            IF WK-FUS-TEL NOT = WK-INC-NUMERO-USUARIO
               MOVE WK-INC-NUMERO-USUARIO TO WK-EXT-VALOR
               PERFORM 0340-INCLUI-EXTRA-SOBREV
            END-IF
            IF WK-FUS-TEL NOT = WK-SOB-NUMERO-USUARIO
               MOVE WK-SOB-NUMERO-USUARIO TO WK-EXT-VALOR
               PERFORM 0340-INCLUI-EXTRA-SOBREV
            END-IF
            MOVE 'E'            TO WK-EXT-CLASSE
            IF WK-FUS-EMAIL NOT = WK-INC-EMAIL-USUARIO
               MOVE WK-INC-EMAIL-USUARIO  TO WK-EXT-VALOR
               PERFORM 0340-INCLUI-EXTRA-SOBREV
            END-IF
            IF WK-FUS-EMAIL NOT = WK-SOB-EMAIL-USUARIO
               MOVE WK-SOB-EMAIL-USUARIO  TO WK-EXT-VALOR
               PERFORM 0340-INCLUI-EXTRA-SOBREV
            END-IF
            .
      *                    RETIRA O PRIMEIRO EXTRA DO INCORPORADO      *
       0330-RETIRA-EXTRA-INCORP.
            MOVE 'N'            TO WK-FUS-EXT-PENDENTE
            MOVE WK-ID-INCORP   TO WK-ID-BUSCA
            PERFORM 0360-POSICIONA-EXTRAS
            IF WK-FIM-EXTRAS = 'N'
               MOVE EXT-CLASSE    TO WK-EXT-CLASSE
               MOVE EXT-TIPO      TO WK-EXT-TIPO
               MOVE EXT-VALOR     TO WK-EXT-VALOR
               MOVE EXT-PREFERIDO TO WK-EXT-PREF
               DELETE EXTRAS
                   INVALID KEY
                       DISPLAY 'Erro ao retirar o adicional '
                       EXT-SEQUENCIA ' do ID ' WK-ID-INCORP
                   NOT INVALID KEY
                       MOVE 'S' TO WK-FUS-EXT-PENDENTE
               END-DELETE
            END-IF
            .
      *                    INCLUI UM EXTRA NO SOBREVIVENTE, SEM REPETIR*
      *                    VALOR E SEM TIRAR O PREFERIDO QUE ELE JA TEM*
       0340-INCLUI-EXTRA-SOBREV.
            IF WK-EXT-VALOR NOT = SPACES AND
               WK-EXT-VALOR NOT = WK-FUS-TEL AND
               WK-EXT-VALOR NOT = WK-FUS-EMAIL
               MOVE 'N'            TO WK-FUS-PREF-SOBREV
               MOVE 'N'            TO WK-FUS-VALOR-EXISTE
               MOVE 0              TO WK-EXT-PROX-SEQ
               MOVE WK-ID-SOBREV   TO WK-ID-BUSCA
               PERFORM 0360-POSICIONA-EXTRAS
               PERFORM UNTIL WK-FIM-EXTRAS = 'S'
                   MOVE EXT-SEQUENCIA TO WK-EXT-PROX-SEQ
                   IF EXT-VALOR = WK-EXT-VALOR
                      MOVE 'S'     TO WK-FUS-VALOR-EXISTE
                   END-IF
                   IF EXT-CLASSE = WK-EXT-CLASSE AND EXT-PREFERIDO = 'S'
                      MOVE 'S'     TO WK-FUS-PREF-SOBREV
                   END-IF
                   PERFORM 0370-LE-PROXIMO-EXTRA
               END-PERFORM
               IF WK-FUS-VALOR-EXISTE = 'N'
                  IF WK-FUS-PREF-SOBREV = 'S'
                     MOVE 'N'         TO WK-EXT-PREF
                  END-IF

                  ADD 1                TO WK-EXT-PROX-SEQ
                  MOVE WK-ID-SOBREV    TO EXT-ID-USUARIO
                  MOVE WK-EXT-PROX-SEQ TO EXT-SEQUENCIA
                  MOVE WK-EXT-CLASSE   TO EXT-CLASSE
                  MOVE WK-EXT-TIPO     TO EXT-TIPO
                  MOVE WK-EXT-VALOR    TO EXT-VALOR
                  MOVE WK-EXT-PREF     TO EXT-PREFERIDO
                  WRITE REG-EXTRAS
                      INVALID KEY
                          DISPLAY 'Erro ao gravar adicional do ID '
                          WK-ID-SOBREV
                      NOT INVALID KEY
                          ADD 1 TO WK-TOTAL-EXTRAS
                          MOVE WK-ID-SOBREV   TO WK-LOG-ID
                          MOVE 'EXTRACONT'    TO WK-LOG-OPERACAO
                          MOVE SPACES         TO WK-LOG-NOME-ANTES
                          MOVE SPACES         TO WK-LOG-NOME-DEPOIS
                          MOVE SPACES         TO WK-LOG-TEL-ANTES
                          MOVE SPACES         TO WK-LOG-TEL-DEPOIS
                          MOVE SPACES         TO WK-LOG-EMAIL-ANTES
                          MOVE SPACES         TO WK-LOG-EMAIL-DEPOIS
                          IF WK-EXT-CLASSE = 'F'
                             MOVE WK-EXT-VALOR TO WK-LOG-TEL-DEPOIS
                          ELSE
                             MOVE WK-EXT-VALOR TO WK-LOG-EMAIL-DEPOIS
                          END-IF
                          PERFORM 0950-GRAVA-LOG
                  END-WRITE
               END-IF
            END-IF
            .
      *                    TRANSFERE O STATUS DO CRM DO INCORPORADO,   *
      *                    MANTENDO O RETORNO MAIS RECENTE E O MAIOR   *
      *                    ACEITE ENTRE OS DOIS IDS                    *
       0350-TRANSFERE-STATUS.
            MOVE WK-ID-INCORP   TO STA-ID
            READ STACRM
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE REG-STATUS-CRM TO WK-STA-INCORP
                    DELETE STACRM
                        INVALID KEY
                            DISPLAY 'Erro ao retirar o status CRM do '
                            'ID ' WK-ID-INCORP
                        NOT INVALID KEY
                            ADD 1 TO WK-TOTAL-STATUS
                            PERFORM 0355-STATUS-SOBREVIVENTE
                    END-DELETE
            END-READ
            .
      *                    GRAVA NO SOBREVIVENTE O STATUS DO CRM       *
      *                    RETIRADO DO INCORPORADO                     *
       0355-STATUS-SOBREVIVENTE.
            MOVE WK-ID-SOBREV   TO STA-ID
            READ STACRM
                INVALID KEY
                    MOVE WK-STA-INCORP TO REG-STATUS-CRM
                    MOVE WK-ID-SOBREV  TO STA-ID
                    WRITE REG-STATUS-CRM
                        INVALID KEY
                            DISPLAY 'Erro ao gravar o status CRM do ID '
                            WK-ID-SOBREV
                    END-WRITE
                NOT INVALID KEY
                    IF WK-STI-DATA-RETORNO > STA-DATA-RETORNO
                       MOVE WK-STI-STATUS       TO STA-STATUS
                       MOVE WK-STI-DATA-RETORNO TO STA-DATA-RETORNO
                       MOVE WK-STI-MOTIVO       TO STA-MOTIVO
                    END-IF
                    IF WK-STI-DATA-ACEITE > STA-DATA-ACEITE
                       MOVE WK-STI-DATA-ACEITE  TO STA-DATA-ACEITE
                    END-IF
                    REWRITE REG-STATUS-CRM
                        INVALID KEY
                            DISPLAY 'Erro ao gravar o status CRM do ID '
                            WK-ID-SOBREV
                    END-REWRITE
            END-READ
            .
      *                    POSICIONA NO PRIMEIRO EXTRA DE WK-ID-BUSCA  *
       0360-POSICIONA-EXTRAS.
            MOVE 'N'            TO WK-FIM-EXTRAS
            MOVE WK-ID-BUSCA    TO EXT-ID-USUARIO
            MOVE 0              TO EXT-SEQUENCIA
            START EXTRAS KEY IS >= EXT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-EXTRAS
            END-START
            IF WK-FIM-EXTRAS = 'N'
               PERFORM 0370-LE-PROXIMO-EXTRA
            END-IF
            .
      *                    LE O PROXIMO EXTRA DO MESMO ID              *
       0370-LE-PROXIMO-EXTRA.
            READ EXTRAS NEXT
                AT END
                    MOVE 'S' TO WK-FIM-EXTRAS
                NOT AT END
                    IF EXT-ID-USUARIO NOT = WK-ID-BUSCA
                       MOVE 'S' TO WK-FIM-EXTRAS
                    END-IF
            END-READ
            .
      *                    PASSA OS GRUPOS DO INCORPORADO PARA O       *
      *                    SOBREVIVENTE, SEM REPETIR GRUPO             *
       0380-TRANSFERE-GRUPOS.
            IF WK-MEMBROS-ABERTO = 'S'
               MOVE 'S'            TO WK-GRP-PENDENTE
               PERFORM UNTIL WK-GRP-PENDENTE = 'N'
                   PERFORM 0385-RETIRA-GRUPO-INCORP
                   IF WK-GRP-PENDENTE = 'S'
                      PERFORM 0390-INCLUI-GRUPO-SOBREV
                   END-IF
               END-PERFORM
            END-IF
            .
      *                    RETIRA O PRIMEIRO GRUPO DO INCORPORADO      *
       0385-RETIRA-GRUPO-INCORP.
            MOVE 'N'            TO WK-GRP-PENDENTE
            MOVE WK-ID-INCORP   TO MBR-ID-USUARIO
            START MEMBROS KEY IS = MBR-ID-USUARIO
                INVALID KEY
                    MOVE 0          TO MBR-ID-USUARIO
                NOT INVALID KEY
                    READ MEMBROS NEXT
                        AT END
                            MOVE 0  TO MBR-ID-USUARIO
                    END-READ
            END-START
            IF MBR-ID-USUARIO = WK-ID-INCORP
               DELETE MEMBROS
                   INVALID KEY
                       DISPLAY 'Erro ao retirar o ID ' WK-ID-INCORP
                       ' do grupo ' MBR-GRUPO
                   NOT INVALID KEY
                       MOVE 'S'            TO WK-GRP-PENDENTE
                       MOVE 'GRUPOEXC'     TO WK-LOG-OPERACAO
                       PERFORM 0395-LOG-GRUPO
               END-DELETE
            END-IF
            .
      *                    INCLUI O SOBREVIVENTE NO GRUPO EM MBR-GRUPO *
       0390-INCLUI-GRUPO-SOBREV.
            MOVE WK-ID-SOBREV   TO MBR-ID-USUARIO
            MOVE WK-DATA-HOJE   TO MBR-DATA-INCLUSAO
            MOVE WK-OPERADOR    TO MBR-OPERADOR
            WRITE REG-MEMBROS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WK-TOTAL-GRUPOS
                    MOVE 'GRUPOINC'     TO WK-LOG-OPERACAO
                    PERFORM 0395-LOG-GRUPO
            END-WRITE
            .
      *                    GRAVA GRUPOINC/GRUPOEXC NO LOG: GRUPO EM    *
      *                    NOME, DATA DE INCLUSAO EM TEL E OPERADOR    *
      *                    QUE INCLUIU EM EMAIL                        *
       0395-LOG-GRUPO.
            MOVE MBR-ID-USUARIO TO WK-LOG-ID
            MOVE SPACES         TO WK-LOG-NOME-ANTES
            MOVE SPACES         TO WK-LOG-NOME-DEPOIS
            MOVE SPACES         TO WK-LOG-TEL-ANTES
            MOVE SPACES         TO WK-LOG-TEL-DEPOIS
            MOVE SPACES         TO WK-LOG-EMAIL-ANTES
            MOVE SPACES         TO WK-LOG-EMAIL-DEPOIS
            IF WK-LOG-OPERACAO = 'GRUPOINC'
               MOVE MBR-GRUPO         TO WK-LOG-NOME-DEPOIS
               MOVE MBR-DATA-INCLUSAO TO WK-LOG-TEL-DEPOIS
               MOVE MBR-OPERADOR      TO WK-LOG-EMAIL-DEPOIS
            ELSE
               MOVE MBR-GRUPO         TO WK-LOG-NOME-ANTES
               MOVE MBR-DATA-INCLUSAO TO WK-LOG-TEL-ANTES
               MOVE MBR-OPERADOR      TO WK-LOG-EMAIL-ANTES
            END-IF
            PERFORM 0950-GRAVA-LOG
            .
      *                    PASSA OS ENDERECOS DO INCORPORADO PARA O    *
      *                    SOBREVIVENTE, RENUMERANDO A SEQUENCIA E SEM *
      *                    TIRAR O PREFERIDO QUE ELE JA TEM            *
       0396-TRANSFERE-ENDER.
            IF WK-ENDER-ABERTO = 'S'
               MOVE 0              TO WK-END-PROX-SEQ
               MOVE 'N'            TO WK-FUS-PREF-SOBREV
               MOVE WK-ID-SOBREV   TO WK-ID-BUSCA
               PERFORM 0398-POSICIONA-ENDER
               PERFORM UNTIL WK-FIM-ENDER = 'S'
                   MOVE END-SEQUENCIA TO WK-END-PROX-SEQ
                   IF END-PREFERIDO = 'S'
                      MOVE 'S'     TO WK-FUS-PREF-SOBREV
                   END-IF
                   PERFORM 0399-LE-PROXIMO-ENDER
               END-PERFORM

               MOVE 'S'            TO WK-FUS-END-PENDENTE
               PERFORM UNTIL WK-FUS-END-PENDENTE = 'N'
                   PERFORM 0397-MOVE-ENDER-SOBREV
               END-PERFORM
            END-IF
            .
      *                    RETIRA O PRIMEIRO ENDERECO DO INCORPORADO E *
      *                    O GRAVA NA PROXIMA SEQUENCIA DO SOBREVIVENTE*
       0397-MOVE-ENDER-SOBREV.
            MOVE 'N'            TO WK-FUS-END-PENDENTE
            MOVE WK-ID-INCORP   TO WK-ID-BUSCA
            PERFORM 0398-POSICIONA-ENDER
            IF WK-FIM-ENDER = 'N'
               MOVE REG-ENDERECOS  TO WK-FUS-REG-ENDER
               ADD 1               TO WK-END-PROX-SEQ
               MOVE WK-ID-SOBREV   TO END-ID-USUARIO
               MOVE WK-END-PROX-SEQ TO END-SEQUENCIA
               IF WK-FUS-PREF-SOBREV = 'S'
                  MOVE 'N'         TO END-PREFERIDO
               END-IF
               WRITE REG-ENDERECOS
                   INVALID KEY
                       DISPLAY 'Erro ao gravar endereco do ID '
                       WK-ID-SOBREV ', os demais ficam no ID '
                       WK-ID-INCORP
                   NOT INVALID KEY
                       IF END-PREFERIDO = 'S'
                          MOVE 'S'      TO WK-FUS-PREF-SOBREV
                       END-IF
                       ADD 1 TO WK-TOTAL-ENDER
                       MOVE SPACES      TO WK-END-RESUMO
                       MOVE SPACES      TO WK-END-LOCAL
                       STRING FUNCTION TRIM(END-LOGRADOURO)
                                             DELIMITED BY SIZE
                              ', '           DELIMITED BY SIZE
                              END-NUMERO     DELIMITED BY SIZE
                              INTO WK-END-RESUMO
                       END-STRING
                       STRING FUNCTION TRIM(END-CIDADE)
                                             DELIMITED BY SIZE
                              '/'            DELIMITED BY SIZE
                              END-UF         DELIMITED BY SIZE
                              INTO WK-END-LOCAL
                       END-STRING
                       MOVE WK-ID-SOBREV  TO WK-LOG-ID
                       MOVE 'ENDERECO'    TO WK-LOG-OPERACAO
                       MOVE SPACES        TO WK-LOG-NOME-ANTES
                       MOVE SPACES        TO WK-LOG-TEL-ANTES
                       MOVE SPACES        TO WK-LOG-EMAIL-ANTES
                       MOVE WK-END-RESUMO TO WK-LOG-NOME-DEPOIS
                       MOVE END-CEP       TO WK-LOG-TEL-DEPOIS
                       MOVE WK-END-LOCAL  TO WK-LOG-EMAIL-DEPOIS
                       PERFORM 0950-GRAVA-LOG
                       MOVE WK-FUS-REG-ENDER TO REG-ENDERECOS
                       DELETE ENDERECOS
                           INVALID KEY
                               DISPLAY 'Erro ao retirar o endereco '
                               END-SEQUENCIA ' do ID ' WK-ID-INCORP
                           NOT INVALID KEY
                               MOVE 'S' TO WK-FUS-END-PENDENTE
                       END-DELETE
               END-WRITE
            END-IF
            .
      *                    POSICIONA NO PRIMEIRO ENDERECO DE           *
      *                    WK-ID-BUSCA                                 *
       0398-POSICIONA-ENDER.
            MOVE 'N'            TO WK-FIM-ENDER
            MOVE WK-ID-BUSCA    TO END-ID-USUARIO
            MOVE 0              TO END-SEQUENCIA
            START ENDERECOS KEY IS >= END-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-ENDER
            END-START
            IF WK-FIM-ENDER = 'N'
               PERFORM 0399-LE-PROXIMO-ENDER
            END-IF
            .
      *                    LE O PROXIMO ENDERECO DO MESMO ID           *
       0399-LE-PROXIMO-ENDER.
            READ ENDERECOS NEXT
                AT END
                    MOVE 'S' TO WK-FIM-ENDER
                NOT AT END
                    IF END-ID-USUARIO NOT = WK-ID-BUSCA
                       MOVE 'S' TO WK-FIM-ENDER
                    END-IF
            END-READ
            .
      *                    REGISTRA UMA LINHA NO LOG DE AUDITORIA      *
       0950-GRAVA-LOG                           SECTION.
       0951-GRAVA-LOG.
            ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD
            ACCEPT WS-HORA-LOG FROM TIME

            MOVE SPACES TO WK-LOG-LINHA
            STRING WS-LOG-ANO  DELIMITED BY SIZE
                   '-'         DELIMITED BY SIZE
                   WS-LOG-MES  DELIMITED BY SIZE
                   '-'         DELIMITED BY SIZE
                   WS-LOG-DIA  DELIMITED BY SIZE
                   ' '         DELIMITED BY SIZE
                   WS-LOG-HORA DELIMITED BY SIZE
                   ':'         DELIMITED BY SIZE
                   WS-LOG-MIN  DELIMITED BY SIZE
                   ':'         DELIMITED BY SIZE
                   WS-LOG-SEG  DELIMITED BY SIZE
                   ' | ID: '   DELIMITED BY SIZE
                   WK-LOG-ID   DELIMITED BY SIZE
                   ' | OPERACAO: '        DELIMITED BY SIZE
                   WK-LOG-OPERACAO        DELIMITED BY SIZE
                   ' | NOME ANTES: '      DELIMITED BY SIZE
                   WK-LOG-NOME-ANTES      DELIMITED BY SIZE
                   ' DEPOIS: '            DELIMITED BY SIZE
                   WK-LOG-NOME-DEPOIS     DELIMITED BY SIZE
                   ' | TEL ANTES: '       DELIMITED BY SIZE
                   WK-LOG-TEL-ANTES       DELIMITED BY SIZE
                   ' DEPOIS: '            DELIMITED BY SIZE
                   WK-LOG-TEL-DEPOIS      DELIMITED BY SIZE
                   ' | EMAIL ANTES: '     DELIMITED BY SIZE
                   WK-LOG-EMAIL-ANTES     DELIMITED BY SIZE
                   ' DEPOIS: '            DELIMITED BY SIZE
                   WK-LOG-EMAIL-DEPOIS    DELIMITED BY SIZE
                   ' | OPERADOR: '        DELIMITED BY SIZE
                   WK-OPERADOR            DELIMITED BY SIZE
                   INTO WK-LOG-LINHA
                ON OVERFLOW
                   DISPLAY 'Linha de log truncada, revise WK-LOG-LINHA!'
            END-STRING

            SET FS6-OK TO TRUE
            OPEN EXTEND CONTLOG
            IF WK-FS6 EQUAL 35 THEN
               OPEN OUTPUT CONTLOG
            END-IF
            IF FS6-OK THEN
               WRITE REG-LOG FROM WK-LOG-LINHA
               CLOSE CONTLOG
            END-IF
            .
      *                    GRAVA UM PAR DE FUSAO REJEITADO             *
       0400-GRAVA-REJEITO                           SECTION.
       0401-GRAVA-REJEITO.
            ADD 1 TO WK-TOTAL-REJEITADOS
            MOVE SPACES TO WK-LINHA-SAIDA
            STRING REG-FUSAO(1:17)  DELIMITED BY SIZE
                   ' | MOTIVO: '    DELIMITED BY SIZE
                   WK-MOTIVO-REJEICAO DELIMITED BY SIZE
                   INTO WK-LINHA-SAIDA
                ON OVERFLOW
                   DISPLAY 'Linha de rejeito truncada, revise '
                   'WK-LINHA-SAIDA!'
            END-STRING
            WRITE REG-REJEITO FROM WK-LINHA-SAIDA
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM FUSCONT.
