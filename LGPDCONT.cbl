      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: ATENDIMENTO DAS SOLICITACOES DE TITULARES (LGPD) LIDAS
      *          DE LGPDSOL.DAT (TIPO;ID;E-MAIL). TIPO A = ACESSO:
      *          RELATORIO COM TODOS OS REGISTROS E LINHAS DE LOG DO
      *          TITULAR (CONTATOS, CONTEXTR, CONTENDR, GRPMEMBR,
      *          STACRM, CONTLOG E CONTLOGA). TIPO E = ELIMINACAO: APAGA
      *          O NOME E TROCA TELEFONE E E-MAIL POR PSEUDONIMOS NO
      *          CADASTRO, NOS CONTATOS ADICIONAIS E NOS DOIS LOGS,
      *          EXCLUI OS ENDERECOS POSTAIS, RETIRA DOS GRUPOS,
      *          MANTENDO ID, DATAS E CODIGOS DE OPERACAO (CONCILIA E
      *          RELMOVI CONTINUAM BATENDO), E REGISTRA A OPERACAO
      *          ANONIMIZA NO LOG PARA O GERDELTA PEDIR O EXPURGO A MALA
      *          DIRETA. OS REGISTROS INCORPORADOS AO TITULAR EM FUSAO
      *          DE CADASTROS SAO TRATADOS JUNTO COM ELE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDCONT.
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
                FILE STATUS  IS WK-FS9.

                SELECT ENDERECOS ASSIGN TO
                'C:\Users\Lucas\CONTENDR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS END-CHAVE
                FILE STATUS  IS WK-FS7.

                SELECT MEMBROS ASSIGN TO
                'C:\Users\Lucas\GRPMEMBR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS MBR-CHAVE
                ALTERNATE RECORD KEY IS MBR-ID-USUARIO WITH DUPLICATES
                FILE STATUS  IS WK-FS1.

                SELECT STACRM ASSIGN TO
                'C:\Users\Lucas\STACRM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS STA-ID
                FILE STATUS  IS WK-FS8.

                SELECT SOLICIT ASSIGN TO
                'C:\Users\Lucas\LGPDSOL.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT RELLGPD ASSIGN TO
                'C:\Users\Lucas\RELLGPD.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT ARQMORTO ASSIGN TO
                'C:\Users\Lucas\CONTLOGA.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT LOGTMP ASSIGN TO
                'C:\Users\Lucas\LGPDLOG.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS3.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
            COPY REGDADOS.

       FD EXTRAS.
            COPY REGEXTRA.

       FD ENDERECOS.
            COPY REGENDER.

       FD MEMBROS.
            COPY REGMEMBR.

       FD STACRM.
            COPY REGSTCRM.

       FD SOLICIT.
       01 REG-SOLICITACAO.
          03 SOL-TIPO                      PIC X(01).
          03 FILLER                        PIC X(01).
          03 SOL-ID                        PIC X(06).
          03 FILLER                        PIC X(01).
          03 SOL-EMAIL                     PIC X(30).
          03 FILLER                        PIC X(41).

       FD RELLGPD.
       01 REL-LINHA                        PIC X(132).

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD ARQMORTO.
       01 REG-MORTO                        PIC X(300).

       FD LOGTMP.
       01 REG-LOGTMP                       PIC X(300).

       WORKING-STORAGE SECTION.
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS1                           PIC 99.
          88 FS1-OK                        VALUE 0.
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
       77 WK-FS9                           PIC 99.
          88 FS9-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
       77 WK-FIM-LEITURA                   PIC X     VALUE 'N'.
       77 WK-EXTRAS-ABERTO                 PIC X     VALUE 'N'.
       77 WK-ENDER-ABERTO                  PIC X     VALUE 'N'.
       77 WK-MEMBROS-ABERTO                PIC X     VALUE 'N'.
       77 WK-STACRM-ABERTO                 PIC X     VALUE 'N'.
      *                                                              *
            COPY REGLOG.
      *                                                              *
       77 WK-OPERADOR                      PIC X(6)    VALUE 'LGPD'.
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
      *                                                              *
       77 WK-ID-TITULAR                    PIC 9(06) VALUE ZEROS.
       77 WK-ACHOU-TITULAR                 PIC X     VALUE 'N'.
       77 WK-MOTIVO-REJEICAO               PIC X(40) VALUE SPACES.
       77 WK-DESC-TIPO                     PIC X(10) VALUE SPACES.
      *                    TITULAR E REGISTROS INCORPORADOS A ELE      *
       01 WK-TABELA-ALVOS.
          03 WK-ENT-ALVO OCCURS 50 TIMES.
             05 WK-ALVO-ID                 PIC 9(06).
             05 WK-ALVO-OPER               PIC X(06).
             05 WK-ALVO-TEL                PIC X(11).
             05 WK-ALVO-EMAIL              PIC X(30).
       77 WK-QTD-ALVOS                     PIC 9(02) VALUE ZEROS.
       77 WK-IDX-ALVO                      PIC 9(02) VALUE ZEROS.
       77 WK-ALVO-ACHOU                    PIC X     VALUE 'N'.
      *                    IDS ELIMINADOS NESTA EXECUCAO               *
       01 WK-TABELA-ELIM.
          03 WK-ELIM-ID                    PIC 9(06) OCCURS 500 TIMES.
       77 WK-QTD-ELIM                      PIC 9(03) VALUE ZEROS.
       77 WK-IDX-ELIM                      PIC 9(03) VALUE ZEROS.
       77 WK-ELIM-ACHOU                    PIC X     VALUE 'N'.
      *                    PSEUDONIMOS DO ID (CHAVES UNICAS NO CADASTRO)*
       77 WK-PSEUDO-TEL                    PIC X(11) VALUE SPACES.
       77 WK-PSEUDO-EMAIL                  PIC X(30) VALUE SPACES.
      *                                                              *
       77 WK-ORIGEM-LOG                    PIC X(08) VALUE SPACES.
       77 WK-LINHA-MENCIONA                PIC X     VALUE 'N'.
       77 WK-QTD-MENCOES                   PIC 9(07) VALUE ZEROS.
       77 WK-QTD-EXTRAS                    PIC 9(03) VALUE ZEROS.
       77 WK-QTD-ENDER                     PIC 9(03) VALUE ZEROS.
       77 WK-QTD-GRUPOS                    PIC 9(03) VALUE ZEROS.
       77 WK-GRP-PENDENTE                  PIC X     VALUE 'N'.
       77 WK-LINHAS-COPIADAS               PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-ALTERADAS              PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-DEVOLVIDAS             PIC 9(07) VALUE ZEROS.
      *                                                              *
       77 WK-TOTAL-LIDAS                   PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-ACESSO                  PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-ELIMINACAO              PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-REJEITADAS              PIC 9(05) VALUE ZEROS.
       77 WK-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
      *                                                              *
       77 WK-LINHA-REL                     PIC X(132) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO                        PIC 9(04).
          03 WS-MES                        PIC 9(02).
          03 WS-DIA                        PIC 9(02).
       77 WK-DATA-EXEC                     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0001-PRINCIPAL.
            PERFORM 0050-DATAEXEC
            PERFORM 0100-PROCESSA-SOLICITACOES
            IF WK-QTD-ELIM > 0
               PERFORM 0400-REESCREVE-LOGS
            END-IF
            PERFORM 0900-FINALIZAR
            .
      *                    MONTA A DATA DE EXECUCAO                    *
       0050-DATAEXEC                            SECTION.
       0051-DATAEXEC.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            MOVE WS-DATA-SISTEMA TO WK-DATA-HOJE
            STRING WS-DIA  DELIMITED BY SIZE
                   '/'     DELIMITED BY SIZE
                   WS-MES  DELIMITED BY SIZE
                   '/'     DELIMITED BY SIZE
                   WS-ANO  DELIMITED BY SIZE
                   INTO WK-DATA-EXEC
            .
      *                    LE AS SOLICITACOES E ATENDE CADA UMA        *
       0100-PROCESSA-SOLICITACOES               SECTION.
       0101-PROCESSA-SOLICITACOES.
            SET FS4-OK          TO TRUE
            OPEN INPUT SOLICIT
            IF NOT FS4-OK THEN
               DISPLAY 'Erro ao abrir o arquivo LGPDSOL.DAT.' WK-FS4
               EXIT SECTION
            END-IF

            SET FS5-OK          TO TRUE
            OPEN OUTPUT RELLGPD
            IF NOT FS5-OK THEN
               DISPLAY 'Erro ao abrir o arquivo RELLGPD.DAT.' WK-FS5
               CLOSE SOLICIT
               EXIT SECTION
            END-IF

            SET FS-OK           TO TRUE
            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo CONTATOS.DAT.' WK-FS
               CLOSE SOLICIT
               CLOSE RELLGPD
               EXIT SECTION
            END-IF

            SET FS9-OK          TO TRUE
            OPEN I-O EXTRAS
            IF WK-FS9 EQUAL 35 THEN
               OPEN OUTPUT EXTRAS
               CLOSE EXTRAS
               SET FS9-OK       TO TRUE
               OPEN I-O EXTRAS
            END-IF
            IF FS9-OK THEN
               MOVE 'S' TO WK-EXTRAS-ABERTO
            ELSE
               MOVE 'N' TO WK-EXTRAS-ABERTO
            END-IF

            SET FS7-OK          TO TRUE
            OPEN I-O ENDERECOS
            IF FS7-OK THEN
               MOVE 'S' TO WK-ENDER-ABERTO
            ELSE
               MOVE 'N' TO WK-ENDER-ABERTO
            END-IF

            SET FS1-OK          TO TRUE
            OPEN I-O MEMBROS
            IF FS1-OK THEN
               MOVE 'S' TO WK-MEMBROS-ABERTO
            ELSE
               MOVE 'N' TO WK-MEMBROS-ABERTO
            END-IF

            SET FS8-OK          TO TRUE
            OPEN INPUT STACRM
            IF FS8-OK THEN
               MOVE 'S' TO WK-STACRM-ABERTO
            ELSE
               MOVE 'N' TO WK-STACRM-ABERTO
            END-IF

            MOVE SPACES TO WK-LINHA-REL
            STRING 'RELATORIO DE SOLICITACOES DE TITULARES (LGPD)'
                   DELIMITED BY SIZE
                   '     DATA: '   DELIMITED BY SIZE
                   WK-DATA-EXEC    DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ SOLICIT INTO REG-SOLICITACAO
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-TOTAL-LIDAS
                        PERFORM 0110-ATENDE-SOLICITACAO
                END-READ
            END-PERFORM

            CLOSE SOLICIT
            CLOSE CONTATOS
            IF WK-EXTRAS-ABERTO = 'S'
               CLOSE EXTRAS
            END-IF
            IF WK-ENDER-ABERTO = 'S'
               CLOSE ENDERECOS
            END-IF
            IF WK-MEMBROS-ABERTO = 'S'
               CLOSE MEMBROS
            END-IF
            IF WK-STACRM-ABERTO = 'S'
               CLOSE STACRM
            END-IF

            MOVE SPACES TO WK-LINHA-REL
            PERFORM 0190-GRAVA-LINHA
            STRING 'SOLICITACOES LIDAS: '  DELIMITED BY SIZE
                   WK-TOTAL-LIDAS          DELIMITED BY SIZE
                   '  ACESSO: '            DELIMITED BY SIZE
                   WK-TOTAL-ACESSO         DELIMITED BY SIZE
                   '  ELIMINACAO: '        DELIMITED BY SIZE
                   WK-TOTAL-ELIMINACAO     DELIMITED BY SIZE
                   '  REJEITADAS: '        DELIMITED BY SIZE
                   WK-TOTAL-REJEITADAS     DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            CLOSE RELLGPD

            DISPLAY 'Solicitacoes lidas   : ' WK-TOTAL-LIDAS
            DISPLAY 'Acesso atendidas     : ' WK-TOTAL-ACESSO
            DISPLAY 'Eliminacao atendidas : ' WK-TOTAL-ELIMINACAO
            DISPLAY 'Rejeitadas           : ' WK-TOTAL-REJEITADAS
            DISPLAY 'Relatorio gerado em RELLGPD.DAT.'
            EXIT SECTION
            .
      *                    LOCALIZA O TITULAR E DIRIGE PELO TIPO       *
       0110-ATENDE-SOLICITACAO.
            EVALUATE SOL-TIPO
                WHEN 'A'
                    MOVE 'ACESSO'      TO WK-DESC-TIPO
                WHEN 'E'
                    MOVE 'ELIMINACAO'  TO WK-DESC-TIPO
                WHEN OTHER
                    MOVE 'INVALIDO'    TO WK-DESC-TIPO
            END-EVALUATE

            MOVE SPACES TO WK-LINHA-REL
            PERFORM 0190-GRAVA-LINHA
            STRING 'SOLICITACAO '  DELIMITED BY SIZE
                   WK-TOTAL-LIDAS  DELIMITED BY SIZE
                   '  TIPO: '      DELIMITED BY SIZE
                   WK-DESC-TIPO    DELIMITED BY SIZE
                   '  ID: '        DELIMITED BY SIZE
                   SOL-ID          DELIMITED BY SIZE
                   '  E-MAIL: '    DELIMITED BY SIZE
                   SOL-EMAIL       DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            MOVE ALL '-' TO WK-LINHA-REL
            PERFORM 0190-GRAVA-LINHA

            IF WK-DESC-TIPO = 'INVALIDO'
               MOVE 'TIPO DE SOLICITACAO INVALIDO (USE A OU E)'
                   TO WK-MOTIVO-REJEICAO
               PERFORM 0180-REJEITA
            ELSE
               PERFORM 0120-LOCALIZA-TITULAR
               IF WK-ACHOU-TITULAR = 'N'
                  PERFORM 0180-REJEITA
               ELSE
                  PERFORM 0130-MONTA-ALVOS
                  IF SOL-TIPO = 'A'
                     ADD 1 TO WK-TOTAL-ACESSO
                     PERFORM 0200-RELATORIO-ACESSO
                  ELSE
                     ADD 1 TO WK-TOTAL-ELIMINACAO
                     PERFORM 0300-ELIMINACAO
                  END-IF
               END-IF
            END-IF
            .
      *                    LOCALIZA O TITULAR PELO ID OU PELO E-MAIL   *
      *                    (PRINCIPAL OU ADICIONAL)                    *
       0120-LOCALIZA-TITULAR.
            MOVE 'N'            TO WK-ACHOU-TITULAR
            MOVE 0              TO WK-ID-TITULAR
            MOVE 'TITULAR NAO ENCONTRADO NO CADASTRO'
                TO WK-MOTIVO-REJEICAO

            IF SOL-ID NUMERIC AND SOL-ID NOT = '000000'
               MOVE SOL-ID      TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WK-ACHOU-TITULAR
               END-READ
            ELSE
               IF SOL-EMAIL NOT = SPACES
                  MOVE SOL-EMAIL TO EMAIL-USUARIO
                  READ CONTATOS KEY IS EMAIL-USUARIO
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'S' TO WK-ACHOU-TITULAR
                  END-READ
                  IF WK-ACHOU-TITULAR = 'N' AND
                     WK-EXTRAS-ABERTO = 'S'
                     MOVE SOL-EMAIL TO EXT-VALOR
                     READ EXTRAS KEY IS EXT-VALOR
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             MOVE EXT-ID-USUARIO TO ID-USUARIO
                             READ CONTATOS
                                 INVALID KEY
                                     CONTINUE
                                 NOT INVALID KEY
                                     MOVE 'S' TO WK-ACHOU-TITULAR
                             END-READ
                     END-READ
                  END-IF
               ELSE
                  MOVE 'SOLICITACAO SEM ID E SEM E-MAIL'
                      TO WK-MOTIVO-REJEICAO
               END-IF
            END-IF

            IF WK-ACHOU-TITULAR = 'S'
               MOVE ID-USUARIO  TO WK-ID-TITULAR
            END-IF
            .
      *                    MONTA A TABELA COM O TITULAR E OS REGISTROS *
      *                    INCORPORADOS A ELE NA FUSAO DE CADASTROS    *
       0130-MONTA-ALVOS.
            MOVE 0              TO WK-QTD-ALVOS
            MOVE WK-ID-TITULAR  TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            IF FS-OK
               PERFORM 0135-INCLUI-ALVO

               MOVE 0              TO ID-USUARIO
               MOVE 'N'            TO WK-FIM-LEITURA
               START CONTATOS KEY IS >= ID-USUARIO
                   INVALID KEY
                       MOVE 'S' TO WK-FIM-LEITURA
               END-START
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ CONTATOS NEXT
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           IF ID-FUSAO = WK-ID-TITULAR AND
                              ID-USUARIO NOT = WK-ID-TITULAR
                              PERFORM 0135-INCLUI-ALVO
                           END-IF
                   END-READ
               END-PERFORM
            END-IF
            .
      *                    INCLUI O REGISTRO CORRENTE NA TABELA        *
       0135-INCLUI-ALVO.
            IF WK-QTD-ALVOS < 50
               ADD 1 TO WK-QTD-ALVOS
               MOVE ID-USUARIO     TO WK-ALVO-ID(WK-QTD-ALVOS)
               MOVE ID-USUARIO     TO WK-ALVO-OPER(WK-QTD-ALVOS)
               MOVE NUMERO-USUARIO TO WK-ALVO-TEL(WK-QTD-ALVOS)
               MOVE EMAIL-USUARIO  TO WK-ALVO-EMAIL(WK-QTD-ALVOS)
            ELSE
               DISPLAY 'Aviso: limite de 50 registros por titular '
               'atingido no ID ' WK-ID-TITULAR '.'
            END-IF
            .
      *                    GRAVA A REJEICAO DA SOLICITACAO             *
       0180-REJEITA.
            ADD 1 TO WK-TOTAL-REJEITADAS
            MOVE SPACES TO WK-LINHA-REL
            STRING '   SOLICITACAO REJEITADA: ' DELIMITED BY SIZE
                   WK-MOTIVO-REJEICAO           DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            .
      *                    GRAVA UMA LINHA DO RELATORIO                *
       0190-GRAVA-LINHA.
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            .
      *                    RELATORIO DE ACESSO: CADASTRO, ADICIONAIS,  *
      *                    STATUS DO CRM E LINHAS DE LOG DO TITULAR    *
       0200-RELATORIO-ACESSO                    SECTION.
       0201-RELATORIO-ACESSO.
            PERFORM VARYING WK-IDX-ALVO FROM 1 BY 1
            UNTIL WK-IDX-ALVO > WK-QTD-ALVOS
                PERFORM 0210-DADOS-CADASTRAIS
                IF WK-EXTRAS-ABERTO = 'S'
                   PERFORM 0220-DADOS-ADICIONAIS
                END-IF
                IF WK-ENDER-ABERTO = 'S'
                   PERFORM 0225-DADOS-ENDERECOS
                END-IF
                IF WK-MEMBROS-ABERTO = 'S'
                   PERFORM 0227-DADOS-GRUPOS
                END-IF
                IF WK-STACRM-ABERTO = 'S'
                   PERFORM 0230-DADOS-CRM
                END-IF
            END-PERFORM

            MOVE 0 TO WK-QTD-MENCOES
            MOVE 'LINHAS DE LOG QUE MENCIONAM O TITULAR' TO
                WK-LINHA-REL
            PERFORM 0190-GRAVA-LINHA

            MOVE 'CONTLOGA'     TO WK-ORIGEM-LOG
            SET FS2-OK          TO TRUE
            OPEN INPUT ARQMORTO
            IF FS2-OK THEN
               MOVE 'N'         TO WK-FIM-LEITURA
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ ARQMORTO INTO WK-LOG-DET
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           PERFORM 0240-LINHA-DE-LOG
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
            END-IF

            MOVE 'CONTLOG'      TO WK-ORIGEM-LOG
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF FS6-OK THEN
               MOVE 'N'         TO WK-FIM-LEITURA
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ CONTLOG INTO WK-LOG-DET
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           PERFORM 0240-LINHA-DE-LOG
                   END-READ
               END-PERFORM
               CLOSE CONTLOG
            END-IF

            STRING '   TOTAL DE LINHAS DE LOG: ' DELIMITED BY SIZE
                   WK-QTD-MENCOES               DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            EXIT SECTION
            .
      *                    DADOS DO REGISTRO MESTRE (SEM A SENHA)      *
       0210-DADOS-CADASTRAIS.
            MOVE WK-ALVO-ID(WK-IDX-ALVO) TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            IF FS-OK
               STRING 'CADASTRO (CONTATOS.DAT) - ID: ' DELIMITED BY SIZE
                      ID-USUARIO                      DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
               STRING '   NOME: '       DELIMITED BY SIZE
                      NOME-USUARIO      DELIMITED BY SIZE
                      '  TEL: '         DELIMITED BY SIZE
                      NUMERO-USUARIO    DELIMITED BY SIZE
                      '  E-MAIL: '      DELIMITED BY SIZE
                      EMAIL-USUARIO     DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
               STRING '   SITUACAO: '   DELIMITED BY SIZE
                      SITUACAO-USUARIO  DELIMITED BY SIZE
                      '  BLOQUEIO: '    DELIMITED BY SIZE
                      BLOQUEIO-USUARIO  DELIMITED BY SIZE
                      '  PERFIL: '      DELIMITED BY SIZE
                      PERFIL-USUARIO    DELIMITED BY SIZE
                      '  CADASTRO: '    DELIMITED BY SIZE
                      DATA-CADASTRO     DELIMITED BY SIZE
                      '  ALTERACAO: '   DELIMITED BY SIZE
                      DATA-ALTERACAO    DELIMITED BY SIZE
                      '  SENHA EM: '    DELIMITED BY SIZE
                      DATA-SENHA        DELIMITED BY SIZE
                      '  INCORPORADO AO ID: ' DELIMITED BY SIZE
                      ID-FUSAO          DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
            END-IF
            .
      *                    CONTATOS ADICIONAIS DO REGISTRO             *
       0220-DADOS-ADICIONAIS.
            MOVE 0              TO WK-QTD-EXTRAS
            MOVE WK-ALVO-ID(WK-IDX-ALVO) TO EXT-ID-USUARIO
            MOVE 0              TO EXT-SEQUENCIA
            MOVE 'N'            TO WK-FIM-LEITURA
            START EXTRAS KEY IS >= EXT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-LEITURA
            END-START
            PERFORM UNTIL WK-FIM-LEITURA = 'S'
                READ EXTRAS NEXT
                    AT END
                        MOVE 'S' TO WK-FIM-LEITURA
                    NOT AT END
                        IF EXT-ID-USUARIO NOT = WK-ALVO-ID(WK-IDX-ALVO)
                           MOVE 'S' TO WK-FIM-LEITURA
                        ELSE
                           ADD 1 TO WK-QTD-EXTRAS
                           STRING '   ADICIONAL (CONTEXTR.DAT) SEQ '
                                                DELIMITED BY SIZE
                                  EXT-SEQUENCIA DELIMITED BY SIZE
                                  ' CLASSE: '   DELIMITED BY SIZE
                                  EXT-CLASSE    DELIMITED BY SIZE
                                  ' TIPO: '     DELIMITED BY SIZE
                                  EXT-TIPO      DELIMITED BY SIZE
                                  ' VALOR: '    DELIMITED BY SIZE
                                  EXT-VALOR     DELIMITED BY SIZE
                                  ' PREFERIDO: ' DELIMITED BY SIZE
                                  EXT-PREFERIDO DELIMITED BY SIZE
                                  INTO WK-LINHA-REL
                           END-STRING
                           PERFORM 0190-GRAVA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            IF WK-QTD-EXTRAS = 0
               MOVE '   SEM CONTATOS ADICIONAIS' TO WK-LINHA-REL
               PERFORM 0190-GRAVA-LINHA
            END-IF
            .
      *                    ENDERECOS POSTAIS DO REGISTRO               *
       0225-DADOS-ENDERECOS.
            MOVE 0              TO WK-QTD-ENDER
            MOVE WK-ALVO-ID(WK-IDX-ALVO) TO END-ID-USUARIO
            MOVE 0              TO END-SEQUENCIA
            MOVE 'N'            TO WK-FIM-LEITURA
            START ENDERECOS KEY IS >= END-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-LEITURA
            END-START
            PERFORM UNTIL WK-FIM-LEITURA = 'S'
                READ ENDERECOS NEXT
                    AT END
                        MOVE 'S' TO WK-FIM-LEITURA
                    NOT AT END
                        IF END-ID-USUARIO NOT = WK-ALVO-ID(WK-IDX-ALVO)
                           MOVE 'S' TO WK-FIM-LEITURA
                        ELSE
                           ADD 1 TO WK-QTD-ENDER
                           STRING '   ENDERECO (CONTENDR.DAT) SEQ '
                                                DELIMITED BY SIZE
                                  END-SEQUENCIA DELIMITED BY SIZE
                                  ' TIPO: '     DELIMITED BY SIZE
                                  END-TIPO      DELIMITED BY SIZE
                                  ' '           DELIMITED BY SIZE
                                  END-LOGRADOURO DELIMITED BY SIZE
                                  ' '           DELIMITED BY SIZE
                                  END-NUMERO    DELIMITED BY SIZE
                                  ' '           DELIMITED BY SIZE
                                  END-COMPLEMENTO DELIMITED BY SIZE
                                  INTO WK-LINHA-REL
                           END-STRING
                           PERFORM 0190-GRAVA-LINHA
                           STRING '      '      DELIMITED BY SIZE
                                  END-BAIRRO    DELIMITED BY SIZE
                                  ' '           DELIMITED BY SIZE
                                  END-CIDADE    DELIMITED BY SIZE
                                  ' '           DELIMITED BY SIZE
                                  END-UF        DELIMITED BY SIZE
                                  ' CEP: '      DELIMITED BY SIZE
                                  END-CEP       DELIMITED BY SIZE
                                  ' PREFERIDO: ' DELIMITED BY SIZE
                                  END-PREFERIDO DELIMITED BY SIZE
                                  INTO WK-LINHA-REL
                           END-STRING
                           PERFORM 0190-GRAVA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            IF WK-QTD-ENDER = 0
               MOVE '   SEM ENDERECOS POSTAIS' TO WK-LINHA-REL
               PERFORM 0190-GRAVA-LINHA
            END-IF
            .
      *                    GRUPOS DE CONTATOS DO REGISTRO              *
       0227-DADOS-GRUPOS.
            MOVE 0              TO WK-QTD-GRUPOS
            MOVE WK-ALVO-ID(WK-IDX-ALVO) TO MBR-ID-USUARIO
            MOVE 'N'            TO WK-FIM-LEITURA
            START MEMBROS KEY IS = MBR-ID-USUARIO
                INVALID KEY
                    MOVE 'S' TO WK-FIM-LEITURA
            END-START
            PERFORM UNTIL WK-FIM-LEITURA = 'S'
                READ MEMBROS NEXT
                    AT END
                        MOVE 'S' TO WK-FIM-LEITURA
                    NOT AT END
                        IF MBR-ID-USUARIO NOT = WK-ALVO-ID(WK-IDX-ALVO)
                           MOVE 'S' TO WK-FIM-LEITURA
                        ELSE
                           ADD 1 TO WK-QTD-GRUPOS
                           STRING '   GRUPO (GRPMEMBR.DAT): '
                                                  DELIMITED BY SIZE
                                  MBR-GRUPO       DELIMITED BY SIZE
                                  ' INCLUIDO EM ' DELIMITED BY SIZE
                                  MBR-DATA-INCLUSAO DELIMITED BY SIZE
                                  ' POR '         DELIMITED BY SIZE
                                  MBR-OPERADOR    DELIMITED BY SIZE
                                  INTO WK-LINHA-REL
                           END-STRING
                           PERFORM 0190-GRAVA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            IF WK-QTD-GRUPOS = 0
               MOVE '   SEM GRUPOS DE CONTATOS' TO WK-LINHA-REL
               PERFORM 0190-GRAVA-LINHA
            END-IF
            .
      *                    STATUS DE EXPORTACAO AO CRM                 *
       0230-DADOS-CRM.
            MOVE WK-ALVO-ID(WK-IDX-ALVO) TO STA-ID
            READ STACRM
                INVALID KEY
                    MOVE '   SEM STATUS DE EXPORTACAO AO CRM' TO
                        WK-LINHA-REL
                NOT INVALID KEY
                    STRING '   CRM (STACRM.DAT) STATUS: '
                                           DELIMITED BY SIZE
                           STA-STATUS       DELIMITED BY SIZE
                           '  RETORNO: '    DELIMITED BY SIZE
                           STA-DATA-RETORNO DELIMITED BY SIZE
                           '  ACEITE: '     DELIMITED BY SIZE
                           STA-DATA-ACEITE  DELIMITED BY SIZE
                           '  MOTIVO: '     DELIMITED BY SIZE
                           STA-MOTIVO       DELIMITED BY SIZE
                           INTO WK-LINHA-REL
                    END-STRING
            END-READ
            PERFORM 0190-GRAVA-LINHA
            .
      *                    IMPRIME A LINHA DE LOG SE ELA MENCIONA O    *
      *                    TITULAR (ID, OPERADOR, TELEFONE OU E-MAIL)  *
       0240-LINHA-DE-LOG.
            MOVE 'N'            TO WK-LINHA-MENCIONA
            IF WK-LOG-DET-ID-X NUMERIC
               PERFORM VARYING WK-IDX-ALVO FROM 1 BY 1
               UNTIL WK-IDX-ALVO > WK-QTD-ALVOS
                   IF WK-LOG-DET-ID = WK-ALVO-ID(WK-IDX-ALVO) OR
                      WK-LOG-DET-OPERADOR =
                          WK-ALVO-OPER(WK-IDX-ALVO) OR
                      WK-LOG-DET-TEL-ANTES =
                          WK-ALVO-TEL(WK-IDX-ALVO) OR
                      WK-LOG-DET-TEL-DEPOIS =
                          WK-ALVO-TEL(WK-IDX-ALVO) OR
                      WK-LOG-DET-EMAIL-ANTES =
                          WK-ALVO-EMAIL(WK-IDX-ALVO) OR
                      WK-LOG-DET-EMAIL-DEPOIS =
                          WK-ALVO-EMAIL(WK-IDX-ALVO)
                      MOVE 'S'     TO WK-LINHA-MENCIONA
                   END-IF
               END-PERFORM
            END-IF
            IF WK-LINHA-MENCIONA = 'S'
               ADD 1 TO WK-QTD-MENCOES
               STRING '   '                DELIMITED BY SIZE
                      WK-ORIGEM-LOG        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WK-LOG-DET(1:19)     DELIMITED BY SIZE
                      ' ID: '              DELIMITED BY SIZE
                      WK-LOG-DET-ID        DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WK-LOG-DET-OPERACAO  DELIMITED BY SIZE
                      ' OPERADOR: '        DELIMITED BY SIZE
                      WK-LOG-DET-OPERADOR  DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
               STRING '      NOME  ANTES: '     DELIMITED BY SIZE
                      WK-LOG-DET-NOME-ANTES     DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-NOME-DEPOIS    DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
               STRING '      TEL   ANTES: '     DELIMITED BY SIZE
                      WK-LOG-DET-TEL-ANTES      DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-TEL-DEPOIS     DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
               STRING '      EMAIL ANTES: '     DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-ANTES    DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-DEPOIS   DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0190-GRAVA-LINHA
            END-IF
            .
      *                    ELIMINACAO: PSEUDONIMIZA O CADASTRO E OS    *
      *                    ADICIONAIS DE CADA REGISTRO DO TITULAR E    *
      *                    GUARDA O ID PARA A REESCRITA DOS LOGS       *
       0300-ELIMINACAO                          SECTION.
       0301-ELIMINACAO.
            PERFORM VARYING WK-IDX-ALVO FROM 1 BY 1
            UNTIL WK-IDX-ALVO > WK-QTD-ALVOS
                MOVE WK-ALVO-ID(WK-IDX-ALVO) TO WK-LOG-ID
                PERFORM 0305-MONTA-PSEUDONIMOS
                PERFORM 0310-ANONIMIZA-CADASTRO
                IF WK-EXTRAS-ABERTO = 'S'
                   PERFORM 0320-ANONIMIZA-ADICIONAIS
                END-IF
                IF WK-ENDER-ABERTO = 'S'
                   PERFORM 0325-EXCLUI-ENDERECOS
                END-IF
                IF WK-MEMBROS-ABERTO = 'S'
                   PERFORM 0327-RETIRA-DOS-GRUPOS
                END-IF
                PERFORM 0330-GUARDA-ELIMINADO
            END-PERFORM
            EXIT SECTION
            .
      *                    PSEUDONIMOS DERIVADOS DO ID EM WK-LOG-ID    *
       0305-MONTA-PSEUDONIMOS.
            MOVE SPACES         TO WK-PSEUDO-TEL
            MOVE SPACES         TO WK-PSEUDO-EMAIL
            STRING 'L'          DELIMITED BY SIZE
                   WK-LOG-ID    DELIMITED BY SIZE
                   INTO WK-PSEUDO-TEL
            END-STRING
            STRING 'LGPD.'      DELIMITED BY SIZE
                   WK-LOG-ID    DELIMITED BY SIZE
                   INTO WK-PSEUDO-EMAIL
            END-STRING
            .
      *                    APAGA NOME E PSEUDONIMIZA TELEFONE/E-MAIL   *
      *                    NO MESTRE E REGISTRA A ANONIMIZACAO NO LOG  *
       0310-ANONIMIZA-CADASTRO.
            MOVE WK-LOG-ID      TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    CONTINUE
            END-READ
            IF FS-OK
               MOVE SPACES          TO NOME-USUARIO
               MOVE WK-PSEUDO-TEL   TO NUMERO-USUARIO
               MOVE WK-PSEUDO-EMAIL TO EMAIL-USUARIO
               MOVE 'I'             TO SITUACAO-USUARIO
               MOVE WK-DATA-HOJE    TO DATA-ALTERACAO
               REWRITE REG-USUARIOS
                   INVALID KEY
                       STRING '   ERRO AO ANONIMIZAR O CADASTRO DO ID '
                                       DELIMITED BY SIZE
                              WK-LOG-ID DELIMITED BY SIZE
                              INTO WK-LINHA-REL
                       END-STRING
                       PERFORM 0190-GRAVA-LINHA
                   NOT INVALID KEY
                       MOVE 'ANONIMIZA'     TO WK-LOG-OPERACAO
                       MOVE SPACES          TO WK-LOG-NOME-ANTES
                       MOVE SPACES          TO WK-LOG-NOME-DEPOIS
                       MOVE WK-PSEUDO-TEL   TO WK-LOG-TEL-ANTES
                       MOVE WK-PSEUDO-TEL   TO WK-LOG-TEL-DEPOIS
                       MOVE WK-PSEUDO-EMAIL TO WK-LOG-EMAIL-ANTES
                       MOVE WK-PSEUDO-EMAIL TO WK-LOG-EMAIL-DEPOIS
                       PERFORM 0950-GRAVA-LOG
                       STRING '   CADASTRO DO ID '  DELIMITED BY SIZE
                              WK-LOG-ID             DELIMITED BY SIZE
                              ' ANONIMIZADO E INATIVADO'
                                                    DELIMITED BY SIZE
                              INTO WK-LINHA-REL
                       END-STRING
                       PERFORM 0190-GRAVA-LINHA
               END-REWRITE
            END-IF
            .
      *                    PSEUDONIMIZA OS CONTATOS ADICIONAIS DO ID   *
       0320-ANONIMIZA-ADICIONAIS.
            MOVE 0              TO WK-QTD-EXTRAS
            MOVE WK-LOG-ID      TO EXT-ID-USUARIO
            MOVE 0              TO EXT-SEQUENCIA
            MOVE 'N'            TO WK-FIM-LEITURA
            START EXTRAS KEY IS >= EXT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-LEITURA
            END-START
            PERFORM UNTIL WK-FIM-LEITURA = 'S'
                READ EXTRAS NEXT
                    AT END
                        MOVE 'S' TO WK-FIM-LEITURA
                    NOT AT END
                        IF EXT-ID-USUARIO NOT = WK-LOG-ID
                           MOVE 'S' TO WK-FIM-LEITURA
                        ELSE
                           IF EXT-CLASSE = 'F'
                              MOVE WK-PSEUDO-TEL   TO EXT-VALOR
                           ELSE
                              MOVE WK-PSEUDO-EMAIL TO EXT-VALOR
                           END-IF
                           REWRITE REG-EXTRAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WK-QTD-EXTRAS
                           END-REWRITE
                        END-IF
                END-READ
            END-PERFORM
            STRING '   ADICIONAIS PSEUDONIMIZADOS: ' DELIMITED BY SIZE
                   WK-QTD-EXTRAS                    DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            .
      *                    EXCLUI OS ENDERECOS POSTAIS DO ID           *
       0325-EXCLUI-ENDERECOS.
            MOVE 0              TO WK-QTD-ENDER
            MOVE WK-LOG-ID      TO END-ID-USUARIO
            MOVE 0              TO END-SEQUENCIA
            MOVE 'N'            TO WK-FIM-LEITURA
            START ENDERECOS KEY IS >= END-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-LEITURA
            END-START
            PERFORM UNTIL WK-FIM-LEITURA = 'S'
                READ ENDERECOS NEXT
                    AT END
                        MOVE 'S' TO WK-FIM-LEITURA
                    NOT AT END
                        IF END-ID-USUARIO NOT = WK-LOG-ID
                           MOVE 'S' TO WK-FIM-LEITURA
                        ELSE
                           DELETE ENDERECOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WK-QTD-ENDER
                           END-DELETE
                        END-IF
                END-READ
            END-PERFORM
            STRING '   ENDERECOS EXCLUIDOS: '     DELIMITED BY SIZE
                   WK-QTD-ENDER                  DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            .
      *                    RETIRA O ID DE TODOS OS GRUPOS DE CONTATOS  *
       0327-RETIRA-DOS-GRUPOS.
            MOVE 0              TO WK-QTD-GRUPOS
            MOVE 'S'            TO WK-GRP-PENDENTE
            PERFORM UNTIL WK-GRP-PENDENTE = 'N'
                PERFORM 0328-RETIRA-PRIMEIRO-GRUPO
            END-PERFORM
            STRING '   GRUPOS RETIRADOS: '        DELIMITED BY SIZE
                   WK-QTD-GRUPOS                 DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0190-GRAVA-LINHA
            .
       0328-RETIRA-PRIMEIRO-GRUPO.
            MOVE 'N'            TO WK-GRP-PENDENTE
            MOVE WK-LOG-ID      TO MBR-ID-USUARIO
            START MEMBROS KEY IS = MBR-ID-USUARIO
                INVALID KEY
                    MOVE 0          TO MBR-ID-USUARIO
                NOT INVALID KEY
                    READ MEMBROS NEXT
                        AT END
                            MOVE 0  TO MBR-ID-USUARIO
                    END-READ
            END-START
            IF MBR-ID-USUARIO = WK-LOG-ID
               DELETE MEMBROS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-GRUPOS
                       MOVE 'S'               TO WK-GRP-PENDENTE
                       MOVE 'GRUPOEXC'        TO WK-LOG-OPERACAO
                       MOVE MBR-GRUPO         TO WK-LOG-NOME-ANTES
                       MOVE MBR-DATA-INCLUSAO TO WK-LOG-TEL-ANTES
                       MOVE MBR-OPERADOR      TO WK-LOG-EMAIL-ANTES
                       MOVE SPACES            TO WK-LOG-NOME-DEPOIS
                       MOVE SPACES            TO WK-LOG-TEL-DEPOIS
                       MOVE SPACES            TO WK-LOG-EMAIL-DEPOIS
                       PERFORM 0950-GRAVA-LOG
               END-DELETE
            END-IF
            .
      *                    GUARDA O ID PARA A REESCRITA DOS LOGS       *
       0330-GUARDA-ELIMINADO.
            PERFORM 0340-PROCURA-ELIMINADO
            IF WK-ELIM-ACHOU = 'N'
               IF WK-QTD-ELIM < 500
                  ADD 1 TO WK-QTD-ELIM
                  MOVE WK-LOG-ID TO WK-ELIM-ID(WK-QTD-ELIM)
               ELSE
                  DISPLAY 'Aviso: limite de 500 IDs eliminados por '
                  'execucao atingido, reprocesse o ID ' WK-LOG-ID '.'
               END-IF
            END-IF
            .
      *                    PROCURA WK-LOG-ID NA TABELA DE ELIMINADOS   *
       0340-PROCURA-ELIMINADO.
            MOVE 'N'            TO WK-ELIM-ACHOU
            PERFORM VARYING WK-IDX-ELIM FROM 1 BY 1
            UNTIL WK-IDX-ELIM > WK-QTD-ELIM
                IF WK-ELIM-ID(WK-IDX-ELIM) = WK-LOG-ID
                   MOVE 'S'     TO WK-ELIM-ACHOU
                   EXIT PERFORM
                END-IF
            END-PERFORM
            .
      *                    REESCREVE CONTLOG.DAT E CONTLOGA.DAT COM OS *
      *                    DADOS PESSOAIS DOS IDS ELIMINADOS TROCADOS  *
      *                    PELOS PSEUDONIMOS, SEM MUDAR A QUANTIDADE   *
      *                    NEM A ORDEM DAS LINHAS (CHECKPOINT DO       *
      *                    GERDELTA CONTINUA VALIDO)                   *
       0400-REESCREVE-LOGS                      SECTION.
       0401-REESCREVE-LOGS.
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF FS6-OK THEN
               PERFORM 0410-COPIA-CONTLOG
               IF FS3-OK
                  PERFORM 0420-DEVOLVE-CONTLOG
               END-IF
            END-IF

            SET FS2-OK          TO TRUE
            OPEN INPUT ARQMORTO
            IF FS2-OK THEN
               PERFORM 0430-COPIA-ARQMORTO
               IF FS3-OK
                  PERFORM 0440-DEVOLVE-ARQMORTO
               END-IF
            END-IF
            EXIT SECTION
            .
      *                    COPIA O CONTLOG PSEUDONIMIZADO PARA O TMP   *
       0410-COPIA-CONTLOG.
            MOVE 0              TO WK-LINHAS-COPIADAS
            MOVE 0              TO WK-LINHAS-ALTERADAS
            SET FS3-OK          TO TRUE
            OPEN OUTPUT LOGTMP
            IF NOT FS3-OK THEN
               DISPLAY 'Erro ao abrir o arquivo LGPDLOG.TMP.' WK-FS3
               CLOSE CONTLOG
            ELSE
               MOVE 'N'            TO WK-FIM-LEITURA
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ CONTLOG INTO WK-LOG-DET
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           PERFORM 0450-PSEUDONIMIZA-LINHA
                           WRITE REG-LOGTMP FROM WK-LOG-DET
                           ADD 1 TO WK-LINHAS-COPIADAS
                   END-READ
               END-PERFORM
               CLOSE CONTLOG
               CLOSE LOGTMP
            END-IF
            .
      *                    DEVOLVE O TMP PARA O CONTLOG                *
       0420-DEVOLVE-CONTLOG.
            MOVE 0              TO WK-LINHAS-DEVOLVIDAS
            OPEN INPUT LOGTMP
            SET FS6-OK          TO TRUE
            OPEN OUTPUT CONTLOG
            IF NOT FS6-OK THEN
               DISPLAY 'Erro ao regravar CONTLOG.DAT, a copia '
               'pseudonimizada ficou em LGPDLOG.TMP.' WK-FS6
               CLOSE LOGTMP
            ELSE
               MOVE 'N'            TO WK-FIM-LEITURA
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ LOGTMP
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           WRITE REG-LOG FROM REG-LOGTMP
                           ADD 1 TO WK-LINHAS-DEVOLVIDAS
                   END-READ
               END-PERFORM
               CLOSE LOGTMP
               CLOSE CONTLOG
               DISPLAY 'CONTLOG.DAT : ' WK-LINHAS-DEVOLVIDAS
               ' linha(s) regravada(s), ' WK-LINHAS-ALTERADAS
               ' pseudonimizada(s).'
               IF WK-LINHAS-DEVOLVIDAS NOT = WK-LINHAS-COPIADAS
                  DISPLAY 'ATENCAO: quantidade de linhas divergente, '
                  'restaure CONTLOG.DAT a partir de LGPDLOG.TMP.'
               END-IF
            END-IF
            .
      *                    COPIA O CONTLOGA PSEUDONIMIZADO PARA O TMP  *
       0430-COPIA-ARQMORTO.
            MOVE 0              TO WK-LINHAS-COPIADAS
            MOVE 0              TO WK-LINHAS-ALTERADAS
            SET FS3-OK          TO TRUE
            OPEN OUTPUT LOGTMP
            IF NOT FS3-OK THEN
               DISPLAY 'Erro ao abrir o arquivo LGPDLOG.TMP.' WK-FS3
               CLOSE ARQMORTO
            ELSE
               MOVE 'N'            TO WK-FIM-LEITURA
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ ARQMORTO INTO WK-LOG-DET
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           PERFORM 0450-PSEUDONIMIZA-LINHA
                           WRITE REG-LOGTMP FROM WK-LOG-DET
                           ADD 1 TO WK-LINHAS-COPIADAS
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
               CLOSE LOGTMP
            END-IF
            .
      *                    DEVOLVE O TMP PARA O CONTLOGA               *
       0440-DEVOLVE-ARQMORTO.
            MOVE 0              TO WK-LINHAS-DEVOLVIDAS
            OPEN INPUT LOGTMP
            SET FS2-OK          TO TRUE
            OPEN OUTPUT ARQMORTO
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao regravar CONTLOGA.DAT, a copia '
               'pseudonimizada ficou em LGPDLOG.TMP.' WK-FS2
               CLOSE LOGTMP
            ELSE
               MOVE 'N'            TO WK-FIM-LEITURA
               PERFORM UNTIL WK-FIM-LEITURA = 'S'
                   READ LOGTMP
                       AT END
                           MOVE 'S' TO WK-FIM-LEITURA
                       NOT AT END
                           WRITE REG-MORTO FROM REG-LOGTMP
                           ADD 1 TO WK-LINHAS-DEVOLVIDAS
                   END-READ
               END-PERFORM
               CLOSE LOGTMP
               CLOSE ARQMORTO
               DISPLAY 'CONTLOGA.DAT: ' WK-LINHAS-DEVOLVIDAS
               ' linha(s) regravada(s), ' WK-LINHAS-ALTERADAS
               ' pseudonimizada(s).'
               IF WK-LINHAS-DEVOLVIDAS NOT = WK-LINHAS-COPIADAS
                  DISPLAY 'ATENCAO: quantidade de linhas divergente, '
                  'restaure CONTLOGA.DAT a partir de LGPDLOG.TMP.'
               END-IF
            END-IF
            .
      *                    TROCA OS DADOS PESSOAIS DA LINHA PELOS      *
      *                    PSEUDONIMOS SE O ID FOI ELIMINADO; CAMPOS   *
      *                    EM BRANCO CONTINUAM EM BRANCO. SO AS        *
      *                    OPERACOES QUE GRAVAM NOME/TELEFONE/E-MAIL   *
      *                    (OU ENDERECO) SAO TRATADAS: GRUPOINC E      *
      *                    GRUPOEXC GUARDAM O CODIGO DO GRUPO, USADO   *
      *                    PELO NOTURNO, E ANONIMIZA JA TEM OS         *
      *                    PSEUDONIMOS, E PASSAM SEM ALTERACAO         *
       0450-PSEUDONIMIZA-LINHA.
            IF WK-LOG-DET-ID-X NUMERIC
               EVALUATE WK-LOG-DET-OPERACAO
                   WHEN 'INCLUSAO'
                   WHEN 'ALTERACAO'
                   WHEN 'EXCLUSAO'
                   WHEN 'REATIVACAO'
                   WHEN 'FUSAO'
                   WHEN 'ENDERECO'
                   WHEN 'EXTRACONT'
                   WHEN 'DESBLOQ'
                   WHEN 'RESETSENHA'
                   WHEN 'PERFIL'
                   WHEN 'BLOQINATIV'
                       PERFORM 0455-TROCA-DADOS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
            END-IF
            .
      *                    TROCA OS DADOS DA LINHA DO ID ELIMINADO     *
       0455-TROCA-DADOS.
            MOVE WK-LOG-DET-ID  TO WK-LOG-ID
            PERFORM 0340-PROCURA-ELIMINADO
            IF WK-ELIM-ACHOU = 'S'
               PERFORM 0305-MONTA-PSEUDONIMOS
               ADD 1 TO WK-LINHAS-ALTERADAS
               MOVE SPACES TO WK-LOG-DET-NOME-ANTES
               MOVE SPACES TO WK-LOG-DET-NOME-DEPOIS
               IF WK-LOG-DET-TEL-ANTES NOT = SPACES
                  MOVE WK-PSEUDO-TEL   TO WK-LOG-DET-TEL-ANTES
               END-IF
               IF WK-LOG-DET-TEL-DEPOIS NOT = SPACES
                  MOVE WK-PSEUDO-TEL   TO WK-LOG-DET-TEL-DEPOIS
               END-IF
               IF WK-LOG-DET-EMAIL-ANTES NOT = SPACES
                  MOVE WK-PSEUDO-EMAIL TO WK-LOG-DET-EMAIL-ANTES
               END-IF
               IF WK-LOG-DET-EMAIL-DEPOIS NOT = SPACES
                  MOVE WK-PSEUDO-EMAIL TO WK-LOG-DET-EMAIL-DEPOIS
               END-IF
            END-IF
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

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM LGPDCONT.
