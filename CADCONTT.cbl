                ALTERNATE RECORD KEY IS EXT-VALOR WITH DUPLICATES
                FILE STATUS  IS WK-FS9.

                SELECT STACRM ASSIGN TO
                'C:\Users\Lucas\STACRM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS STA-ID
                FILE STATUS  IS WK-FS8.

                SELECT RELHIST ASSIGN TO
                'C:\Users\Lucas\RELHISTC.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT ACESSLOG ASSIGN TO
                'C:\Users\Lucas\ACESSLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

                SELECT ENDERECOS ASSIGN TO
                'C:\Users\Lucas\CONTENDR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS END-CHAVE
                FILE STATUS  IS WK-FS2.

                SELECT CEPREF ASSIGN TO
                'C:\Users\Lucas\CEPREF.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS RANDOM
                RECORD  KEY  IS CEP-CODIGO
                FILE STATUS  IS WK-FS1.

                SELECT GRUPOS ASSIGN TO
                'C:\Users\Lucas\GRUPOS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS GRP-CODIGO
                FILE STATUS  IS WK-FS10.

                SELECT MEMBROS ASSIGN TO
                'C:\Users\Lucas\GRPMEMBR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS MBR-CHAVE
                ALTERNATE RECORD KEY IS MBR-ID-USUARIO WITH DUPLICATES
                FILE STATUS  IS WK-FS11.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD EXTRAS.
            COPY REGEXTRA.

       FD STACRM.
            COPY REGSTCRM.

       FD RELHIST.
       01 REG-RELHIST                      PIC X(132).

       FD ACESSLOG.
       01 REG-ACESSO                       PIC X(120).

       FD ENDERECOS.
            COPY REGENDER.

       FD CEPREF.
            COPY REGCEP.

       FD GRUPOS.
            COPY REGGRUPO.

       FD MEMBROS.
            COPY REGMEMBR.

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
       77 WS-EOF                           PIC X.
       77 WK-FIM-EXTRAS                    PIC X     VALUE 'N'.
       77 WK-EXT-ACHOU                     PIC X     VALUE 'N'.
       77 WK-QTD-EXTRAS                    PIC 9(3)  VALUE ZEROS.
      *                                                              *
       77 WK-FS8                           PIC 99.
          88 FS8-OK                        VALUE 0.
       77 WK-ID-SOBREV                     PIC 9(6)  VALUE ZEROS.
       77 WK-ID-INCORP                     PIC 9(6)  VALUE ZEROS.
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
       77 WK-FUS-OPCAO                     PIC 9     VALUE ZERO.
       77 WK-FUS-NOME                      PIC X(35) VALUE SPACES.
       77 WK-FUS-TEL                       PIC X(11) VALUE SPACES.
       77 WK-FUS-EMAIL                     PIC X(30) VALUE SPACES.
       77 WK-FUS-TEL-LIVRE                 PIC X(11) VALUE SPACES.
       77 WK-FUS-EMAIL-LIVRE               PIC X(30) VALUE SPACES.
       77 WK-FUS-VALIDA                    PIC X     VALUE 'N'.
       77 WK-FUS-EXT-PENDENTE              PIC X     VALUE 'N'.
       77 WK-FUS-PREF-SOBREV               PIC X     VALUE 'N'.
       77 WK-FUS-VALOR-EXISTE              PIC X     VALUE 'N'.
       77 WK-FUS-QTD-EXTRAS                PIC 9(3)  VALUE ZEROS.
       01 WK-STA-INCORP                    PIC X(26) VALUE SPACES.
       01 FILLER REDEFINES WK-STA-INCORP.
          03 WK-STI-ID                     PIC 9(06).
          03 WK-STI-STATUS                 PIC X(01).
          03 WK-STI-DATA-RETORNO           PIC 9(08).
          03 WK-STI-DATA-ACEITE            PIC 9(08).
          03 WK-STI-MOTIVO                 PIC X(03).
      *                                                              *
       77 WK-FS4                           PIC 99.
          88 FS4-OK                        VALUE 0.
       77 WK-HIST-DATA-REF                 PIC 9(08) VALUE ZEROS.
       01 WK-HIST-PARAM.
          03 WK-HIST-ID-DE                 PIC 9(06).
          03 FILLER                        PIC X(01) VALUE ';'.
          03 WK-HIST-ID-ATE                PIC 9(06).
          03 FILLER                        PIC X(01) VALUE ';'.
          03 WK-HIST-DATA                  PIC 9(08).
          03 FILLER                        PIC X(08) VALUE SPACES.
      *                                                              *
       77 WK-FS7                           PIC 99.
          88 FS7-OK                        VALUE 0.
          03 WS-LOG-MIN                    PIC 9(02).
          03 WS-LOG-SEG                    PIC 9(02).
          03 WS-LOG-CENT                   PIC 9(02).
      *                                                              *
       77 WK-FS5                           PIC 99.
          88 FS5-OK                        VALUE 0.
       77 WK-ACE-OPERADOR                  PIC X(6)  VALUE SPACES.
       77 WK-ACE-EVENTO                    PIC X(10) VALUE SPACES.
       77 WK-ACE-ID                        PIC 9(6)  VALUE ZEROS.
       77 WK-ACE-DETALHE                   PIC X(30) VALUE SPACES.
       77 WK-ACE-LINHA                     PIC X(120) VALUE SPACES.
      *                                                              *
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS1                           PIC 99.
          88 FS1-OK                        VALUE 0.
       77 WK-OPCAO-END                     PIC 9     VALUE ZERO.
       77 WK-END-SEQ                       PIC 9(3)  VALUE ZEROS.
       77 WK-END-PROX-SEQ                  PIC 9(3)  VALUE ZEROS.
       77 WK-FIM-ENDER                     PIC X     VALUE 'N'.
       77 WK-QTD-ENDER                     PIC 9(3)  VALUE ZEROS.
       77 WK-END-VALIDO                    PIC X     VALUE 'N'.
       77 WK-CEP-ACHOU                     PIC X     VALUE 'N'.
       01 WK-END-CEP-X                     PIC X(08) VALUE SPACES.
       01 WK-END-CEP REDEFINES WK-END-CEP-X PIC 9(08).
       77 WK-END-TIPO                      PIC X     VALUE SPACE.
       77 WK-END-LOGRADOURO                PIC X(40) VALUE SPACES.
       77 WK-END-NUMERO                    PIC X(06) VALUE SPACES.
       77 WK-END-COMPLEMENTO               PIC X(20) VALUE SPACES.
       77 WK-END-BAIRRO                    PIC X(25) VALUE SPACES.
       77 WK-END-CIDADE                    PIC X(30) VALUE SPACES.
       77 WK-END-UF                        PIC X(02) VALUE SPACES.
       77 WK-END-PREF                      PIC X     VALUE SPACE.
       77 WK-END-RESUMO                    PIC X(35) VALUE SPACES.
       77 WK-END-LOCAL                     PIC X(30) VALUE SPACES.
      *                                                              *
       77 WK-FS10                          PIC 99.
          88 FS10-OK                       VALUE 0.
       77 WK-FS11                          PIC 99.
          88 FS11-OK                       VALUE 0.
       77 WK-OPCAO-GRP                     PIC 9     VALUE ZERO.
       77 WK-GRP-CODIGO                    PIC X(08) VALUE SPACES.
       77 WK-GRP-DESCRICAO                 PIC X(40) VALUE SPACES.
       77 WK-GRP-TIPO                      PIC X     VALUE SPACE.
       77 WK-GRP-SITUACAO                  PIC X     VALUE SPACE.
       77 WK-GRP-ACHOU                     PIC X     VALUE 'N'.
       77 WK-GRP-VALIDO                    PIC X     VALUE 'N'.
       77 WK-GRP-PENDENTE                  PIC X     VALUE 'N'.
       77 WK-GRP-CAD-ABERTO                PIC X     VALUE 'N'.
       77 WK-GRP-ID                        PIC 9(6)  VALUE ZEROS.
       77 WK-FIM-GRUPOS                    PIC X     VALUE 'N'.
       77 WK-QTD-GRUPOS                    PIC 9(3)  VALUE ZEROS.
       77 WK-QTD-MEMBROS                   PIC 9(5)  VALUE ZEROS.
       77 WK-FUS-QTD-GRUPOS                PIC 9(3)  VALUE ZEROS.
       77 WK-FUS-QTD-ENDER                 PIC 9(3)  VALUE ZEROS.
       77 WK-FUS-END-PENDENTE              PIC X     VALUE 'N'.
       01 WK-FUS-REG-ENDER                 PIC X(142) VALUE SPACES.


       PROCEDURE DIVISION.
               MOVE '000000'    TO WK-OPERADOR
               MOVE 'A'         TO WK-PERFIL-OPERADOR
               SET LOGIN-OK     TO TRUE
               MOVE 'LOGINOK'   TO WK-ACE-EVENTO
               MOVE 'CARGA INICIAL (BASE VAZIA)' TO WK-ACE-DETALHE
               PERFORM 0960-GRAVA-ACESSO
            ELSE
               IF NOT FS-OK THEN
                  DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
                      INVALID KEY
                          ADD 1 TO WK-TENTATIVAS
                          DISPLAY 'Operador ou senha invalidos.'
                          MOVE 'LOGINFALHA' TO WK-ACE-EVENTO
                          MOVE 'OPERADOR INEXISTENTE'
                              TO WK-ACE-DETALHE
                          PERFORM 0960-GRAVA-ACESSO
                      NOT INVALID KEY
                          PERFORM 0008-CONFERE-SENHA
                  END-READ
            IF BLOQUEIO-USUARIO = 'S'
               DISPLAY 'Operador bloqueado, procure o administrador.'
               MOVE 3           TO WK-TENTATIVAS
               MOVE 'LOGINFALHA' TO WK-ACE-EVENTO
               MOVE 'OPERADOR BLOQUEADO' TO WK-ACE-DETALHE
               PERFORM 0960-GRAVA-ACESSO
            ELSE
               IF WK-SENHA-COD = SENHA-USUARIO
                  MOVE 0        TO FALHAS-LOGIN
                  ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
                  MOVE WK-DATA-HOJE TO DATA-ULTIMO-LOGIN
                  REWRITE REG-USUARIOS
                  END-REWRITE
                  MOVE WK-OPERADOR-ID TO WK-OPERADOR
                  END-IF
                  SET LOGIN-OK  TO TRUE
                  DISPLAY 'Operador ' WK-OPERADOR-ID ' autenticado.'
                  MOVE 'LOGINOK' TO WK-ACE-EVENTO
                  MOVE SPACES   TO WK-ACE-DETALHE
                  PERFORM 0960-GRAVA-ACESSO
                  PERFORM 0009-VERIFICA-VALIDADE
               ELSE
                  ADD 1         TO WK-TENTATIVAS
                  IF FALHAS-LOGIN < 9
                     ADD 1      TO FALHAS-LOGIN
                  END-IF
                  MOVE 'LOGINFALHA' TO WK-ACE-EVENTO
                  MOVE 'SENHA INVALIDA' TO WK-ACE-DETALHE
                  PERFORM 0960-GRAVA-ACESSO
                  IF FALHAS-LOGIN >= 3
                     MOVE 'S'   TO BLOQUEIO-USUARIO
                     DISPLAY 'Operador bloqueado apos 3 tentativas '
                     'invalidas.'
                     MOVE 3     TO WK-TENTATIVAS
                     MOVE 'BLOQUEIO' TO WK-ACE-EVENTO
                     MOVE 'BLOQUEADO APOS 3 FALHAS' TO WK-ACE-DETALHE
                     PERFORM 0960-GRAVA-ACESSO
                  ELSE
                     DISPLAY 'Operador ou senha invalidos.'
                  END-IF
            REWRITE REG-USUARIOS
            END-REWRITE
            DISPLAY 'Senha alterada com sucesso.'
            MOVE 'TROCASENHA'      TO WK-ACE-EVENTO
            MOVE 'TROCA PELO OPERADOR NO ACESSO' TO WK-ACE-DETALHE
            PERFORM 0960-GRAVA-ACESSO
            .

      *                    MENU DE MANUTENCAO                        *
            IF OPERADOR-ADMIN
               DISPLAY '7 - Administracao'
            END-IF
            IF OPERADOR-ADMIN OR OPERADOR-MANUT
               DISPLAY '8 - Grupos de contatos'
            END-IF
            DISPLAY 'Escolha uma opcao:'
            ACCEPT WK-OPCAO-MENU
            EVALUATE WK-OPCAO-MENU
                       DISPLAY 'Funcao restrita ao perfil '
                       'administrador.'
                    END-IF
                WHEN 8
                    IF OPERADOR-CONSULTA
                       PERFORM 0015-SEM-ACESSO
                    ELSE
                       PERFORM 1300-GRUPOS
                    END-IF
                WHEN OTHER
                    DISPLAY 'OPCAO INVALIDA, DIGITE UM NUMERO DE 1 A 8'
            END-EVALUATE
            EXIT SECTION
            .
               MOVE 'U'                 TO ORIGEM-SENHA
               MOVE SPACES              TO SENHA-HISTORICO
               MOVE 'M'                 TO PERFIL-USUARIO
               MOVE 0                   TO ID-FUSAO
               MOVE 0                   TO DATA-ULTIMO-LOGIN

               WRITE REG-USUARIOS
                   INVALID KEY
                    DISPLAY 'Usuario nao encontrado!'
                    CLOSE CONTATOS
                NOT INVALID KEY
                    MOVE 'CONSULTA'     TO WK-ACE-EVENTO
                    MOVE ID-USUARIO     TO WK-ACE-ID
                    MOVE 'DADOS EXIBIDOS PARA ALTERACAO'
                        TO WK-ACE-DETALHE
                    PERFORM 0961-GRAVA-ACESSO-ID
                    IF ID-FUSAO > 0 OR NOME-USUARIO = SPACES
                       IF ID-FUSAO > 0
                          DISPLAY 'Contato incorporado ao ID '
                          ID-FUSAO ' na fusao de cadastros, '
                          'alteracao nao permitida.'
                       ELSE
                          DISPLAY 'Dados do contato eliminados a '
                          'pedido do titular (LGPD), alteracao '
                          'nao permitida.'
                       END-IF
                       CLOSE CONTATOS
                       EXIT SECTION
                    END-IF
                    DISPLAY 'Dados atuais do usuario ' ID-USUARIO
                    DISPLAY 'Nome : ' NOME-USUARIO
                    DISPLAY 'Tel  : ' NUMERO-USUARIO
                    END-IF
                    MOVE 0               TO WK-ID-IGNORAR
                    PERFORM 0070-EXTRAS-MENU
                    PERFORM 0080-ENDERECOS-MENU
            END-READ
            EXIT SECTION
            .
               MOVE WK-SENHA-COD      TO SENHA-USUARIO
               MOVE WK-DATA-HOJE      TO DATA-SENHA
               MOVE 'U'               TO ORIGEM-SENHA
               MOVE 'TROCASENHA'      TO WK-ACE-EVENTO
               MOVE ID-USUARIO        TO WK-ACE-ID
               MOVE 'ALTERACAO DO CADASTRO' TO WK-ACE-DETALHE
               PERFORM 0961-GRAVA-ACESSO-ID
            END-IF
            .
      *                    EXCLUIR CONTATO                             *
                INVALID KEY
                    DISPLAY 'Usuario nao encontrado!'
                NOT INVALID KEY
                    MOVE 'CONSULTA'     TO WK-ACE-EVENTO
                    MOVE ID-USUARIO     TO WK-ACE-ID
                    MOVE 'CONFIRMACAO DE EXCLUSAO'
                        TO WK-ACE-DETALHE
                    PERFORM 0961-GRAVA-ACESSO-ID
                    IF SITUACAO-USUARIO = 'I'
                       DISPLAY 'Usuario ja esta inativo.'
                    ELSE
                                  MOVE EMAIL-USUARIO
                                      TO WK-LOG-EMAIL-DEPOIS
                                  PERFORM 0950-GRAVA-LOG
                                  MOVE ID-USUARIO TO WK-GRP-ID
                                  PERFORM 1370-RETIRA-DOS-GRUPOS
                          END-REWRITE
                       ELSE
                          DISPLAY 'Exclusao cancelada.'
                INVALID KEY
                    DISPLAY 'Usuario nao encontrado!'
                NOT INVALID KEY
                    MOVE 'CONSULTA'     TO WK-ACE-EVENTO
                    MOVE ID-USUARIO     TO WK-ACE-ID
                    MOVE 'CONFIRMACAO DE REATIVACAO'
                        TO WK-ACE-DETALHE
                    PERFORM 0961-GRAVA-ACESSO-ID
                    IF SITUACAO-USUARIO NOT = 'I' OR ID-FUSAO > 0 OR
                       NOME-USUARIO = SPACES
                       EVALUATE TRUE
                           WHEN ID-FUSAO > 0
                              DISPLAY 'Contato incorporado ao ID '
                              ID-FUSAO ' na fusao de cadastros, '
                              'reativacao nao permitida.'
                           WHEN NOME-USUARIO = SPACES
                              DISPLAY 'Dados do contato eliminados a '
                              'pedido do titular (LGPD), reativacao '
                              'nao permitida.'
                           WHEN OTHER
                              DISPLAY 'Usuario ja esta ativo.'
                       END-EVALUATE
                    ELSE
                       DISPLAY 'Confirma reativacao do usuario '
                       NOME-USUARIO ' ? (S/N)'
       0004-BUSCAR                               SECTION.
       0004-BUSCAR-INICIO.
            MOVE 'N'            TO WK-ACHOU-BUSCA
            MOVE 'N'            TO WK-EXT-ACHOU
            DISPLAY 'Buscar por:'
            DISPLAY '1 - Telefone'
            DISPLAY '2 - E-mail'

            IF WK-ACHOU-BUSCA = 'S'
               MOVE WK-ID-USUARIO TO WK-ID-BUSCA
               MOVE 'CONSULTA'    TO WK-ACE-EVENTO
               MOVE WK-ID-USUARIO TO WK-ACE-ID
               EVALUATE TRUE
                   WHEN WK-OPCAO-BUSCA = 1 AND WK-EXT-ACHOU = 'S'
                       MOVE 'BUSCA POR TELEFONE ADICIONAL'
                           TO WK-ACE-DETALHE
                   WHEN WK-OPCAO-BUSCA = 1
                       MOVE 'BUSCA POR TELEFONE' TO WK-ACE-DETALHE
                   WHEN WK-EXT-ACHOU = 'S'
                       MOVE 'BUSCA POR E-MAIL ADICIONAL'
                           TO WK-ACE-DETALHE
                   WHEN OTHER
                       MOVE 'BUSCA POR E-MAIL'   TO WK-ACE-DETALHE
               END-EVALUATE
               PERFORM 0961-GRAVA-ACESSO-ID
               DISPLAY 'Contato encontrado:'
               DISPLAY 'ID   : ' WK-ID-USUARIO
               DISPLAY 'Nome : ' WK-NOME-USUARIO
               DISPLAY 'Tel  : ' WK-NUMERO-USUARIO
               DISPLAY 'Email: ' WK-EMAIL-USUARIO
               DISPLAY 'Sit  : ' WK-SITUACAO-USUARIO
               IF WK-ID-FUSAO > 0
                  DISPLAY 'Incorporado ao ID: ' WK-ID-FUSAO
               END-IF
               DISPLAY ' '
               IF NOT OPERADOR-CONSULTA
                  DISPLAY '1 - Alterar este contato'
                  DISPLAY '2 - Excluir este contato'
                  DISPLAY '3 - Historico deste contato'
                  DISPLAY '4 - Voltar ao menu'
                  DISPLAY 'Escolha uma opcao:'
                  ACCEPT WK-OPCAO-ACAO
                  EVALUATE WK-OPCAO-ACAO
                          PERFORM 0020-ALTERA-REGISTRO
                      WHEN 2
                          PERFORM 0030-EXCLUI-REGISTRO
                      WHEN 3
                          PERFORM 1200-HISTORICO
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
               ELSE
                  DISPLAY '1 - Historico deste contato'
                  DISPLAY '2 - Voltar ao menu'
                  DISPLAY 'Escolha uma opcao:'
                  ACCEPT WK-OPCAO-ACAO
                  IF WK-OPCAO-ACAO = 1
                     PERFORM 1200-HISTORICO
                  END-IF
               END-IF
            END-IF
            EXIT SECTION
               END-IF
               CLOSE EXTRAS
            END-IF
            MOVE 'CONSULTA'     TO WK-ACE-EVENTO
            MOVE WK-ID-BUSCA    TO WK-ACE-ID
            MOVE 'LISTA DE CONTATOS ADICIONAIS' TO WK-ACE-DETALHE
            PERFORM 0961-GRAVA-ACESSO-ID
            .
      *                    INCLUI UM TELEFONE OU E-MAIL ADICIONAL      *
       0073-INCLUI-EXTRA.
            END-IF
            PERFORM 0950-GRAVA-LOG
            .
      *                    MANUTENCAO DOS ENDERECOS POSTAIS DO ID EM   *
      *                    WK-ID-BUSCA (ARQUIVO CONTENDR.DAT), COM O   *
      *                    CEP CONFERIDO NA TABELA CEPREF.DAT          *
       0080-ENDERECOS-MENU                      SECTION.
       0081-ENDERECOS-MENU.
            MOVE 0              TO WK-OPCAO-END
            PERFORM UNTIL WK-OPCAO-END = 6
                DISPLAY ' '
                DISPLAY 'Enderecos do usuario ' WK-ID-BUSCA
                DISPLAY '1 - Listar'
                DISPLAY '2 - Incluir endereco'
                DISPLAY '3 - Alterar endereco'
                DISPLAY '4 - Excluir endereco'
                DISPLAY '5 - Marcar preferido'
                DISPLAY '6 - Voltar'
                DISPLAY 'Escolha uma opcao:'
                ACCEPT WK-OPCAO-END
                EVALUATE WK-OPCAO-END
                    WHEN 1
                        PERFORM 0082-LISTA-ENDER
                    WHEN 2
                        PERFORM 0083-INCLUI-ENDER
                    WHEN 3
                        PERFORM 0084-ALTERA-ENDER
                    WHEN 4
                        PERFORM 0085-EXCLUI-ENDER
                    WHEN 5
                        PERFORM 0086-PREFERE-ENDER
                    WHEN 6
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA, DIGITE UM NUMERO '
                        'DE 1 A 6'
                END-EVALUATE
            END-PERFORM
            EXIT SECTION
            .
      *                    LISTA OS ENDERECOS DO ID                    *
       0082-LISTA-ENDER.
            MOVE 0              TO WK-QTD-ENDER
            SET FS2-OK          TO TRUE
            OPEN INPUT ENDERECOS
            IF NOT FS2-OK THEN
               DISPLAY 'Nenhum endereco cadastrado.'
            ELSE
               PERFORM 0087-POSICIONA-ENDER
               PERFORM UNTIL WK-FIM-ENDER = 'S'
                   DISPLAY 'Seq ' END-SEQUENCIA ' ' END-TIPO ' '
                   END-LOGRADOURO ' ' END-NUMERO ' ' END-COMPLEMENTO
                   DISPLAY '        ' END-BAIRRO ' ' END-CIDADE ' '
                   END-UF ' CEP ' END-CEP ' Preferido: '
                   END-PREFERIDO
                   ADD 1 TO WK-QTD-ENDER
                   PERFORM 0088-LE-PROXIMO-ENDER
               END-PERFORM
               IF WK-QTD-ENDER = 0
                  DISPLAY 'Nenhum endereco cadastrado.'
               END-IF
               CLOSE ENDERECOS
            END-IF
            MOVE 'CONSULTA'     TO WK-ACE-EVENTO
            MOVE WK-ID-BUSCA    TO WK-ACE-ID
            MOVE 'LISTA DE ENDERECOS' TO WK-ACE-DETALHE
            PERFORM 0961-GRAVA-ACESSO-ID
            .
      *                    INCLUI UM ENDERECO                          *
       0083-INCLUI-ENDER.
            PERFORM 0089-PREENCHE-ENDER
            IF WK-END-VALIDO = 'S'
               DISPLAY 'Marcar como preferido? (S/N)'
               ACCEPT WK-END-PREF
               IF WK-END-PREF NOT = 'S' AND WK-END-PREF NOT = 's'
                  MOVE 'N'      TO WK-END-PREF
               ELSE
                  MOVE 'S'      TO WK-END-PREF
               END-IF

               SET FS2-OK       TO TRUE
               OPEN I-O ENDERECOS
               IF WK-FS2 EQUAL 35 THEN
                  OPEN OUTPUT ENDERECOS
                  CLOSE ENDERECOS
                  SET FS2-OK    TO TRUE
                  OPEN I-O ENDERECOS
               END-IF
               IF NOT FS2-OK THEN
                  DISPLAY 'Erro ao abrir o arquivo CONTENDR.DAT.' WK-FS2
               ELSE
                  MOVE 0        TO WK-END-PROX-SEQ
                  MOVE 0        TO WK-QTD-ENDER
                  PERFORM 0087-POSICIONA-ENDER
                  PERFORM UNTIL WK-FIM-ENDER = 'S'
                      MOVE END-SEQUENCIA TO WK-END-PROX-SEQ
                      ADD 1 TO WK-QTD-ENDER
                      IF WK-END-PREF = 'S' AND END-PREFERIDO = 'S'
                         MOVE 'N' TO END-PREFERIDO
                         REWRITE REG-ENDERECOS
                         END-REWRITE
                      END-IF
                      PERFORM 0088-LE-PROXIMO-ENDER
                  END-PERFORM
                  IF WK-QTD-ENDER = 0
                     MOVE 'S'   TO WK-END-PREF
                  END-IF

                  ADD 1                 TO WK-END-PROX-SEQ
                  MOVE WK-ID-BUSCA      TO END-ID-USUARIO
                  MOVE WK-END-PROX-SEQ  TO END-SEQUENCIA
                  PERFORM 0096-MOVE-ENDER
                  MOVE WK-END-PREF      TO END-PREFERIDO
                  PERFORM 0095-RESUMO-ENDER
                  WRITE REG-ENDERECOS
                      INVALID KEY
                          DISPLAY 'Erro ao gravar o endereco!'
                      NOT INVALID KEY
                          DISPLAY 'Endereco incluido (seq '
                          WK-END-PROX-SEQ ').'
                          MOVE SPACES TO WK-LOG-NOME-ANTES
                          MOVE SPACES TO WK-LOG-TEL-ANTES
                          MOVE SPACES TO WK-LOG-EMAIL-ANTES
                          PERFORM 0097-GRAVA-LOG-ENDER
                  END-WRITE
                  CLOSE ENDERECOS
               END-IF
            END-IF
            .
      *                    ALTERA UM ENDERECO, REVALIDANDO O CEP       *
       0084-ALTERA-ENDER.
            DISPLAY 'Informe a sequencia a alterar:'
            ACCEPT WK-END-SEQ
            SET FS2-OK          TO TRUE
            OPEN I-O ENDERECOS
            IF NOT FS2-OK THEN
               DISPLAY 'Nenhum endereco cadastrado.'
            ELSE
               MOVE WK-ID-BUSCA TO END-ID-USUARIO
               MOVE WK-END-SEQ  TO END-SEQUENCIA
               READ ENDERECOS
                   INVALID KEY
                       DISPLAY 'Endereco nao encontrado!'
                   NOT INVALID KEY
                       DISPLAY 'Endereco atual:'
                       DISPLAY END-LOGRADOURO ' ' END-NUMERO ' '
                       END-COMPLEMENTO
                       DISPLAY END-BAIRRO ' ' END-CIDADE ' ' END-UF
                       ' CEP ' END-CEP
                       PERFORM 0095-RESUMO-ENDER
                       MOVE WK-END-RESUMO TO WK-LOG-NOME-ANTES
                       MOVE END-CEP       TO WK-LOG-TEL-ANTES
                       MOVE WK-END-LOCAL  TO WK-LOG-EMAIL-ANTES
                       PERFORM 0089-PREENCHE-ENDER
                       IF WK-END-VALIDO = 'S'
                          PERFORM 0096-MOVE-ENDER
                          PERFORM 0095-RESUMO-ENDER
                          REWRITE REG-ENDERECOS
                              INVALID KEY
                                  DISPLAY 'Erro ao alterar o '
                                  'endereco!'
                              NOT INVALID KEY
                                  DISPLAY 'Endereco alterado.'
                                  PERFORM 0097-GRAVA-LOG-ENDER
                          END-REWRITE
                       END-IF
               END-READ
               CLOSE ENDERECOS
            END-IF
            .
      *                    EXCLUI UM ENDERECO                          *
       0085-EXCLUI-ENDER.
            DISPLAY 'Informe a sequencia a excluir:'
            ACCEPT WK-END-SEQ
            SET FS2-OK          TO TRUE
            OPEN I-O ENDERECOS
            IF NOT FS2-OK THEN
               DISPLAY 'Nenhum endereco cadastrado.'
            ELSE
               MOVE WK-ID-BUSCA TO END-ID-USUARIO
               MOVE WK-END-SEQ  TO END-SEQUENCIA
               READ ENDERECOS
                   INVALID KEY
                       DISPLAY 'Endereco nao encontrado!'
                   NOT INVALID KEY
                       DISPLAY END-LOGRADOURO ' ' END-NUMERO ' '
                       END-CIDADE ' ' END-UF
                       DISPLAY 'Confirma exclusao? (S/N)'
                       ACCEPT WK-CONFIRMA
                       IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
                          PERFORM 0095-RESUMO-ENDER
                          MOVE WK-END-RESUMO TO WK-LOG-NOME-ANTES
                          MOVE END-CEP       TO WK-LOG-TEL-ANTES
                          MOVE WK-END-LOCAL  TO WK-LOG-EMAIL-ANTES
                          MOVE END-PREFERIDO TO WK-END-PREF
                          DELETE ENDERECOS
                              INVALID KEY
                                  DISPLAY 'Erro ao excluir o '
                                  'endereco!'
                              NOT INVALID KEY
                                  DISPLAY 'Endereco excluido.'
                                  IF WK-END-PREF = 'S'
                                     DISPLAY 'Era o endereco '
                                     'preferido, marque outro.'
                                  END-IF
                                  MOVE SPACES TO WK-END-RESUMO
                                  MOVE SPACES TO WK-END-LOCAL
                                  MOVE SPACES TO WK-END-CEP-X
                                  PERFORM 0097-GRAVA-LOG-ENDER
                          END-DELETE
                       ELSE
                          DISPLAY 'Exclusao cancelada.'
                       END-IF
               END-READ
               CLOSE ENDERECOS
            END-IF
            .
      *                    MARCA UM ENDERECO COMO PREFERIDO            *
       0086-PREFERE-ENDER.
            DISPLAY 'Informe a sequencia do preferido:'
            ACCEPT WK-END-SEQ
            SET FS2-OK          TO TRUE
            OPEN I-O ENDERECOS
            IF NOT FS2-OK THEN
               DISPLAY 'Nenhum endereco cadastrado.'
            ELSE
               MOVE WK-ID-BUSCA TO END-ID-USUARIO
               MOVE WK-END-SEQ  TO END-SEQUENCIA
               READ ENDERECOS
                   INVALID KEY
                       DISPLAY 'Endereco nao encontrado!'
                       CLOSE ENDERECOS
                   NOT INVALID KEY
                       PERFORM 0087-POSICIONA-ENDER
                       PERFORM UNTIL WK-FIM-ENDER = 'S'
                           IF END-SEQUENCIA = WK-END-SEQ
                              MOVE 'S' TO END-PREFERIDO
                              PERFORM 0095-RESUMO-ENDER
                           ELSE
                              MOVE 'N' TO END-PREFERIDO
                           END-IF
                           REWRITE REG-ENDERECOS
                           END-REWRITE
                           PERFORM 0088-LE-PROXIMO-ENDER
                       END-PERFORM
                       CLOSE ENDERECOS
                       DISPLAY 'Preferido atualizado.'
                       MOVE SPACES TO WK-LOG-NOME-ANTES
                       MOVE SPACES TO WK-LOG-TEL-ANTES
                       MOVE SPACES TO WK-LOG-EMAIL-ANTES
                       PERFORM 0097-GRAVA-LOG-ENDER
               END-READ
            END-IF
            .
      *                    POSICIONA NO PRIMEIRO ENDERECO DO ID        *
       0087-POSICIONA-ENDER.
            MOVE 'N'            TO WK-FIM-ENDER
            MOVE WK-ID-BUSCA    TO END-ID-USUARIO
            MOVE 0              TO END-SEQUENCIA
            START ENDERECOS KEY IS >= END-CHAVE
                INVALID KEY
                    MOVE 'S' TO WK-FIM-ENDER
            END-START
            IF WK-FIM-ENDER = 'N'
               PERFORM 0088-LE-PROXIMO-ENDER
            END-IF
            .
      *                    LE O PROXIMO ENDERECO DO MESMO ID           *
       0088-LE-PROXIMO-ENDER.
            READ ENDERECOS NEXT
                AT END
                    MOVE 'S' TO WK-FIM-ENDER
                NOT AT END
                    IF END-ID-USUARIO NOT = WK-ID-BUSCA
                       MOVE 'S' TO WK-FIM-ENDER
                    END-IF
            END-READ
            .
      *                    SOLICITA O ENDERECO: O CEP TEM QUE EXISTIR  *
      *                    NA TABELA, QUE PREENCHE LOGRADOURO, BAIRRO, *
      *                    CIDADE E UF (CEP GERAL PEDE LOGRADOURO)     *
       0089-PREENCHE-ENDER.
            MOVE 'N'            TO WK-END-VALIDO
            MOVE 'N'            TO WK-CEP-ACHOU
            MOVE SPACES         TO WK-END-CEP-X
            PERFORM UNTIL WK-CEP-ACHOU = 'S' OR WK-END-CEP-X = '0'
                DISPLAY 'Informe o CEP (8 digitos, apenas numeros, '
                '0 para cancelar):'
                ACCEPT WK-END-CEP-X
                IF WK-END-CEP-X NOT = '0'
                   IF WK-END-CEP-X NOT NUMERIC
                      DISPLAY 'CEP deve ter 8 digitos numericos.'
                   ELSE
                      PERFORM 0093-BUSCA-CEP
                      IF WK-FS1 = 35
                         DISPLAY 'Tabela de CEP indisponivel, '
                         'endereco nao gravado.'
                         MOVE '0' TO WK-END-CEP-X
                      END-IF
                   END-IF
                END-IF
            END-PERFORM
            IF WK-CEP-ACHOU = 'N'
               DISPLAY 'Endereco nao informado.'
            ELSE
               MOVE CEP-LOGRADOURO TO WK-END-LOGRADOURO
               MOVE CEP-BAIRRO     TO WK-END-BAIRRO
               MOVE CEP-CIDADE     TO WK-END-CIDADE
               MOVE CEP-UF         TO WK-END-UF
               DISPLAY 'CEP ' WK-END-CEP ': ' WK-END-CIDADE ' '
               WK-END-UF
               IF WK-END-LOGRADOURO = SPACES
                  PERFORM UNTIL WK-END-LOGRADOURO NOT = SPACES
                      DISPLAY 'CEP geral da cidade, informe o '
                      'logradouro:'
                      ACCEPT WK-END-LOGRADOURO
                  END-PERFORM
               ELSE
                  DISPLAY 'Logradouro: ' WK-END-LOGRADOURO
               END-IF
               IF WK-END-BAIRRO = SPACES
                  DISPLAY 'Informe o bairro:'
                  ACCEPT WK-END-BAIRRO
               ELSE
                  DISPLAY 'Bairro    : ' WK-END-BAIRRO
               END-IF
               MOVE SPACES      TO WK-END-NUMERO
               PERFORM UNTIL WK-END-NUMERO NOT = SPACES
                   DISPLAY 'Numero (S/N quando nao houver):'
                   ACCEPT WK-END-NUMERO
               END-PERFORM
               DISPLAY 'Complemento (opcional):'
               ACCEPT WK-END-COMPLEMENTO
               MOVE SPACE       TO WK-END-TIPO
               PERFORM UNTIL WK-END-TIPO = 'R' OR WK-END-TIPO = 'T'
                          OR WK-END-TIPO = 'C' OR WK-END-TIPO = 'O'
                   DISPLAY 'Tipo (R=Residencial, T=Trabalho, '
                   'C=Correspondencia, O=Outro):'
                   ACCEPT WK-END-TIPO
                   INSPECT WK-END-TIPO CONVERTING 'rtco' TO 'RTCO'
               END-PERFORM
               MOVE 'S'         TO WK-END-VALIDO
            END-IF
            .
      *                    PROCURA O CEP NA TABELA DE REFERENCIA       *
       0093-BUSCA-CEP.
            MOVE 'N'            TO WK-CEP-ACHOU
            SET FS1-OK          TO TRUE
            OPEN INPUT CEPREF
            IF FS1-OK THEN
               MOVE WK-END-CEP  TO CEP-CODIGO
               READ CEPREF
                   INVALID KEY
                       DISPLAY 'CEP nao encontrado na tabela de CEP.'
                   NOT INVALID KEY
                       MOVE 'S' TO WK-CEP-ACHOU
               END-READ
               CLOSE CEPREF
            ELSE
               IF WK-FS1 NOT = 35
                  DISPLAY 'Erro ao abrir o arquivo CEPREF.DAT.' WK-FS1
                  MOVE 35       TO WK-FS1
               END-IF
            END-IF
            .
      *                    MONTA O RESUMO DO ENDERECO DO REGISTRO PARA *
      *                    O LOG (LOGRADOURO, NUMERO E CIDADE/UF)      *
       0095-RESUMO-ENDER.
            MOVE SPACES         TO WK-END-RESUMO
            MOVE SPACES         TO WK-END-LOCAL
            STRING FUNCTION TRIM(END-LOGRADOURO) DELIMITED BY SIZE
                   ', '                          DELIMITED BY SIZE
                   END-NUMERO                    DELIMITED BY SIZE
                   INTO WK-END-RESUMO
            END-STRING
            STRING FUNCTION TRIM(END-CIDADE)     DELIMITED BY SIZE
                   '/'                           DELIMITED BY SIZE
                   END-UF                        DELIMITED BY SIZE
                   INTO WK-END-LOCAL
            END-STRING
            MOVE END-CEP        TO WK-END-CEP
            .
      *                    PASSA O ENDERECO INFORMADO PARA O REGISTRO  *
       0096-MOVE-ENDER.
            MOVE WK-END-TIPO        TO END-TIPO
            MOVE WK-END-LOGRADOURO  TO END-LOGRADOURO
            MOVE WK-END-NUMERO      TO END-NUMERO
            MOVE WK-END-COMPLEMENTO TO END-COMPLEMENTO
            MOVE WK-END-BAIRRO      TO END-BAIRRO
            MOVE WK-END-CIDADE      TO END-CIDADE
            MOVE WK-END-UF          TO END-UF
            MOVE WK-END-CEP         TO END-CEP
            .
      *                    GRAVA A LINHA ENDERECO NO LOG: RESUMO EM    *
      *                    NOME, CEP EM TEL E CIDADE/UF EM EMAIL       *
       0097-GRAVA-LOG-ENDER.
            MOVE WK-ID-BUSCA    TO WK-LOG-ID
            MOVE 'ENDERECO'     TO WK-LOG-OPERACAO
            MOVE WK-END-RESUMO  TO WK-LOG-NOME-DEPOIS
            MOVE WK-END-CEP-X   TO WK-LOG-TEL-DEPOIS
            MOVE WK-END-LOCAL   TO WK-LOG-EMAIL-DEPOIS
            PERFORM 0950-GRAVA-LOG
            .
      *                    FUNCOES DE ADMINISTRACAO DE OPERADORES      *
       0040-ADMINISTRACAO                       SECTION.
       0041-ADMINISTRACAO.
            DISPLAY '1 - Desbloquear operador'
            DISPLAY '2 - Emitir senha temporaria'
            DISPLAY '3 - Alterar perfil de operador'
            DISPLAY '4 - Fundir contatos duplicados'
            DISPLAY '5 - Voltar ao menu'
            DISPLAY 'Escolha uma opcao:'
            ACCEPT WK-OPCAO-ADM
            IF WK-OPCAO-ADM = 4
               PERFORM 1000-FUSAO
               EXIT SECTION
            END-IF
            IF WK-OPCAO-ADM < 1 OR WK-OPCAO-ADM > 3
               EXIT SECTION
            END-IF
               MOVE 0           TO FALHAS-LOGIN
               ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WK-DATA-HOJE TO DATA-ALTERACAO
               MOVE WK-DATA-HOJE TO DATA-ULTIMO-LOGIN
               REWRITE REG-USUARIOS
                   INVALID KEY
                       DISPLAY 'Erro ao desbloquear o operador!'
                    'obrigatoria no proximo acesso do operador.'
                    MOVE 'RESETSENHA'   TO WK-LOG-OPERACAO
                    PERFORM 0045-LOG-ADMIN
                    MOVE 'TROCASENHA'   TO WK-ACE-EVENTO
                    MOVE ID-USUARIO     TO WK-ACE-ID
                    MOVE 'SENHA TEMPORARIA DO ADMINISTRADOR'
                        TO WK-ACE-DETALHE
                    PERFORM 0961-GRAVA-ACESSO-ID
            END-REWRITE
            .
      *                    ALTERA O PERFIL DE ACESSO DO OPERADOR       *
            MOVE EMAIL-USUARIO  TO WK-LOG-EMAIL-DEPOIS
            PERFORM 0950-GRAVA-LOG
            .
      *                    FUSAO DE CONTATOS DUPLICADOS: O CONTATO     *
      *                    INCORPORADO E INATIVADO COM PONTEIRO PARA O *
      *                    SOBREVIVENTE, QUE RECEBE OS DADOS ESCOLHIDOS*
      *                    PELO OPERADOR, OS CONTATOS ADICIONAIS E O   *
      *                    STATUS DO CRM DO INCORPORADO                *
       1000-FUSAO                               SECTION.
       1001-FUSAO.
            DISPLAY 'Informe o ID do contato que sera mantido '
            '(sobrevivente):'
            ACCEPT WK-ID-SOBREV
            DISPLAY 'Informe o ID do contato que sera incorporado:'
            ACCEPT WK-ID-INCORP
            IF WK-ID-SOBREV = WK-ID-INCORP
               DISPLAY 'Os IDs informados sao iguais, fusao nao '
               'permitida.'
               EXIT SECTION
            END-IF
            IF WK-ID-INCORP = WK-OPERADOR-ID
               DISPLAY 'Operacao sobre o proprio operador nao '
               'permitida.'
               EXIT SECTION
            END-IF

            SET FS-OK           TO TRUE
            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
               EXIT SECTION
            END-IF

            PERFORM 1010-LE-PAR
            IF WK-FUS-VALIDA = 'N'
               CLOSE CONTATOS
               EXIT SECTION
            END-IF

            PERFORM 1015-ESCOLHE-DADOS
            DISPLAY 'Confirma a fusao do ID ' WK-ID-INCORP
            ' no ID ' WK-ID-SOBREV ' ? (S/N)'
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA NOT = 'S' AND WK-CONFIRMA NOT = 's'
               DISPLAY 'Fusao cancelada.'
               CLOSE CONTATOS
               EXIT SECTION
            END-IF

            PERFORM 1020-INATIVA-INCORPORADO
            IF WK-FUS-VALIDA = 'S'
               PERFORM 1025-ATUALIZA-SOBREVIVENTE
            END-IF
            CLOSE CONTATOS
            IF WK-FUS-VALIDA = 'N'
               EXIT SECTION
            END-IF

            PERFORM 1030-TRANSFERE-EXTRAS
            PERFORM 1050-TRANSFERE-STATUS
            PERFORM 1060-TRANSFERE-GRUPOS
            PERFORM 1070-TRANSFERE-ENDER
            DISPLAY 'Fusao concluida: ID ' WK-ID-INCORP
            ' incorporado ao ID ' WK-ID-SOBREV ', '
            WK-FUS-QTD-EXTRAS ' contato(s) adicional(is) '
            'transferido(s).'
            IF WK-FUS-QTD-GRUPOS > 0
               DISPLAY WK-FUS-QTD-GRUPOS ' grupo(s) transferido(s) '
               'para o sobrevivente.'
            END-IF
            IF WK-FUS-QTD-ENDER > 0
               DISPLAY WK-FUS-QTD-ENDER ' endereco(s) transferido(s) '
               'para o sobrevivente.'
            END-IF
            EXIT SECTION
            .
      *                    LE E VALIDA O INCORPORADO E O SOBREVIVENTE  *
       1010-LE-PAR.
            MOVE 'S'            TO WK-FUS-VALIDA
            MOVE WK-ID-INCORP   TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    DISPLAY 'Contato a incorporar nao encontrado!'
                    MOVE 'N'    TO WK-FUS-VALIDA
                NOT INVALID KEY
                    MOVE REG-USUARIOS TO WK-REG-INCORP
            END-READ
            IF WK-FUS-VALIDA = 'S' AND WK-INC-SITUACAO-USUARIO = 'I'
               DISPLAY 'Contato a incorporar ja esta inativo.'
               MOVE 'N'         TO WK-FUS-VALIDA
            END-IF

            IF WK-FUS-VALIDA = 'S'
               MOVE WK-ID-SOBREV TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'Contato sobrevivente nao encontrado!'
                       MOVE 'N' TO WK-FUS-VALIDA
                   NOT INVALID KEY
                       MOVE REG-USUARIOS TO WK-REG-SOBREV
               END-READ
            END-IF
            IF WK-FUS-VALIDA = 'S' AND WK-SOB-SITUACAO-USUARIO = 'I'
               DISPLAY 'Contato sobrevivente esta inativo, reative-o '
               'antes da fusao.'
               MOVE 'N'         TO WK-FUS-VALIDA
            END-IF
            .
      *                    OPERADOR ESCOLHE NOME, TELEFONE E E-MAIL    *
       1015-ESCOLHE-DADOS.
            MOVE WK-SOB-NOME-USUARIO   TO WK-FUS-NOME
            MOVE WK-SOB-NUMERO-USUARIO TO WK-FUS-TEL
            MOVE WK-SOB-EMAIL-USUARIO  TO WK-FUS-EMAIL

            DISPLAY 'Nome a manter:'
            DISPLAY '1 - ' WK-SOB-NOME-USUARIO ' (sobrevivente)'
            DISPLAY '2 - ' WK-INC-NOME-USUARIO ' (incorporado)'
            ACCEPT WK-FUS-OPCAO
            IF WK-FUS-OPCAO = 2
               MOVE WK-INC-NOME-USUARIO   TO WK-FUS-NOME
            END-IF

            DISPLAY 'Telefone a manter:'
            DISPLAY '1 - ' WK-SOB-NUMERO-USUARIO ' (sobrevivente)'
            DISPLAY '2 - ' WK-INC-NUMERO-USUARIO ' (incorporado)'
            ACCEPT WK-FUS-OPCAO
            IF WK-FUS-OPCAO = 2
               MOVE WK-INC-NUMERO-USUARIO TO WK-FUS-TEL
            END-IF

            DISPLAY 'E-mail a manter:'
            DISPLAY '1 - ' WK-SOB-EMAIL-USUARIO ' (sobrevivente)'
            DISPLAY '2 - ' WK-INC-EMAIL-USUARIO ' (incorporado)'
            ACCEPT WK-FUS-OPCAO
            IF WK-FUS-OPCAO = 2
               MOVE WK-INC-EMAIL-USUARIO  TO WK-FUS-EMAIL
            END-IF
            .
      *                    INATIVA O INCORPORADO, GRAVA O PONTEIRO E   *
      *                    LIBERA AS CHAVES DE TELEFONE E E-MAIL       *
       1020-INATIVA-INCORPORADO.
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
                    DISPLAY 'Erro ao reler o contato a incorporar!'
                    MOVE 'N'    TO WK-FUS-VALIDA
                NOT INVALID KEY
                    MOVE ID-USUARIO         TO WK-LOG-ID
                    MOVE NOME-USUARIO       TO WK-LOG-NOME-ANTES
                    MOVE NUMERO-USUARIO     TO WK-LOG-TEL-ANTES
                    MOVE EMAIL-USUARIO      TO WK-LOG-EMAIL-ANTES
                    MOVE 'I'                TO SITUACAO-USUARIO
                    MOVE WK-ID-SOBREV       TO ID-FUSAO
                    MOVE WK-FUS-TEL-LIVRE   TO NUMERO-USUARIO
                    MOVE WK-FUS-EMAIL-LIVRE TO EMAIL-USUARIO
                    ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
                    MOVE WK-DATA-HOJE       TO DATA-ALTERACAO
                    REWRITE REG-USUARIOS
                        INVALID KEY
                            DISPLAY 'Erro ao inativar o contato a '
                            'incorporar!'
                            MOVE 'N' TO WK-FUS-VALIDA
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
       1025-ATUALIZA-SOBREVIVENTE.
            IF WK-FUS-NOME  NOT = WK-SOB-NOME-USUARIO OR
               WK-FUS-TEL   NOT = WK-SOB-NUMERO-USUARIO OR
               WK-FUS-EMAIL NOT = WK-SOB-EMAIL-USUARIO
               MOVE WK-ID-SOBREV   TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'Erro ao reler o contato sobrevivente!'
                       PERFORM 1027-SOBREVIVENTE-MANTIDO
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
                               DISPLAY 'Erro ao atualizar o contato '
                               'sobrevivente, ajuste-o pela opcao '
                               'Alterar.'
                               PERFORM 1027-SOBREVIVENTE-MANTIDO
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
       1027-SOBREVIVENTE-MANTIDO.
            MOVE WK-SOB-NOME-USUARIO   TO WK-FUS-NOME
            MOVE WK-SOB-NUMERO-USUARIO TO WK-FUS-TEL
            MOVE WK-SOB-EMAIL-USUARIO  TO WK-FUS-EMAIL
            .
      *                    TRANSFERE OS EXTRAS DO INCORPORADO E GUARDA *
      *                    COMO EXTRAS OS TELEFONES/E-MAILS PRINCIPAIS *
      *                    QUE NAO FORAM MANTIDOS                      *
       1030-TRANSFERE-EXTRAS.
            MOVE 0              TO WK-FUS-QTD-EXTRAS
            MOVE 'S'            TO WK-FUS-EXT-PENDENTE
            PERFORM UNTIL WK-FUS-EXT-PENDENTE = 'N'
                PERFORM 1035-RETIRA-EXTRA-INCORP
                IF WK-FUS-EXT-PENDENTE = 'S'
                   PERFORM 1040-INCLUI-EXTRA-SOBREV
                END-IF
            END-PERFORM

            MOVE 'O'            TO WK-EXT-TIPO
            MOVE 'N'            TO WK-EXT-PREF
            MOVE 'F'            TO WK-EXT-CLASSE
            IF WK-FUS-TEL NOT = WK-INC-NUMERO-USUARIO
               MOVE WK-INC-NUMERO-USUARIO TO WK-EXT-VALOR
               PERFORM 1040-INCLUI-EXTRA-SOBREV
            END-IF
            IF WK-FUS-TEL NOT = WK-SOB-NUMERO-USUARIO
               MOVE WK-SOB-NUMERO-USUARIO TO WK-EXT-VALOR
               PERFORM 1040-INCLUI-EXTRA-SOBREV
            END-IF
            MOVE 'E'            TO WK-EXT-CLASSE
            IF WK-FUS-EMAIL NOT = WK-INC-EMAIL-USUARIO
               MOVE WK-INC-EMAIL-USUARIO  TO WK-EXT-VALOR
               PERFORM 1040-INCLUI-EXTRA-SOBREV
            END-IF
            IF WK-FUS-EMAIL NOT = WK-SOB-EMAIL-USUARIO
               MOVE WK-SOB-EMAIL-USUARIO  TO WK-EXT-VALOR
               PERFORM 1040-INCLUI-EXTRA-SOBREV
            END-IF
            MOVE WK-ID-SOBREV   TO WK-ID-BUSCA
            .
      *                    RETIRA O PRIMEIRO EXTRA DO INCORPORADO      *
       1035-RETIRA-EXTRA-INCORP.
            MOVE 'N'            TO WK-FUS-EXT-PENDENTE
            SET FS9-OK          TO TRUE
            OPEN I-O EXTRAS
            IF FS9-OK THEN
               MOVE WK-ID-INCORP   TO WK-ID-BUSCA
               PERFORM 0076-POSICIONA-EXTRAS
               IF WK-FIM-EXTRAS = 'N'
                  MOVE EXT-CLASSE    TO WK-EXT-CLASSE
                  MOVE EXT-TIPO      TO WK-EXT-TIPO
                  MOVE EXT-VALOR     TO WK-EXT-VALOR
                  MOVE EXT-PREFERIDO TO WK-EXT-PREF
                  DELETE EXTRAS
                      INVALID KEY
                          DISPLAY 'Erro ao retirar o contato adicional '
                          EXT-SEQUENCIA ' do ID ' WK-ID-INCORP '!'
                      NOT INVALID KEY
                          MOVE 'S' TO WK-FUS-EXT-PENDENTE
                  END-DELETE
               END-IF
               CLOSE EXTRAS
            END-IF
            .
      *                    INCLUI UM EXTRA NO SOBREVIVENTE, SEM REPETIR*
      *                    VALOR E SEM TIRAR O PREFERIDO QUE ELE JA TEM*
       1040-INCLUI-EXTRA-SOBREV.
            IF WK-EXT-VALOR NOT = SPACES AND
               WK-EXT-VALOR NOT = WK-FUS-TEL AND
               WK-EXT-VALOR NOT = WK-FUS-EMAIL
               MOVE 'N'            TO WK-FUS-PREF-SOBREV
               MOVE 'N'            TO WK-FUS-VALOR-EXISTE
               MOVE WK-ID-SOBREV   TO WK-ID-BUSCA
               SET FS9-OK          TO TRUE
               OPEN INPUT EXTRAS
               IF FS9-OK THEN
                  PERFORM 0076-POSICIONA-EXTRAS
                  PERFORM UNTIL WK-FIM-EXTRAS = 'S'
                      IF EXT-VALOR = WK-EXT-VALOR
                         MOVE 'S'  TO WK-FUS-VALOR-EXISTE
                      END-IF
                      IF EXT-CLASSE = WK-EXT-CLASSE AND
                         EXT-PREFERIDO = 'S'
                         MOVE 'S'  TO WK-FUS-PREF-SOBREV
                      END-IF
                      PERFORM 0077-LE-PROXIMO-EXTRA
                  END-PERFORM
                  CLOSE EXTRAS
               END-IF

               IF WK-FUS-VALOR-EXISTE = 'N'
                  IF WK-FUS-PREF-SOBREV = 'S'
                     MOVE 'N'         TO WK-EXT-PREF
                  END-IF
                  PERFORM 0078-GRAVA-EXTRA
                  ADD 1               TO WK-FUS-QTD-EXTRAS
               END-IF
            END-IF
            .
      *                    TRANSFERE O STATUS DO CRM DO INCORPORADO,   *
      *                    MANTENDO O RETORNO MAIS RECENTE E O MAIOR   *
      *                    ACEITE ENTRE OS DOIS IDS                    *
       1050-TRANSFERE-STATUS.
            SET FS8-OK          TO TRUE
            OPEN I-O STACRM
            IF FS8-OK THEN
               MOVE WK-ID-INCORP   TO STA-ID
               READ STACRM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-STATUS-CRM TO WK-STA-INCORP
                       DELETE STACRM
                           INVALID KEY
                               DISPLAY 'Erro ao retirar o status do '
                               'CRM do ID ' WK-ID-INCORP '!'
                           NOT INVALID KEY
                               PERFORM 1055-STATUS-SOBREVIVENTE
                       END-DELETE
               END-READ
               CLOSE STACRM
            END-IF
            .
      *                    GRAVA NO SOBREVIVENTE O STATUS DO CRM       *
      *                    RETIRADO DO INCORPORADO                     *
       1055-STATUS-SOBREVIVENTE.
            MOVE WK-ID-SOBREV   TO STA-ID
            READ STACRM
                INVALID KEY
                    MOVE WK-STA-INCORP TO REG-STATUS-CRM
                    MOVE WK-ID-SOBREV  TO STA-ID
                    WRITE REG-STATUS-CRM
                        INVALID KEY
                            DISPLAY 'Erro ao gravar o status do CRM '
                            'do ID ' WK-ID-SOBREV '!'
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
                            DISPLAY 'Erro ao gravar o status do CRM '
                            'do ID ' WK-ID-SOBREV '!'
                    END-REWRITE
            END-READ
            .
      *                    PASSA OS GRUPOS DO INCORPORADO PARA O       *
      *                    SOBREVIVENTE, SEM REPETIR GRUPO             *
       1060-TRANSFERE-GRUPOS.
            MOVE 0              TO WK-FUS-QTD-GRUPOS
            SET FS11-OK         TO TRUE
            OPEN I-O MEMBROS
            IF FS11-OK THEN
               MOVE WK-ID-INCORP   TO WK-GRP-ID
               MOVE 'S'            TO WK-GRP-PENDENTE
               PERFORM UNTIL WK-GRP-PENDENTE = 'N'
                   PERFORM 1375-RETIRA-PRIMEIRO
                   IF WK-GRP-PENDENTE = 'S'
                      PERFORM 1065-INCLUI-GRUPO-SOBREV
                   END-IF
               END-PERFORM
               CLOSE MEMBROS
            END-IF
            .
      *                    INCLUI O SOBREVIVENTE NO GRUPO EM MBR-GRUPO *
       1065-INCLUI-GRUPO-SOBREV.
            MOVE WK-ID-SOBREV   TO MBR-ID-USUARIO
            ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
            MOVE WK-DATA-HOJE   TO MBR-DATA-INCLUSAO
            MOVE WK-OPERADOR    TO MBR-OPERADOR
            WRITE REG-MEMBROS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WK-FUS-QTD-GRUPOS
                    MOVE 'GRUPOINC' TO WK-LOG-OPERACAO
                    PERFORM 1390-GRAVA-LOG-GRUPO
            END-WRITE
            .
      *                    PASSA OS ENDERECOS DO INCORPORADO PARA O    *
      *                    SOBREVIVENTE, RENUMERANDO A SEQUENCIA E SEM *
      *                    TIRAR O PREFERIDO QUE ELE JA TEM            *
       1070-TRANSFERE-ENDER.
            MOVE 0              TO WK-FUS-QTD-ENDER
            SET FS2-OK          TO TRUE
            OPEN I-O ENDERECOS
            IF FS2-OK THEN
               MOVE 0              TO WK-END-PROX-SEQ
               MOVE 'N'            TO WK-FUS-PREF-SOBREV
               MOVE WK-ID-SOBREV   TO WK-ID-BUSCA
               PERFORM 0087-POSICIONA-ENDER
               PERFORM UNTIL WK-FIM-ENDER = 'S'
                   MOVE END-SEQUENCIA TO WK-END-PROX-SEQ
                   IF END-PREFERIDO = 'S'
                      MOVE 'S'     TO WK-FUS-PREF-SOBREV
                   END-IF
                   PERFORM 0088-LE-PROXIMO-ENDER
               END-PERFORM

               MOVE 'S'            TO WK-FUS-END-PENDENTE
               PERFORM UNTIL WK-FUS-END-PENDENTE = 'N'
                   PERFORM 1075-MOVE-ENDER-SOBREV
               END-PERFORM
               CLOSE ENDERECOS
               MOVE WK-ID-SOBREV   TO WK-ID-BUSCA
            END-IF
            .
      *                    RETIRA O PRIMEIRO ENDERECO DO INCORPORADO E *
      *                    O GRAVA NA PROXIMA SEQUENCIA DO SOBREVIVENTE*
       1075-MOVE-ENDER-SOBREV.
            MOVE 'N'            TO WK-FUS-END-PENDENTE
            MOVE WK-ID-INCORP   TO WK-ID-BUSCA
            PERFORM 0087-POSICIONA-ENDER
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
                       DISPLAY 'Erro ao gravar o endereco no ID '
                       WK-ID-SOBREV ', os demais ficam no ID '
                       WK-ID-INCORP '!'
                   NOT INVALID KEY
                       IF END-PREFERIDO = 'S'
                          MOVE 'S'  TO WK-FUS-PREF-SOBREV
                       END-IF
                       ADD 1 TO WK-FUS-QTD-ENDER
                       PERFORM 0095-RESUMO-ENDER
                       MOVE SPACES       TO WK-LOG-NOME-ANTES
                       MOVE SPACES       TO WK-LOG-TEL-ANTES
                       MOVE SPACES       TO WK-LOG-EMAIL-ANTES
                       MOVE WK-ID-SOBREV TO WK-ID-BUSCA
                       PERFORM 0097-GRAVA-LOG-ENDER
                       MOVE WK-FUS-REG-ENDER TO REG-ENDERECOS
                       DELETE ENDERECOS
                           INVALID KEY
                               DISPLAY 'Erro ao retirar o endereco '
                               END-SEQUENCIA ' do ID ' WK-ID-INCORP '!'
                           NOT INVALID KEY
                               MOVE 'S' TO WK-FUS-END-PENDENTE
                       END-DELETE
               END-WRITE
            END-IF
            .
      *                    GRUPOS DE CONTATOS: CADASTRO DOS GRUPOS E   *
      *                    INCLUSAO/RETIRADA DE MEMBROS (PERFIS M E A) *
       1300-GRUPOS                              SECTION.
       1301-GRUPOS.
            MOVE 0              TO WK-OPCAO-GRP
            PERFORM UNTIL WK-OPCAO-GRP = 7
                DISPLAY ' '
                DISPLAY '--------- GRUPOS DE CONTATOS -----------'
                DISPLAY '1 - Listar grupos'
                DISPLAY '2 - Incluir grupo'
                DISPLAY '3 - Alterar grupo'
                DISPLAY '4 - Listar membros do grupo'
                DISPLAY '5 - Incluir contato no grupo'
                DISPLAY '6 - Retirar contato do grupo'
                DISPLAY '7 - Voltar ao menu'
                DISPLAY 'Escolha uma opcao:'
                ACCEPT WK-OPCAO-GRP
                EVALUATE WK-OPCAO-GRP
                    WHEN 1
                        PERFORM 1310-LISTA-GRUPOS
                    WHEN 2
                        PERFORM 1320-INCLUI-GRUPO
                    WHEN 3
                        PERFORM 1330-ALTERA-GRUPO
                    WHEN 4
                        PERFORM 1340-LISTA-MEMBROS
                    WHEN 5
                        PERFORM 1350-INCLUI-MEMBRO
                    WHEN 6
                        PERFORM 1360-RETIRA-MEMBRO
                    WHEN 7
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA, DIGITE UM NUMERO '
                        'DE 1 A 7'
                END-EVALUATE
            END-PERFORM
            EXIT SECTION
            .
      *                    LISTA OS GRUPOS CADASTRADOS                 *
       1310-LISTA-GRUPOS.
            MOVE 0              TO WK-QTD-GRUPOS
            SET FS10-OK         TO TRUE
            OPEN INPUT GRUPOS
            IF NOT FS10-OK THEN
               DISPLAY 'Nenhum grupo cadastrado.'
            ELSE
               MOVE 'N'            TO WK-FIM-GRUPOS
               PERFORM UNTIL WK-FIM-GRUPOS = 'S'
                   READ GRUPOS NEXT
                       AT END
                           MOVE 'S' TO WK-FIM-GRUPOS
                       NOT AT END
                           ADD 1 TO WK-QTD-GRUPOS
                           DISPLAY GRP-CODIGO ' ' GRP-TIPO ' '
                           GRP-SITUACAO ' ' GRP-DESCRICAO
                   END-READ
               END-PERFORM
               IF WK-QTD-GRUPOS = 0
                  DISPLAY 'Nenhum grupo cadastrado.'
               END-IF
               CLOSE GRUPOS
            END-IF
            .
      *                    PEDE O CODIGO DO GRUPO EM MAIUSCULAS        *
       1315-INFORMA-GRUPO.
            DISPLAY 'Informe o codigo do grupo (ate 8 posicoes):'
            MOVE SPACES         TO WK-GRP-CODIGO
            ACCEPT WK-GRP-CODIGO
            INSPECT WK-GRP-CODIGO CONVERTING
                'abcdefghijklmnopqrstuvwxyz' TO
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
            .
      *                    LE O GRUPO EM WK-GRP-CODIGO                 *
       1316-LE-GRUPO.
            MOVE 'N'            TO WK-GRP-ACHOU
            SET FS10-OK         TO TRUE
            OPEN INPUT GRUPOS
            IF FS10-OK THEN
               MOVE WK-GRP-CODIGO  TO GRP-CODIGO
               READ GRUPOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S'           TO WK-GRP-ACHOU
                       MOVE GRP-DESCRICAO TO WK-GRP-DESCRICAO
                       MOVE GRP-SITUACAO  TO WK-GRP-SITUACAO
               END-READ
               CLOSE GRUPOS
            END-IF
            .
      *                    PEDE O TIPO DO GRUPO ATE SER VALIDO         *
       1317-INFORMA-TIPO.
            MOVE SPACE          TO WK-GRP-TIPO
            PERFORM UNTIL WK-GRP-TIPO = 'P' OR WK-GRP-TIPO = 'C' OR
                          WK-GRP-TIPO = 'E' OR WK-GRP-TIPO = 'O'
                DISPLAY 'Tipo do grupo (P=Projeto, C=Cliente, '
                'E=Evento, O=Outro):'
                ACCEPT WK-GRP-TIPO
                INSPECT WK-GRP-TIPO CONVERTING 'pceo' TO 'PCEO'
            END-PERFORM
            .
      *                    INCLUI UM GRUPO                             *
       1320-INCLUI-GRUPO.
            PERFORM 1315-INFORMA-GRUPO
            IF WK-GRP-CODIGO = SPACES
               DISPLAY 'Codigo do grupo obrigatorio.'
            ELSE
               DISPLAY 'Descricao do grupo:'
               MOVE SPACES         TO WK-GRP-DESCRICAO
               ACCEPT WK-GRP-DESCRICAO
               IF WK-GRP-DESCRICAO = SPACES
                  DISPLAY 'Descricao do grupo obrigatoria.'
               ELSE
                  PERFORM 1317-INFORMA-TIPO
                  PERFORM 1325-GRAVA-GRUPO
               END-IF
            END-IF
            .
      *                    GRAVA O NOVO GRUPO EM GRUPOS.DAT            *
       1325-GRAVA-GRUPO.
            SET FS10-OK         TO TRUE
            OPEN I-O GRUPOS
            IF WK-FS10 EQUAL 35 THEN
               OPEN OUTPUT GRUPOS
               CLOSE GRUPOS
               SET FS10-OK      TO TRUE
               OPEN I-O GRUPOS
            END-IF
            IF NOT FS10-OK THEN
               DISPLAY 'Erro ao abrir o arquivo GRUPOS.DAT.' WK-FS10
            ELSE
               MOVE WK-GRP-CODIGO    TO GRP-CODIGO
               MOVE WK-GRP-DESCRICAO TO GRP-DESCRICAO
               MOVE WK-GRP-TIPO      TO GRP-TIPO
               MOVE 'A'              TO GRP-SITUACAO
               ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WK-DATA-HOJE     TO GRP-DATA-CRIACAO
               MOVE WK-OPERADOR      TO GRP-OPERADOR
               WRITE REG-GRUPOS
                   INVALID KEY
                       DISPLAY 'Grupo ' WK-GRP-CODIGO ' ja cadastrado!'
                   NOT INVALID KEY
                       DISPLAY 'Grupo incluido com sucesso!'
               END-WRITE
               CLOSE GRUPOS
            END-IF
            .
      *                    ALTERA DESCRICAO, TIPO E SITUACAO DO GRUPO  *
       1330-ALTERA-GRUPO.
            PERFORM 1315-INFORMA-GRUPO
            SET FS10-OK         TO TRUE
            OPEN I-O GRUPOS
            IF NOT FS10-OK THEN
               DISPLAY 'Nenhum grupo cadastrado.'
            ELSE
               MOVE WK-GRP-CODIGO  TO GRP-CODIGO
               READ GRUPOS
                   INVALID KEY
                       DISPLAY 'Grupo nao encontrado!'
                   NOT INVALID KEY
                       PERFORM 1335-DADOS-GRUPO
               END-READ
               CLOSE GRUPOS
            END-IF
            .
       1335-DADOS-GRUPO.
            DISPLAY 'Grupo ' GRP-CODIGO ' - ' GRP-DESCRICAO
            DISPLAY 'Nova descricao (em branco mantem a atual):'
            MOVE SPACES         TO WK-GRP-DESCRICAO
            ACCEPT WK-GRP-DESCRICAO
            IF WK-GRP-DESCRICAO NOT = SPACES
               MOVE WK-GRP-DESCRICAO TO GRP-DESCRICAO
            END-IF
            DISPLAY 'Tipo atual: ' GRP-TIPO
            PERFORM 1317-INFORMA-TIPO
            MOVE WK-GRP-TIPO    TO GRP-TIPO
            DISPLAY 'Situacao atual: ' GRP-SITUACAO
            ', nova situacao (A=Ativo, I=Inativo):'
            ACCEPT WK-GRP-SITUACAO
            IF WK-GRP-SITUACAO = 'A' OR WK-GRP-SITUACAO = 'I'
               MOVE WK-GRP-SITUACAO TO GRP-SITUACAO
            END-IF
            REWRITE REG-GRUPOS
                INVALID KEY
                    DISPLAY 'Erro ao alterar o grupo!'
                NOT INVALID KEY
                    DISPLAY 'Grupo alterado com sucesso!'
            END-REWRITE
            .
      *                    LISTA OS MEMBROS DO GRUPO                   *
       1340-LISTA-MEMBROS.
            PERFORM 1315-INFORMA-GRUPO
            PERFORM 1316-LE-GRUPO
            IF WK-GRP-ACHOU = 'N'
               DISPLAY 'Grupo nao encontrado!'
            ELSE
               DISPLAY 'Grupo ' WK-GRP-CODIGO ' - ' WK-GRP-DESCRICAO

               MOVE 0              TO WK-QTD-MEMBROS
               SET FS11-OK         TO TRUE
               OPEN INPUT MEMBROS
               IF FS11-OK THEN
                  MOVE 'N'         TO WK-GRP-CAD-ABERTO
                  SET FS-OK        TO TRUE
                  OPEN INPUT CONTATOS
                  IF FS-OK
                     MOVE 'S'      TO WK-GRP-CAD-ABERTO
                  END-IF
                  MOVE WK-GRP-CODIGO TO MBR-GRUPO
                  MOVE 0           TO MBR-ID-USUARIO
                  MOVE 'N'         TO WK-FIM-GRUPOS
                  START MEMBROS KEY IS >= MBR-CHAVE
                      INVALID KEY
                          MOVE 'S' TO WK-FIM-GRUPOS
                  END-START
                  PERFORM UNTIL WK-FIM-GRUPOS = 'S'
                      READ MEMBROS NEXT
                          AT END
                              MOVE 'S' TO WK-FIM-GRUPOS
                          NOT AT END
                              IF MBR-GRUPO NOT = WK-GRP-CODIGO
                                 MOVE 'S' TO WK-FIM-GRUPOS
                              ELSE
                                 ADD 1 TO WK-QTD-MEMBROS
                                 PERFORM 1345-MOSTRA-MEMBRO
                              END-IF
                      END-READ
                  END-PERFORM
                  IF WK-GRP-CAD-ABERTO = 'S'
                     CLOSE CONTATOS
                  END-IF
                  CLOSE MEMBROS
               END-IF
               IF WK-QTD-MEMBROS = 0
                  DISPLAY 'Grupo sem membros.'
               ELSE
                  DISPLAY 'Total de membros: ' WK-QTD-MEMBROS
               END-IF
               MOVE 'CONSULTA'     TO WK-ACE-EVENTO
               MOVE 0              TO WK-ACE-ID
               STRING 'MEMBROS DO GRUPO ' DELIMITED BY SIZE
                      WK-GRP-CODIGO       DELIMITED BY SIZE
                      INTO WK-ACE-DETALHE
               END-STRING
               PERFORM 0961-GRAVA-ACESSO-ID
            END-IF
            .
       1345-MOSTRA-MEMBRO.
            MOVE MBR-ID-USUARIO TO ID-USUARIO
            MOVE SPACES         TO NOME-USUARIO
            MOVE SPACE          TO SITUACAO-USUARIO
            IF WK-GRP-CAD-ABERTO = 'S'
               READ CONTATOS
                   INVALID KEY
                       MOVE '(NAO ENCONTRADO NO CADASTRO)'
                           TO NOME-USUARIO
               END-READ
            END-IF
            DISPLAY MBR-ID-USUARIO ' ' NOME-USUARIO ' '
            SITUACAO-USUARIO ' incluido em ' MBR-DATA-INCLUSAO
            ' por ' MBR-OPERADOR
            .
      *                    INCLUI UM CONTATO ATIVO NUM GRUPO ATIVO     *
       1350-INCLUI-MEMBRO.
            PERFORM 1315-INFORMA-GRUPO
            PERFORM 1316-LE-GRUPO
            MOVE 'N'            TO WK-GRP-VALIDO
            EVALUATE TRUE
               WHEN WK-GRP-ACHOU = 'N'
                  DISPLAY 'Grupo nao encontrado!'
               WHEN WK-GRP-SITUACAO NOT = 'A'
                  DISPLAY 'Grupo inativo, inclusao nao permitida.'
               WHEN OTHER
                  PERFORM 1352-LE-CONTATO-MEMBRO
            END-EVALUATE

            IF WK-GRP-VALIDO = 'S'
               DISPLAY 'Confirma inclusao de ' NOME-USUARIO
               ' no grupo ' WK-GRP-CODIGO ' ? (S/N)'
               ACCEPT WK-CONFIRMA
               IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
                  PERFORM 1355-GRAVA-MEMBRO
               ELSE
                  DISPLAY 'Inclusao cancelada.'
               END-IF
            END-IF
            .
      *                    LE O CONTATO A INCLUIR NO GRUPO, QUE PRECISA*
      *                    ESTAR ATIVO                                 *
       1352-LE-CONTATO-MEMBRO.
            DISPLAY 'Informe o ID do contato:'
            ACCEPT WK-GRP-ID
            SET FS-OK           TO TRUE
            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
            ELSE
               MOVE WK-GRP-ID      TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       DISPLAY 'Usuario nao encontrado!'
                   NOT INVALID KEY
                       IF SITUACAO-USUARIO = 'I'
                          DISPLAY 'Contato inativo, inclusao nao '
                          'permitida.'
                       ELSE
                          MOVE 'S' TO WK-GRP-VALIDO
                       END-IF
               END-READ
               CLOSE CONTATOS
            END-IF
            .
      *                    GRAVA O CONTATO EM WK-GRP-ID NO GRUPO       *
       1355-GRAVA-MEMBRO.
            SET FS11-OK         TO TRUE
            OPEN I-O MEMBROS
            IF WK-FS11 EQUAL 35 THEN
               OPEN OUTPUT MEMBROS
               CLOSE MEMBROS
               SET FS11-OK      TO TRUE
               OPEN I-O MEMBROS
            END-IF
            IF NOT FS11-OK THEN
               DISPLAY 'Erro ao abrir o arquivo GRPMEMBR.DAT.' WK-FS11
            ELSE
               MOVE WK-GRP-CODIGO  TO MBR-GRUPO
               MOVE WK-GRP-ID      TO MBR-ID-USUARIO
               ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WK-DATA-HOJE   TO MBR-DATA-INCLUSAO
               MOVE WK-OPERADOR    TO MBR-OPERADOR
               WRITE REG-MEMBROS
                   INVALID KEY
                       DISPLAY 'Contato ja pertence ao grupo.'
                   NOT INVALID KEY
                       DISPLAY 'Contato incluido no grupo com sucesso!'
                       MOVE 'GRUPOINC' TO WK-LOG-OPERACAO
                       PERFORM 1390-GRAVA-LOG-GRUPO
               END-WRITE
               CLOSE MEMBROS
            END-IF
            .
      *                    RETIRA UM CONTATO DE UM GRUPO               *
       1360-RETIRA-MEMBRO.
            PERFORM 1315-INFORMA-GRUPO
            DISPLAY 'Informe o ID do contato:'
            ACCEPT WK-GRP-ID
            SET FS11-OK         TO TRUE
            OPEN I-O MEMBROS
            IF NOT FS11-OK THEN
               DISPLAY 'Contato nao pertence ao grupo.'
            ELSE
               MOVE WK-GRP-CODIGO  TO MBR-GRUPO
               MOVE WK-GRP-ID      TO MBR-ID-USUARIO
               READ MEMBROS
                   INVALID KEY
                       DISPLAY 'Contato nao pertence ao grupo.'
                   NOT INVALID KEY
                       PERFORM 1365-CONFIRMA-RETIRADA
               END-READ
               CLOSE MEMBROS
            END-IF
            .
      *                    CONFIRMA E RETIRA O MEMBRO LIDO             *
       1365-CONFIRMA-RETIRADA.
            DISPLAY 'Confirma retirada do ID ' WK-GRP-ID
            ' do grupo ' WK-GRP-CODIGO ' ? (S/N)'
            ACCEPT WK-CONFIRMA
            IF WK-CONFIRMA = 'S' OR WK-CONFIRMA = 's'
               DELETE MEMBROS
                   INVALID KEY
                       DISPLAY 'Erro ao retirar o contato do grupo!'
                   NOT INVALID KEY
                       DISPLAY 'Contato retirado do grupo com sucesso!'
                       MOVE 'GRUPOEXC' TO WK-LOG-OPERACAO
                       PERFORM 1390-GRAVA-LOG-GRUPO
               END-DELETE
            ELSE
               DISPLAY 'Retirada cancelada.'
            END-IF
            .
      *                    RETIRA O CONTATO EM WK-GRP-ID DE TODOS OS   *
      *                    SEUS GRUPOS (CONTATO INATIVADO)             *
       1370-RETIRA-DOS-GRUPOS.
            MOVE 0              TO WK-QTD-MEMBROS
            SET FS11-OK         TO TRUE
            OPEN I-O MEMBROS
            IF FS11-OK THEN
               MOVE 'S'            TO WK-GRP-PENDENTE
               PERFORM UNTIL WK-GRP-PENDENTE = 'N'
                   PERFORM 1375-RETIRA-PRIMEIRO
               END-PERFORM
               CLOSE MEMBROS
               IF WK-QTD-MEMBROS > 0
                  DISPLAY 'Contato retirado de ' WK-QTD-MEMBROS
                  ' grupo(s).'
               END-IF
            END-IF
            .
      *                    RETIRA O PRIMEIRO GRUPO DO ID EM WK-GRP-ID  *
      *                    (MEMBROS JA ABERTO EM I-O)                  *
       1375-RETIRA-PRIMEIRO.
            MOVE 'N'            TO WK-GRP-PENDENTE
            MOVE WK-GRP-ID      TO MBR-ID-USUARIO
            START MEMBROS KEY IS = MBR-ID-USUARIO
                INVALID KEY
                    MOVE 0          TO MBR-ID-USUARIO
                NOT INVALID KEY
                    READ MEMBROS NEXT
                        AT END
                            MOVE 0  TO MBR-ID-USUARIO
                    END-READ
            END-START
            IF MBR-ID-USUARIO = WK-GRP-ID
               DELETE MEMBROS
                   INVALID KEY
                       DISPLAY 'Erro ao retirar o ID ' WK-GRP-ID
                       ' do grupo ' MBR-GRUPO '!'
                   NOT INVALID KEY
                       ADD 1 TO WK-QTD-MEMBROS
                       MOVE 'S' TO WK-GRP-PENDENTE
                       MOVE 'GRUPOEXC' TO WK-LOG-OPERACAO
                       PERFORM 1390-GRAVA-LOG-GRUPO
               END-DELETE
            END-IF
            .
      *                    GRAVA GRUPOINC/GRUPOEXC NO LOG: GRUPO EM    *
      *                    NOME, DATA DE INCLUSAO EM TEL E OPERADOR    *
      *                    QUE INCLUIU EM EMAIL                        *
       1390-GRAVA-LOG-GRUPO.
            MOVE MBR-ID-USUARIO TO WK-LOG-ID
            MOVE SPACES         TO WK-LOG-NOME-ANTES
            MOVE SPACES         TO WK-LOG-TEL-ANTES
            MOVE SPACES         TO WK-LOG-EMAIL-ANTES
            MOVE SPACES         TO WK-LOG-NOME-DEPOIS
            MOVE SPACES         TO WK-LOG-TEL-DEPOIS
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
      *                    HISTORICO DO CONTATO EM WK-ID-BUSCA: CHAMA  *
      *                    O HISTCONT COM O ID E A DATA E EXIBE O      *
      *                    RELATORIO RELHISTC.DAT NA TELA              *
       1200-HISTORICO                           SECTION.
       1201-HISTORICO.
            DISPLAY 'Data de referencia (AAAAMMDD, 0 = situacao '
            'atual):'
            ACCEPT WK-HIST-DATA-REF

            MOVE WK-ID-BUSCA      TO WK-HIST-ID-DE
            MOVE WK-ID-BUSCA      TO WK-HIST-ID-ATE
            MOVE WK-HIST-DATA-REF TO WK-HIST-DATA

            CALL 'HISTCONT' USING WK-HIST-PARAM

            MOVE 'CONSULTA'       TO WK-ACE-EVENTO
            MOVE WK-ID-BUSCA      TO WK-ACE-ID
            MOVE 'HISTORICO DO CONTATO' TO WK-ACE-DETALHE
            PERFORM 0961-GRAVA-ACESSO-ID

            SET FS4-OK            TO TRUE
            OPEN INPUT RELHIST
            IF NOT FS4-OK THEN
               DISPLAY 'Erro ao abrir o arquivo RELHISTC.DAT.' WK-FS4
               EXIT SECTION
            END-IF
            DISPLAY ' '
            SET EOF-OK            TO FALSE
            PERFORM UNTIL EOF-OK
                READ RELHIST
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        DISPLAY FUNCTION TRIM(REG-RELHIST TRAILING)
                END-READ
            END-PERFORM
            CLOSE RELHIST
            EXIT SECTION
            .
      *                    REGISTRA UMA LINHA NO LOG DE AUDITORIA      *
       0950-GRAVA-LOG                           SECTION.
       0951-GRAVA-LOG.
               CLOSE CONTLOG
            END-IF
            .
      *                    REGISTRA UM EVENTO NO LOG DE ACESSOS: LOGIN, *
      *                    FALHA, BLOQUEIO, TROCA DE SENHA E CONSULTA  *
      *                    DE CONTATO (0960 USA O PROPRIO OPERADOR     *
      *                    DIGITADO COMO ID, 0961 USA WK-ACE-ID)       *
       0960-GRAVA-ACESSO                        SECTION.
       0960-GRAVA-ACESSO-OPERADOR.
            MOVE WK-OPERADOR-ID TO WK-ACE-ID
            .
       0961-GRAVA-ACESSO-ID.
            IF WK-OPERADOR = SPACES
               MOVE WK-OPERADOR-ID TO WK-ACE-OPERADOR
            ELSE
               MOVE WK-OPERADOR    TO WK-ACE-OPERADOR
            END-IF
            ACCEPT WS-DATA-LOG FROM DATE YYYYMMDD
            ACCEPT WS-HORA-LOG FROM TIME

            MOVE SPACES TO WK-ACE-LINHA
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
                   ' | OPERADOR: '        DELIMITED BY SIZE
                   WK-ACE-OPERADOR        DELIMITED BY SIZE
                   ' | EVENTO: '          DELIMITED BY SIZE
                   WK-ACE-EVENTO          DELIMITED BY SIZE
                   ' | ID: '              DELIMITED BY SIZE
                   WK-ACE-ID              DELIMITED BY SIZE
                   ' | DETALHE: '         DELIMITED BY SIZE
                   WK-ACE-DETALHE         DELIMITED BY SIZE
                   INTO WK-ACE-LINHA
            END-STRING

            SET FS5-OK TO TRUE
            OPEN EXTEND ACESSLOG
            IF WK-FS5 EQUAL 35 THEN
               OPEN OUTPUT ACESSLOG
            END-IF
            IF FS5-OK THEN
               WRITE REG-ACESSO FROM WK-ACE-LINHA
               CLOSE ACESSLOG
            END-IF
            MOVE SPACES TO WK-ACE-DETALHE
            .
      *                                                               *
       1100-FINALIZAR SECTION.
       1101-FINALIZAR.
