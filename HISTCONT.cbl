      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: HISTORICO DE MOVIMENTOS DE UM CONTATO (OU FAIXA DE
      *          IDS) A PARTIR DO ARQUIVO MORTO CONTLOGA.DAT E DO LOG
      *          CORRENTE CONTLOG.DAT, COM LINHA DO TEMPO (ANTES/DEPOIS
      *          E OPERADOR) E A SITUACAO DO REGISTRO RECONSTITUIDA NA
      *          DATA DE REFERENCIA. O RETRATO DE ABERTURA GRAVADO PELO
      *          ARQLOG SO E USADO QUANDO O ARQUIVO MORTO NAO TEM AS
      *          LINHAS ORIGINAIS DO ID. QUANDO CHAMADO PELO CADCONTT
      *          RECEBE O ID E A DATA NA CHAMADA E GRAVA RELHISTC.DAT;
      *          AVULSO, LE PARHIST.DAT (IDINIC;IDFINAL;AAAAMMDD) OU O
      *          CONSOLE E GRAVA RELHIST.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ARQMORTO ASSIGN TO
                'C:\Users\Lucas\CONTLOGA.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT RELHIST ASSIGN USING WK-ARQ-REL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS3.

                SELECT PARAMS ASSIGN TO
                'C:\Users\Lucas\PARHIST.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT ORDENA ASSIGN TO
                'C:\Users\Lucas\HISTCONT.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD ARQMORTO.
       01 REG-MORTO                        PIC X(300).

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD RELHIST.
       01 REL-LINHA                        PIC X(132).

       FD PARAMS.
       01 REG-PARAM                        PIC X(30).

       SD ORDENA.
       01 REG-ORDENA.
          03 ORD-ID                        PIC 9(06).
          03 ORD-ORIGEM                    PIC 9(01).
          03 ORD-SEQ                       PIC 9(07).
          03 ORD-LINHA                     PIC X(300).

       WORKING-STORAGE SECTION.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS3                           PIC 99.
          88 FS3-OK                        VALUE 0.
       77 WK-FS4                           PIC 99.
          88 FS4-OK                        VALUE 0.
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
            COPY REGLOG.
      *                                                              *
       01 WK-PARAM.
          03 WK-PAR-ID-DE                  PIC X(06).
          03 FILLER                        PIC X(01).
          03 WK-PAR-ID-ATE                 PIC X(06).
          03 FILLER                        PIC X(01).
          03 WK-PAR-DATA-REF               PIC X(08).
          03 FILLER                        PIC X(08).
       77 WK-PARAM-OK                      PIC X     VALUE 'N'.
       77 WK-PARAM-ECO                     PIC X(80) VALUE SPACES.
       77 WK-ARQ-REL                       PIC X(60) VALUE SPACES.
       77 WK-QTD-PARAM                     PIC 9(04) VALUE ZEROS.
       77 WK-ID-DE                         PIC 9(06) VALUE ZEROS.
       77 WK-ID-ATE                        PIC 9(06) VALUE ZEROS.
       77 WK-DATA-REF                      PIC 9(08) VALUE ZEROS.
       77 WK-DATA-LINHA                    PIC 9(08) VALUE ZEROS.
       77 WK-LINHA-ATUAL                   PIC 9(07) VALUE ZEROS.
      *                                                              *
       77 WK-ID-GRUPO                      PIC 9(06) VALUE ZEROS.
       77 WK-TEM-GRUPO                     PIC X     VALUE 'N'.
       77 WK-TEM-REAL                      PIC X     VALUE 'N'.
       77 WK-EST-TEM                       PIC X     VALUE 'N'.
       77 WK-EST-NOME                      PIC X(35) VALUE SPACES.
       77 WK-EST-TEL                       PIC X(11) VALUE SPACES.
       77 WK-EST-EMAIL                     PIC X(30) VALUE SPACES.
       77 WK-EST-SITUACAO                  PIC X(20) VALUE SPACES.
       77 WK-EST-DATA-HORA                 PIC X(19) VALUE SPACES.
       77 WK-EST-OPERACAO                  PIC X(10) VALUE SPACES.
       77 WK-MARCA-APOS                    PIC X(30) VALUE SPACES.
      *                                                              *
       77 WK-LINHAS-LIDAS                  PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-SELEC                  PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-RETRATO                PIC 9(07) VALUE ZEROS.
       77 WK-QTD-IDS                       PIC 9(06) VALUE ZEROS.
      *                                                              *
       77 WK-LINHAS-PAGINA                 PIC 9(02) VALUE 50.
       77 WK-LINHA-CONT                    PIC 9(02) VALUE ZEROS.
       77 WK-PAGINA                        PIC 9(03) VALUE ZEROS.
       77 WK-LINHA-REL                     PIC X(132) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO                        PIC 9(04).
          03 WS-MES                        PIC 9(02).
          03 WS-DIA                        PIC 9(02).
       77 WK-DATA-EXEC                     PIC X(10) VALUE SPACES.
       01 WK-DATA-REF-X.
          03 WK-REF-ANO                    PIC 9(04).
          03 WK-REF-MES                    PIC 9(02).
          03 WK-REF-DIA                    PIC 9(02).
       77 WK-DATA-REF-EDIT                 PIC X(10) VALUE SPACES.

       LINKAGE SECTION.
      *                    PARAMETROS RECEBIDOS NA CHAMADA (MESMO      *
      *                    LAYOUT DO PARHIST.DAT)                      *
       01 WK-HIST-CHAMADA.
          03 WK-CHM-ID-DE                  PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WK-CHM-ID-ATE                 PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WK-CHM-DATA-REF               PIC 9(08).

       PROCEDURE DIVISION USING WK-HIST-CHAMADA.
       0000-PRINCIPAL SECTION.
       0001-PRINCIPAL.
            MOVE 0              TO WK-PAGINA
            MOVE 0              TO WK-LINHAS-LIDAS
            MOVE 0              TO WK-LINHAS-SELEC
            MOVE 0              TO WK-LINHAS-RETRATO
            MOVE 0              TO WK-QTD-IDS
            PERFORM 0050-DATAEXEC
            PERFORM 0055-PARAMETROS

            SET FS3-OK          TO TRUE
            OPEN OUTPUT RELHIST
            IF NOT FS3-OK THEN
               DISPLAY 'Erro ao abrir o arquivo '
               FUNCTION TRIM(WK-ARQ-REL) '.' WK-FS3
               PERFORM 0900-FINALIZAR
            END-IF
            PERFORM 0310-CABECALHO

            SORT ORDENA
                ON ASCENDING KEY ORD-ID ORD-ORIGEM ORD-SEQ
                INPUT  PROCEDURE IS 0100-ENTRADA-SORT
                OUTPUT PROCEDURE IS 0200-SAIDA-SORT

            IF WK-QTD-IDS = 0
               MOVE 'NENHUM MOVIMENTO ENCONTRADO PARA OS IDS INFORMADOS'
                   TO WK-LINHA-REL
               PERFORM 0315-GRAVA-LINHA
            END-IF
            CLOSE RELHIST

            DISPLAY 'Historico gerado em ' FUNCTION TRIM(WK-ARQ-REL) '.'
            DISPLAY 'Linhas de log lidas      : ' WK-LINHAS-LIDAS
            DISPLAY 'Movimentos selecionados  : ' WK-LINHAS-SELEC
            DISPLAY 'IDs com historico        : ' WK-QTD-IDS
            PERFORM 0900-FINALIZAR
            .
      *                    MONTA A DATA DE EXECUCAO                    *
       0050-DATAEXEC                            SECTION.
       0051-DATAEXEC.
            ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
            STRING WS-DIA  DELIMITED BY SIZE
                   '/'     DELIMITED BY SIZE
                   WS-MES  DELIMITED BY SIZE
                   '/'     DELIMITED BY SIZE
                   WS-ANO  DELIMITED BY SIZE
                   INTO WK-DATA-EXEC
            .
      *                    SOLICITA A FAIXA DE IDS E A DATA DE         *
      *                    REFERENCIA (0 = SITUACAO ATUAL). CHAMADO    *
      *                    SEM PARAMETROS, USA PARHIST.DAT OU CONSOLE  *
       0055-PARAMETROS                          SECTION.
       0056-PARAMETROS.
            CALL 'C$NARG' USING WK-QTD-PARAM
            IF WK-QTD-PARAM > 0
               MOVE WK-CHM-ID-DE    TO WK-ID-DE
               MOVE WK-CHM-ID-ATE   TO WK-ID-ATE
               MOVE WK-CHM-DATA-REF TO WK-DATA-REF
               MOVE 'S'             TO WK-PARAM-OK
               MOVE 'C:\Users\Lucas\RELHISTC.DAT' TO WK-ARQ-REL
            ELSE
               MOVE 'C:\Users\Lucas\RELHIST.DAT'  TO WK-ARQ-REL
               PERFORM 0057-LE-PARAMETROS
            END-IF
            IF WK-PARAM-OK = 'N'
               DISPLAY 'HISTORICO DE MOVIMENTOS DO CADASTRO'
               DISPLAY 'ID INICIAL: ' WITH NO ADVANCING
               ACCEPT WK-ID-DE
               DISPLAY 'ID FINAL (0 = SOMENTE O ID INICIAL): '
               WITH NO ADVANCING
               ACCEPT WK-ID-ATE
               DISPLAY 'DATA DE REFERENCIA (AAAAMMDD, 0 = SITUACAO '
               'ATUAL): ' WITH NO ADVANCING
               ACCEPT WK-DATA-REF
            END-IF
            IF WK-ID-ATE < WK-ID-DE
               MOVE WK-ID-DE    TO WK-ID-ATE
            END-IF

            IF WK-DATA-REF = 0
               MOVE 99999999    TO WK-DATA-REF
               MOVE 'ATUAL'     TO WK-DATA-REF-EDIT
            ELSE
               MOVE WK-DATA-REF TO WK-DATA-REF-X
               MOVE SPACES      TO WK-DATA-REF-EDIT
               STRING WK-REF-DIA  DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WK-REF-MES  DELIMITED BY SIZE
                      '/'         DELIMITED BY SIZE
                      WK-REF-ANO  DELIMITED BY SIZE
                      INTO WK-DATA-REF-EDIT
               END-STRING
            END-IF

            MOVE SPACES TO WK-PARAM-ECO
            STRING 'PARAMETROS - IDS: '    DELIMITED BY SIZE
                   WK-ID-DE                DELIMITED BY SIZE
                   ' A '                   DELIMITED BY SIZE
                   WK-ID-ATE               DELIMITED BY SIZE
                   '   DATA DE REFERENCIA: ' DELIMITED BY SIZE
                   WK-DATA-REF-EDIT        DELIMITED BY SIZE
                   INTO WK-PARAM-ECO
            END-STRING
            .
      *                    LE OS PARAMETROS DE PARHIST.DAT             *
       0057-LE-PARAMETROS                       SECTION.
       0058-LE-PARAMETROS.
            MOVE 'N'            TO WK-PARAM-OK
            SET FS4-OK          TO TRUE
            OPEN INPUT PARAMS
            IF NOT FS4-OK THEN
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            MOVE SPACES         TO WK-PARAM
            READ PARAMS INTO WK-PARAM
                AT END
                    SET EOF-OK TO TRUE
            END-READ
            CLOSE PARAMS

            IF EOF-OK
               EXIT SECTION
            END-IF
            IF WK-PAR-ID-DE NOT NUMERIC OR
               WK-PAR-ID-ATE NOT NUMERIC OR
               WK-PAR-DATA-REF NOT NUMERIC
               DISPLAY 'Aviso: PARHIST.DAT invalido, usando os '
               'parametros do console.'
               EXIT SECTION
            END-IF

            MOVE WK-PAR-ID-DE    TO WK-ID-DE
            MOVE WK-PAR-ID-ATE   TO WK-ID-ATE
            MOVE WK-PAR-DATA-REF TO WK-DATA-REF
            MOVE 'S'             TO WK-PARAM-OK
            EXIT SECTION
            .
      *                    LE O ARQUIVO MORTO E O LOG CORRENTE E       *
      *                    LIBERA AS LINHAS DA FAIXA PARA ORDENACAO    *
       0100-ENTRADA-SORT                        SECTION.
       0101-ENTRADA-SORT.
            MOVE 0              TO WK-LINHA-ATUAL
            SET FS2-OK          TO TRUE
            OPEN INPUT ARQMORTO
            IF FS2-OK THEN
               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ ARQMORTO INTO WK-LOG-DET
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WK-LINHA-ATUAL
                           MOVE 1 TO ORD-ORIGEM
                           PERFORM 0110-SELECIONA-LINHA
                   END-READ
               END-PERFORM
               CLOSE ARQMORTO
            ELSE
               DISPLAY 'Aviso: CONTLOGA.DAT nao encontrado, historico '
               'a partir do retrato de abertura do log corrente.'
            END-IF

            MOVE 0              TO WK-LINHA-ATUAL
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF FS6-OK THEN
               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ CONTLOG INTO WK-LOG-DET
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WK-LINHA-ATUAL
                           MOVE 2 TO ORD-ORIGEM
                           PERFORM 0110-SELECIONA-LINHA
                   END-READ
               END-PERFORM
               CLOSE CONTLOG
            ELSE
               DISPLAY 'Aviso: CONTLOG.DAT nao encontrado.' WK-FS6
            END-IF
            EXIT SECTION
            .
      *                    LIBERA A LINHA SE O ID ESTIVER NA FAIXA     *
       0110-SELECIONA-LINHA.
            ADD 1 TO WK-LINHAS-LIDAS
            IF WK-LOG-DET-ID-X NUMERIC
               IF WK-LOG-DET-ID >= WK-ID-DE AND
                  WK-LOG-DET-ID <= WK-ID-ATE
                  MOVE WK-LOG-DET-ID  TO ORD-ID
                  MOVE WK-LINHA-ATUAL TO ORD-SEQ
                  MOVE WK-LOG-DET     TO ORD-LINHA
                  RELEASE REG-ORDENA
                  ADD 1 TO WK-LINHAS-SELEC
               END-IF
            END-IF
            .
      *                    IMPRIME A LINHA DO TEMPO DE CADA ID         *
       0200-SAIDA-SORT                          SECTION.
       0201-SAIDA-SORT.
            MOVE 'N'            TO WK-TEM-GRUPO

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                RETURN ORDENA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WK-TEM-GRUPO = 'S' AND
                           ORD-ID NOT = WK-ID-GRUPO
                           PERFORM 0240-FECHA-GRUPO
                        END-IF
                        IF WK-TEM-GRUPO = 'N' OR
                           ORD-ID NOT = WK-ID-GRUPO
                           PERFORM 0210-ABRE-GRUPO
                        END-IF
                        MOVE ORD-LINHA TO WK-LOG-DET
      *                    RETRATO DO ARQLOG: SO VALE COMO SALDO DE    *
      *                    ABERTURA SE O ID NAO TEM LINHAS ORIGINAIS   *
                        IF WK-LOG-DET-OPERADOR NOT = 'ARQLOG' OR
                           WK-TEM-REAL = 'N'
                           PERFORM 0220-MOVIMENTO
                        END-IF
                END-RETURN
            END-PERFORM
            IF WK-TEM-GRUPO = 'S'
               PERFORM 0240-FECHA-GRUPO
            END-IF
            EXIT SECTION
            .
      *                    INICIA UM NOVO ID                           *
       0210-ABRE-GRUPO.
            MOVE ORD-ID         TO WK-ID-GRUPO
            MOVE 'S'            TO WK-TEM-GRUPO
            MOVE 'N'            TO WK-TEM-REAL
            MOVE 'N'            TO WK-EST-TEM
            MOVE SPACES         TO WK-EST-NOME
            MOVE SPACES         TO WK-EST-TEL
            MOVE SPACES         TO WK-EST-EMAIL
            MOVE SPACES         TO WK-EST-SITUACAO
            MOVE SPACES         TO WK-EST-DATA-HORA
            MOVE SPACES         TO WK-EST-OPERACAO
            ADD 1               TO WK-QTD-IDS

            MOVE SPACES TO WK-LINHA-REL
            PERFORM 0315-GRAVA-LINHA
            STRING 'ID: '       DELIMITED BY SIZE
                   WK-ID-GRUPO  DELIMITED BY SIZE
                   '   LINHA DO TEMPO' DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            MOVE ALL '-' TO WK-LINHA-REL
            PERFORM 0315-GRAVA-LINHA
            .
      *                    IMPRIME UM MOVIMENTO E APLICA NO ESTADO     *
       0220-MOVIMENTO.
            IF WK-LOG-DET-OPERADOR = 'ARQLOG'
               ADD 1 TO WK-LINHAS-RETRATO
            ELSE
               MOVE 'S'         TO WK-TEM-REAL
            END-IF

            MOVE 0 TO WK-DATA-LINHA
            IF WK-LOG-DET(1:4) NUMERIC AND
               WK-LOG-DET(6:2) NUMERIC AND
               WK-LOG-DET(9:2) NUMERIC
               COMPUTE WK-DATA-LINHA = (WK-LOG-DET-ANO * 10000) +
                   (WK-LOG-DET-MES * 100) + WK-LOG-DET-DIA
            END-IF

            MOVE SPACES         TO WK-MARCA-APOS
            IF WK-DATA-LINHA > WK-DATA-REF
               MOVE '(APOS A DATA DE REFERENCIA)' TO WK-MARCA-APOS
            END-IF

            MOVE SPACES TO WK-LINHA-REL
            IF WK-LOG-DET-OPERADOR = 'ARQLOG'
               STRING WK-LOG-DET(1:19)    DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WK-LOG-DET-OPERACAO DELIMITED BY SIZE
                      '  RETRATO DE ABERTURA (ARQLOG)  '
                                          DELIMITED BY SIZE
                      WK-MARCA-APOS       DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
            ELSE
               STRING WK-LOG-DET(1:19)    DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WK-LOG-DET-OPERACAO DELIMITED BY SIZE
                      '  OPERADOR: '      DELIMITED BY SIZE
                      WK-LOG-DET-OPERADOR DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WK-MARCA-APOS       DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
            END-IF
            PERFORM 0315-GRAVA-LINHA

            EVALUATE WK-LOG-DET-OPERACAO
                WHEN 'INCLUSAO'
                WHEN 'ALTERACAO'
                WHEN 'EXCLUSAO'
                WHEN 'REATIVACAO'
                WHEN 'FUSAO'
                WHEN 'ANONIMIZA'
                    PERFORM 0221-DETALHE-DADOS
                WHEN 'ENDERECO'
                    PERFORM 0222-DETALHE-ENDERECO
                WHEN 'GRUPOINC'
                WHEN 'GRUPOEXC'
                    PERFORM 0223-DETALHE-GRUPO
                WHEN 'EXTRACONT'
                    PERFORM 0224-DETALHE-EXTRA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF WK-DATA-LINHA <= WK-DATA-REF
               PERFORM 0230-APLICA-ESTADO
            END-IF
            .
      *                    NOME, TELEFONE E E-MAIL QUE MUDARAM NUMA    *
      *                    OPERACAO DE DADOS                           *
       0221-DETALHE-DADOS.
            IF WK-LOG-DET-NOME-ANTES NOT = WK-LOG-DET-NOME-DEPOIS
               MOVE SPACES TO WK-LINHA-REL
               STRING '      NOME  ANTES: '     DELIMITED BY SIZE
                      WK-LOG-DET-NOME-ANTES     DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-NOME-DEPOIS    DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            IF WK-LOG-DET-TEL-ANTES NOT = WK-LOG-DET-TEL-DEPOIS
               MOVE SPACES TO WK-LINHA-REL
               STRING '      TEL   ANTES: '     DELIMITED BY SIZE
                      WK-LOG-DET-TEL-ANTES      DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-TEL-DEPOIS     DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            IF WK-LOG-DET-EMAIL-ANTES NOT = WK-LOG-DET-EMAIL-DEPOIS
               MOVE SPACES TO WK-LINHA-REL
               STRING '      EMAIL ANTES: '     DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-ANTES    DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-DEPOIS   DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            .
      *                    ENDERECO QUE MUDOU: RESUMO EM NOME, CEP EM  *
      *                    TEL E CIDADE/UF EM EMAIL                    *
       0222-DETALHE-ENDERECO.
            IF WK-LOG-DET-NOME-ANTES NOT = WK-LOG-DET-NOME-DEPOIS
               MOVE SPACES TO WK-LINHA-REL
               STRING '      ENDERECO  ANTES: ' DELIMITED BY SIZE
                      WK-LOG-DET-NOME-ANTES     DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-NOME-DEPOIS    DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            IF WK-LOG-DET-TEL-ANTES NOT = WK-LOG-DET-TEL-DEPOIS
               MOVE SPACES TO WK-LINHA-REL
               STRING '      CEP       ANTES: ' DELIMITED BY SIZE
                      WK-LOG-DET-TEL-ANTES      DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-TEL-DEPOIS     DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            IF WK-LOG-DET-EMAIL-ANTES NOT = WK-LOG-DET-EMAIL-DEPOIS
               MOVE SPACES TO WK-LINHA-REL
               STRING '      CIDADE/UF ANTES: ' DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-ANTES    DELIMITED BY SIZE
                      ' DEPOIS: '               DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-DEPOIS   DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            .
      *                    GRUPO DA INCLUSAO (DEPOIS) OU DA RETIRADA   *
      *                    (ANTES): GRUPO EM NOME, DATA DE INCLUSAO EM *
      *                    TEL E OPERADOR QUE INCLUIU EM EMAIL         *
       0223-DETALHE-GRUPO.
            MOVE SPACES TO WK-LINHA-REL
            IF WK-LOG-DET-OPERACAO = 'GRUPOINC'
               STRING '      GRUPO: '           DELIMITED BY SIZE
                      WK-LOG-DET-NOME-DEPOIS    DELIMITED BY '  '
                      '  INCLUIDO EM: '         DELIMITED BY SIZE
                      WK-LOG-DET-TEL-DEPOIS     DELIMITED BY '  '
                      '  POR: '                 DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-DEPOIS   DELIMITED BY '  '
                      INTO WK-LINHA-REL
               END-STRING
            ELSE
               STRING '      GRUPO: '           DELIMITED BY SIZE
                      WK-LOG-DET-NOME-ANTES     DELIMITED BY '  '
                      '  INCLUIDO EM: '         DELIMITED BY SIZE
                      WK-LOG-DET-TEL-ANTES      DELIMITED BY '  '
                      '  POR: '                 DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-ANTES    DELIMITED BY '  '
                      INTO WK-LINHA-REL
               END-STRING
            END-IF
            PERFORM 0315-GRAVA-LINHA
            .
      *                    TELEFONE (EM TEL) OU E-MAIL (EM EMAIL)      *
      *                    ADICIONAL INCLUIDO                          *
       0224-DETALHE-EXTRA.
            MOVE SPACES TO WK-LINHA-REL
            IF WK-LOG-DET-TEL-DEPOIS NOT = SPACES
               STRING '      TELEFONE ADICIONAL: ' DELIMITED BY SIZE
                      WK-LOG-DET-TEL-DEPOIS        DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
            ELSE
               STRING '      E-MAIL ADICIONAL: '   DELIMITED BY SIZE
                      WK-LOG-DET-EMAIL-DEPOIS      DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
            END-IF
            PERFORM 0315-GRAVA-LINHA
            .
      *                    ATUALIZA A SITUACAO RECONSTITUIDA DO ID     *
       0230-APLICA-ESTADO.
            EVALUATE WK-LOG-DET-OPERACAO
                WHEN 'INCLUSAO'
                WHEN 'ALTERACAO'
                WHEN 'REATIVACAO'
                    MOVE 'ATIVO'             TO WK-EST-SITUACAO
                    PERFORM 0235-GUARDA-ESTADO
                WHEN 'EXCLUSAO'
                    MOVE 'INATIVO'           TO WK-EST-SITUACAO
                    PERFORM 0235-GUARDA-ESTADO
                WHEN 'FUSAO'
                    MOVE 'INATIVO (FUSAO)'   TO WK-EST-SITUACAO
                    PERFORM 0235-GUARDA-ESTADO
                WHEN 'ANONIMIZA'
                    MOVE 'INATIVO (ANONIMIZADO)' TO WK-EST-SITUACAO
                    PERFORM 0235-GUARDA-ESTADO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
      *                    GUARDA OS DADOS DO MOVIMENTO COMO ESTADO    *
       0235-GUARDA-ESTADO.
            MOVE 'S'                     TO WK-EST-TEM
            MOVE WK-LOG-DET-NOME-DEPOIS  TO WK-EST-NOME
            MOVE WK-LOG-DET-TEL-DEPOIS   TO WK-EST-TEL
            MOVE WK-LOG-DET-EMAIL-DEPOIS TO WK-EST-EMAIL
            MOVE WK-LOG-DET(1:19)        TO WK-EST-DATA-HORA
            MOVE WK-LOG-DET-OPERACAO     TO WK-EST-OPERACAO
            .
      *                    IMPRIME A SITUACAO NA DATA DE REFERENCIA    *
       0240-FECHA-GRUPO.
            MOVE SPACES TO WK-LINHA-REL
            STRING '   SITUACAO NA DATA DE REFERENCIA ('
                                     DELIMITED BY SIZE
                   WK-DATA-REF-EDIT  DELIMITED BY SPACE
                   '):'              DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA

            IF WK-EST-TEM = 'N'
               MOVE '      CONTATO AINDA NAO CADASTRADO NESTA DATA'
                   TO WK-LINHA-REL
               PERFORM 0315-GRAVA-LINHA
            ELSE
               MOVE SPACES TO WK-LINHA-REL
               STRING '      NOME : ' DELIMITED BY SIZE
                      WK-EST-NOME     DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
               MOVE SPACES TO WK-LINHA-REL
               STRING '      TEL  : ' DELIMITED BY SIZE
                      WK-EST-TEL      DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
               MOVE SPACES TO WK-LINHA-REL
               STRING '      EMAIL: ' DELIMITED BY SIZE
                      WK-EST-EMAIL    DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
               MOVE SPACES TO WK-LINHA-REL
               STRING '      SIT  : '    DELIMITED BY SIZE
                      WK-EST-SITUACAO    DELIMITED BY SIZE
                      ' ULTIMO MOVIMENTO: ' DELIMITED BY SIZE
                      WK-EST-OPERACAO    DELIMITED BY SIZE
                      ' EM '             DELIMITED BY SIZE
                      WK-EST-DATA-HORA   DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            .
      *                    IMPRIME CABECALHO DE PAGINA                 *
       0310-CABECALHO.
            ADD 1 TO WK-PAGINA
            MOVE 0 TO WK-LINHA-CONT

            MOVE SPACES TO WK-LINHA-REL
            STRING 'HISTORICO DE MOVIMENTOS DO CADASTRO'
                   DELIMITED BY SIZE
                   '     DATA: '   DELIMITED BY SIZE
                   WK-DATA-EXEC    DELIMITED BY SIZE
                   '     PAGINA: ' DELIMITED BY SIZE
                   WK-PAGINA       DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL

            MOVE SPACES TO WK-LINHA-REL
            MOVE WK-PARAM-ECO TO WK-LINHA-REL
            WRITE REL-LINHA FROM WK-LINHA-REL

            MOVE SPACES TO WK-LINHA-REL
            WRITE REL-LINHA FROM WK-LINHA-REL
            .
      *                    GRAVA UMA LINHA COM CONTROLE DE PAGINA      *
       0315-GRAVA-LINHA.
            IF WK-LINHA-CONT >= WK-LINHAS-PAGINA
               PERFORM 0310-CABECALHO
            END-IF
            WRITE REL-LINHA FROM WK-LINHA-REL
            ADD 1 TO WK-LINHA-CONT
            MOVE SPACES TO WK-LINHA-REL
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            GOBACK.
       END PROGRAM HISTCONT.
