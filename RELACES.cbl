      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: RELATORIO NOTURNO DE SEGURANCA A PARTIR DO LOG DE
      *          ACESSOS DO CADCONTT (ACESSLOG.DAT): FALHAS DE LOGIN
      *          REPETIDAS E BLOQUEIOS, ACESSOS FORA DO HORARIO DE
      *          EXPEDIENTE (INCLUSIVE SABADO E DOMINGO) E OPERADORES
      *          COM VOLUME DE CONSULTAS ACIMA DO LIMITE. PARAMETROS EM
      *          PARACES.DAT (DATA;HORA-INI;HORA-FIM;FALHAS;CONSULTAS),
      *          DATA ZERO = DIA ANTERIOR AO DA EXECUCAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELACES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT ACESSLOG ASSIGN TO
                'C:\Users\Lucas\ACESSLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT RELACES ASSIGN TO
                'C:\Users\Lucas\RELACES.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT PARAMS ASSIGN TO
                'C:\Users\Lucas\PARACES.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSLOG.
       01 REG-ACESSO                       PIC X(120).

       FD RELACES.
       01 REL-LINHA                        PIC X(132).

       FD PARAMS.
       01 REG-PARAM                        PIC X(30).

       WORKING-STORAGE SECTION.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
            COPY REGACES.
      *                                                              *
       77 WK-DATA-REF                      PIC 9(08) VALUE ZEROS.
       77 WK-HORA-INI                      PIC 9(04) VALUE 0700.
       77 WK-HORA-FIM                      PIC 9(04) VALUE 1900.
       77 WK-LIM-FALHAS                    PIC 9(02) VALUE 3.
       77 WK-LIM-CONSULTAS                 PIC 9(04) VALUE 50.
       77 WK-DATA-LINHA                    PIC 9(08) VALUE ZEROS.
       77 WK-HORA-LINHA                    PIC 9(04) VALUE ZEROS.
       77 WK-DIA-SEMANA                    PIC 9(01) VALUE ZEROS.
       77 WK-FIM-DE-SEMANA                 PIC X     VALUE 'N'.
       77 WK-FORA-HORARIO                  PIC X     VALUE 'N'.
      *                                                              *
       77 WK-FS4                           PIC 99.
          88 FS4-OK                        VALUE 0.
       01 WK-PARAM.
          03 WK-PAR-DATA                   PIC X(08).
          03 FILLER                        PIC X(01).
          03 WK-PAR-HORA-INI               PIC X(04).
          03 FILLER                        PIC X(01).
          03 WK-PAR-HORA-FIM               PIC X(04).
          03 FILLER                        PIC X(01).
          03 WK-PAR-LIM-FALHAS             PIC X(02).
          03 FILLER                        PIC X(01).
          03 WK-PAR-LIM-CONSULTAS          PIC X(04).
          03 FILLER                        PIC X(04).
       77 WK-PARAM-OK                      PIC X     VALUE 'N'.
       77 WK-PARAM-ECO                     PIC X(120) VALUE SPACES.
      *                                                              *
       01 WK-TABELA-OPERADORES.
          03 WK-ENT-OPER OCCURS 500 TIMES.
             05 WK-TOP-OPERADOR            PIC X(06).
             05 WK-TOP-FALHAS              PIC 9(05).
             05 WK-TOP-BLOQUEIOS           PIC 9(03).
             05 WK-TOP-LOGINS              PIC 9(05).
             05 WK-TOP-CONSULTAS           PIC 9(05).
             05 WK-TOP-FORA                PIC 9(05).
       77 WK-QTD-OPER                      PIC 9(03) VALUE ZEROS.
       77 WK-IDX-OPER                      PIC 9(03) VALUE ZEROS.
       77 WK-IDX-OPER-ACH                  PIC 9(03) VALUE ZEROS.
       77 WK-OPER-DESCARTADOS              PIC 9(05) VALUE ZEROS.
      *                                                              *
       77 WK-LINHAS-LIDAS                  PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-DIA                    PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-INVALIDAS              PIC 9(07) VALUE ZEROS.
       77 WK-TOT-LOGINOK                   PIC 9(07) VALUE ZEROS.
       77 WK-TOT-FALHAS                    PIC 9(07) VALUE ZEROS.
       77 WK-TOT-BLOQUEIOS                 PIC 9(07) VALUE ZEROS.
       77 WK-TOT-TROCAS                    PIC 9(07) VALUE ZEROS.
       77 WK-TOT-CONSULTAS                 PIC 9(07) VALUE ZEROS.
       77 WK-TOT-FORA                      PIC 9(07) VALUE ZEROS.
       77 WK-QTD-ALERTAS                   PIC 9(05) VALUE ZEROS.
       77 WK-QTD-SECAO                     PIC 9(05) VALUE ZEROS.
      *                                                              *
       77 WK-LINHAS-PAGINA                 PIC 9(02) VALUE 50.
       77 WK-LINHA-CONT                    PIC 9(02) VALUE ZEROS.
       77 WK-PAGINA                        PIC 9(03) VALUE ZEROS.
       77 WK-LINHA-REL                     PIC X(132) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO                        PIC 9(04).
          03 WS-MES                        PIC 9(02).
          03 WS-DIA                        PIC 9(02).
       77 WK-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WK-DATA-EXEC                     PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0001-PRINCIPAL.
            PERFORM 0050-DATAEXEC
            PERFORM 0055-PARAMETROS
            PERFORM 0100-PROCESSA-LOG
            PERFORM 0300-IMPRIME
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
      *                    DEFINE O DIA ANALISADO E OS LIMITES         *
       0055-PARAMETROS                          SECTION.
       0056-PARAMETROS.
            PERFORM 0057-LE-PARAMETROS
            IF WK-PARAM-OK = 'N'
               DISPLAY 'PARAMETROS DO RELATORIO DE SEGURANCA'
               DISPLAY 'DATA ANALISADA (AAAAMMDD, 0 = DIA ANTERIOR): '
               WITH NO ADVANCING
               ACCEPT WK-DATA-REF
               DISPLAY 'INICIO DO EXPEDIENTE (HHMM, 0 = 0700): '
               WITH NO ADVANCING
               ACCEPT WK-HORA-INI
               DISPLAY 'FIM DO EXPEDIENTE    (HHMM, 0 = 1900): '
               WITH NO ADVANCING
               ACCEPT WK-HORA-FIM
               DISPLAY 'LIMITE DE FALHAS DE LOGIN POR OPERADOR '
               '(0 = 3): ' WITH NO ADVANCING
               ACCEPT WK-LIM-FALHAS
               DISPLAY 'LIMITE DE CONSULTAS POR OPERADOR (0 = 50): '
               WITH NO ADVANCING
               ACCEPT WK-LIM-CONSULTAS
            END-IF

            IF WK-DATA-REF = 0
               COMPUTE WK-DATA-REF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) - 1)
            END-IF
            IF WK-HORA-INI = 0
               MOVE 0700 TO WK-HORA-INI
            END-IF
            IF WK-HORA-FIM = 0
               MOVE 1900 TO WK-HORA-FIM
            END-IF
            IF WK-LIM-FALHAS = 0
               MOVE 3    TO WK-LIM-FALHAS
            END-IF
            IF WK-LIM-CONSULTAS = 0
               MOVE 50   TO WK-LIM-CONSULTAS
            END-IF

      *                    DOMINGO = 7, SABADO = 6 (1601-01-01 FOI     *
      *                    UMA SEGUNDA-FEIRA)                          *
            COMPUTE WK-DIA-SEMANA = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(WK-DATA-REF) - 1, 7) + 1
            IF WK-DIA-SEMANA >= 6
               MOVE 'S' TO WK-FIM-DE-SEMANA
            END-IF

            MOVE SPACES TO WK-PARAM-ECO
            STRING 'PARAMETROS - DIA: '   DELIMITED BY SIZE
                   WK-DATA-REF            DELIMITED BY SIZE
                   '  EXPEDIENTE: '       DELIMITED BY SIZE
                   WK-HORA-INI            DELIMITED BY SIZE
                   ' A '                  DELIMITED BY SIZE
                   WK-HORA-FIM            DELIMITED BY SIZE
                   '  LIMITE FALHAS: '    DELIMITED BY SIZE
                   WK-LIM-FALHAS          DELIMITED BY SIZE
                   '  LIMITE CONSULTAS: ' DELIMITED BY SIZE
                   WK-LIM-CONSULTAS       DELIMITED BY SIZE
                   INTO WK-PARAM-ECO
            END-STRING
            IF WK-FIM-DE-SEMANA = 'S'
               MOVE '(FIM DE SEMANA)' TO WK-PARAM-ECO(97:15)
            END-IF
            .
      *                    LE OS PARAMETROS DO ARQUIVO PARACES.DAT     *
       0057-LE-PARAMETROS                       SECTION.
       0058-LE-PARAMETROS.
            MOVE 'N'            TO WK-PARAM-OK
            SET FS4-OK          TO TRUE
            OPEN INPUT PARAMS
            IF NOT FS4-OK THEN
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            READ PARAMS INTO WK-PARAM
                AT END
                    SET EOF-OK TO TRUE
            END-READ
            CLOSE PARAMS

            IF EOF-OK OR WK-PAR-DATA NOT NUMERIC OR
               WK-PAR-HORA-INI NOT NUMERIC OR
               WK-PAR-HORA-FIM NOT NUMERIC OR
               WK-PAR-LIM-FALHAS NOT NUMERIC OR
               WK-PAR-LIM-CONSULTAS NOT NUMERIC
               DISPLAY 'Aviso: PARACES.DAT invalido, usando os '
               'parametros do console.'
               EXIT SECTION
            END-IF

            MOVE WK-PAR-DATA          TO WK-DATA-REF
            MOVE WK-PAR-HORA-INI      TO WK-HORA-INI
            MOVE WK-PAR-HORA-FIM      TO WK-HORA-FIM
            MOVE WK-PAR-LIM-FALHAS    TO WK-LIM-FALHAS
            MOVE WK-PAR-LIM-CONSULTAS TO WK-LIM-CONSULTAS
            MOVE 'S'                  TO WK-PARAM-OK
            DISPLAY 'Parametros lidos de PARACES.DAT.'
            EXIT SECTION
            .
      *                    ACUMULA OS EVENTOS DO DIA POR OPERADOR      *
       0100-PROCESSA-LOG                        SECTION.
       0101-PROCESSA-LOG.
            SET FS6-OK          TO TRUE
            OPEN INPUT ACESSLOG

            IF NOT FS6-OK THEN
               DISPLAY 'Aviso: ACESSLOG.DAT nao encontrado, relatorio '
               'sem eventos.' WK-FS6
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ ACESSLOG INTO WK-ACE-DET
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-LINHAS-LIDAS
                        PERFORM 0110-ACUMULA-LINHA
                END-READ
            END-PERFORM
            CLOSE ACESSLOG
            EXIT SECTION
            .
      *                    ACUMULA UMA LINHA DO LOG DE ACESSOS         *
       0110-ACUMULA-LINHA.
            PERFORM 0120-DATA-HORA-LINHA
            IF WK-DATA-LINHA = 0
               ADD 1 TO WK-LINHAS-INVALIDAS
            ELSE
               IF WK-DATA-LINHA = WK-DATA-REF
                  ADD 1 TO WK-LINHAS-DIA
                  PERFORM 0130-LOCALIZA-OPERADOR
                  IF WK-IDX-OPER-ACH = 0
                     ADD 1 TO WK-OPER-DESCARTADOS
                  ELSE
                     EVALUATE WK-ACE-DET-EVENTO
                         WHEN 'LOGINOK'
                             ADD 1 TO WK-TOT-LOGINOK
                             ADD 1 TO WK-TOP-LOGINS(WK-IDX-OPER-ACH)
                         WHEN 'LOGINFALHA'
                             ADD 1 TO WK-TOT-FALHAS
                             ADD 1 TO WK-TOP-FALHAS(WK-IDX-OPER-ACH)
                         WHEN 'BLOQUEIO'
                             ADD 1 TO WK-TOT-BLOQUEIOS
                             ADD 1 TO WK-TOP-BLOQUEIOS(WK-IDX-OPER-ACH)
                         WHEN 'TROCASENHA'
                             ADD 1 TO WK-TOT-TROCAS
                         WHEN 'CONSULTA'
                             ADD 1 TO WK-TOT-CONSULTAS
                             ADD 1 TO WK-TOP-CONSULTAS(WK-IDX-OPER-ACH)
                         WHEN OTHER
                             CONTINUE
                     END-EVALUATE

                     IF WK-FORA-HORARIO = 'S'
                        ADD 1 TO WK-TOT-FORA
                        ADD 1 TO WK-TOP-FORA(WK-IDX-OPER-ACH)
                     END-IF
                  END-IF
               END-IF
            END-IF
            .
      *                    EXTRAI DATA E HORA DA LINHA E CLASSIFICA O  *
      *                    HORARIO (DATA ZERO = LINHA INVALIDA)        *
       0120-DATA-HORA-LINHA.
            MOVE 0              TO WK-DATA-LINHA
            MOVE 'N'            TO WK-FORA-HORARIO
            IF WK-ACE-DET-ANO NUMERIC AND
               WK-ACE-DET-MES NUMERIC AND
               WK-ACE-DET-DIA NUMERIC AND
               WK-ACE-DET-HORA NUMERIC AND
               WK-ACE-DET-MIN NUMERIC
               COMPUTE WK-DATA-LINHA =
                   (WK-ACE-DET-ANO * 10000) +
                   (WK-ACE-DET-MES * 100) + WK-ACE-DET-DIA
               COMPUTE WK-HORA-LINHA =
                   (WK-ACE-DET-HORA * 100) + WK-ACE-DET-MIN
               IF WK-FIM-DE-SEMANA = 'S' OR
                  WK-HORA-LINHA < WK-HORA-INI OR
                  WK-HORA-LINHA >= WK-HORA-FIM
                  MOVE 'S'         TO WK-FORA-HORARIO
               END-IF
            END-IF
            .
      *                    LOCALIZA OU INCLUI O OPERADOR NA TABELA     *
       0130-LOCALIZA-OPERADOR.
            MOVE 0              TO WK-IDX-OPER-ACH
            PERFORM VARYING WK-IDX-OPER FROM 1 BY 1
            UNTIL WK-IDX-OPER > WK-QTD-OPER
                IF WK-TOP-OPERADOR(WK-IDX-OPER) = WK-ACE-DET-OPERADOR
                   MOVE WK-IDX-OPER TO WK-IDX-OPER-ACH
                   EXIT PERFORM
                END-IF
            END-PERFORM
            IF WK-IDX-OPER-ACH = 0 AND WK-QTD-OPER < 500
               ADD 1 TO WK-QTD-OPER
               MOVE WK-QTD-OPER     TO WK-IDX-OPER-ACH
               MOVE WK-ACE-DET-OPERADOR
                   TO WK-TOP-OPERADOR(WK-IDX-OPER-ACH)
               MOVE 0 TO WK-TOP-FALHAS(WK-IDX-OPER-ACH)
               MOVE 0 TO WK-TOP-BLOQUEIOS(WK-IDX-OPER-ACH)
               MOVE 0 TO WK-TOP-LOGINS(WK-IDX-OPER-ACH)
               MOVE 0 TO WK-TOP-CONSULTAS(WK-IDX-OPER-ACH)
               MOVE 0 TO WK-TOP-FORA(WK-IDX-OPER-ACH)
            END-IF
            .
      *                    IMPRIME O RELATORIO DE SEGURANCA            *
       0300-IMPRIME                             SECTION.
       0301-IMPRIME.
            SET FS2-OK          TO TRUE
            OPEN OUTPUT RELACES
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo RELACES.DAT.' WK-FS2
               EXIT SECTION
            END-IF

            PERFORM 0310-CABECALHO
            PERFORM 0320-SECAO-FALHAS
            PERFORM 0330-SECAO-FORA-HORARIO
            PERFORM 0340-SECAO-CONSULTAS
            PERFORM 0350-TOTAIS
            CLOSE RELACES

            DISPLAY 'Relatorio gerado em RELACES.DAT.'
            DISPLAY 'Linhas do log de acessos lidas: ' WK-LINHAS-LIDAS
            DISPLAY 'Ocorrencias sinalizadas       : ' WK-QTD-ALERTAS
            EXIT SECTION
            .
      *                    IMPRIME CABECALHO DE PAGINA                 *
       0310-CABECALHO.
            ADD 1 TO WK-PAGINA
            MOVE 0 TO WK-LINHA-CONT

            MOVE SPACES TO WK-LINHA-REL
            STRING 'RELATORIO DE SEGURANCA DE ACESSOS AO CADASTRO'
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
      *                    SECAO 1: FALHAS DE LOGIN REPETIDAS E        *
      *                    BLOQUEIOS POR OPERADOR                      *
       0320-SECAO-FALHAS.
            MOVE 0 TO WK-QTD-SECAO
            STRING '1. FALHAS DE LOGIN REPETIDAS (' DELIMITED BY SIZE
                   WK-LIM-FALHAS                    DELIMITED BY SIZE
                   ' OU MAIS) E BLOQUEIOS'          DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            MOVE 'OPERADOR  FALHAS  BLOQUEIOS  LOGINS OK'
                TO WK-LINHA-REL
            PERFORM 0315-GRAVA-LINHA

            PERFORM VARYING WK-IDX-OPER FROM 1 BY 1
            UNTIL WK-IDX-OPER > WK-QTD-OPER
                IF WK-TOP-FALHAS(WK-IDX-OPER) >= WK-LIM-FALHAS OR
                   WK-TOP-BLOQUEIOS(WK-IDX-OPER) > 0
                   ADD 1 TO WK-QTD-SECAO
                   ADD 1 TO WK-QTD-ALERTAS
                   STRING WK-TOP-OPERADOR(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          '    '                   DELIMITED BY SIZE
                          WK-TOP-FALHAS(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          '      '                 DELIMITED BY SIZE
                          WK-TOP-BLOQUEIOS(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          '      '                 DELIMITED BY SIZE
                          WK-TOP-LOGINS(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          INTO WK-LINHA-REL
                   END-STRING
                   PERFORM 0315-GRAVA-LINHA
                END-IF
            END-PERFORM
            IF WK-QTD-SECAO = 0
               MOVE '   NENHUMA OCORRENCIA' TO WK-LINHA-REL
               PERFORM 0315-GRAVA-LINHA
            END-IF
            PERFORM 0315-GRAVA-LINHA
            .
      *                    SECAO 2: CADA EVENTO FORA DO EXPEDIENTE,    *
      *                    RELENDO O LOG DE ACESSOS                    *
       0330-SECAO-FORA-HORARIO.
            MOVE 0 TO WK-QTD-SECAO
            MOVE '2. ACESSOS FORA DO HORARIO DE EXPEDIENTE'
                TO WK-LINHA-REL
            PERFORM 0315-GRAVA-LINHA
            MOVE 'DATA/HORA            OPERADOR  EVENTO      ID      '
                TO WK-LINHA-REL
            MOVE 'DETALHE' TO WK-LINHA-REL(52:7)
            PERFORM 0315-GRAVA-LINHA

            SET FS6-OK          TO TRUE
            OPEN INPUT ACESSLOG
            IF FS6-OK THEN
               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ ACESSLOG INTO WK-ACE-DET
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM 0335-LINHA-FORA-HORARIO
                   END-READ
               END-PERFORM
               CLOSE ACESSLOG
            END-IF
            IF WK-QTD-SECAO = 0
               MOVE '   NENHUMA OCORRENCIA' TO WK-LINHA-REL
               PERFORM 0315-GRAVA-LINHA
            END-IF
            PERFORM 0315-GRAVA-LINHA
            .
      *                    IMPRIME A LINHA SE FOR DO DIA E FORA DO     *
      *                    EXPEDIENTE                                  *
       0335-LINHA-FORA-HORARIO.
            PERFORM 0120-DATA-HORA-LINHA
            IF WK-DATA-LINHA = WK-DATA-REF AND
               WK-FORA-HORARIO = 'S'
               ADD 1 TO WK-QTD-SECAO
               ADD 1 TO WK-QTD-ALERTAS
               STRING WK-ACE-DET(1:19)       DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      WK-ACE-DET-OPERADOR    DELIMITED BY SIZE
                      '    '                 DELIMITED BY SIZE
                      WK-ACE-DET-EVENTO      DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      WK-ACE-DET-ID-X        DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      WK-ACE-DET-DETALHE     DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            .
      *                    SECAO 3: OPERADORES COM VOLUME DE CONSULTAS *
      *                    ACIMA DO LIMITE                             *
       0340-SECAO-CONSULTAS.
            MOVE 0 TO WK-QTD-SECAO
            STRING '3. OPERADORES COM MAIS DE ' DELIMITED BY SIZE
                   WK-LIM-CONSULTAS             DELIMITED BY SIZE
                   ' CONSULTAS DE CONTATOS NO DIA' DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            MOVE 'OPERADOR  CONSULTAS  FORA DO HORARIO'
                TO WK-LINHA-REL
            PERFORM 0315-GRAVA-LINHA

            PERFORM VARYING WK-IDX-OPER FROM 1 BY 1
            UNTIL WK-IDX-OPER > WK-QTD-OPER
                IF WK-TOP-CONSULTAS(WK-IDX-OPER) > WK-LIM-CONSULTAS
                   ADD 1 TO WK-QTD-SECAO
                   ADD 1 TO WK-QTD-ALERTAS
                   STRING WK-TOP-OPERADOR(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          '    '                   DELIMITED BY SIZE
                          WK-TOP-CONSULTAS(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          '      '                 DELIMITED BY SIZE
                          WK-TOP-FORA(WK-IDX-OPER)
                                                   DELIMITED BY SIZE
                          INTO WK-LINHA-REL
                   END-STRING
                   PERFORM 0315-GRAVA-LINHA
                END-IF
            END-PERFORM
            IF WK-QTD-SECAO = 0
               MOVE '   NENHUMA OCORRENCIA' TO WK-LINHA-REL
               PERFORM 0315-GRAVA-LINHA
            END-IF
            PERFORM 0315-GRAVA-LINHA
            .
      *                    TOTAIS DO DIA                               *
       0350-TOTAIS.
            MOVE 'TOTAIS DO DIA' TO WK-LINHA-REL
            PERFORM 0315-GRAVA-LINHA
            STRING '   LOGINS OK: '       DELIMITED BY SIZE
                   WK-TOT-LOGINOK         DELIMITED BY SIZE
                   '  FALHAS: '           DELIMITED BY SIZE
                   WK-TOT-FALHAS          DELIMITED BY SIZE
                   '  BLOQUEIOS: '        DELIMITED BY SIZE
                   WK-TOT-BLOQUEIOS       DELIMITED BY SIZE
                   '  TROCAS DE SENHA: '  DELIMITED BY SIZE
                   WK-TOT-TROCAS          DELIMITED BY SIZE
                   '  CONSULTAS: '        DELIMITED BY SIZE
                   WK-TOT-CONSULTAS       DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            STRING '   EVENTOS NO DIA: '  DELIMITED BY SIZE
                   WK-LINHAS-DIA          DELIMITED BY SIZE
                   '  FORA DO HORARIO: '  DELIMITED BY SIZE
                   WK-TOT-FORA            DELIMITED BY SIZE
                   '  OPERADORES: '       DELIMITED BY SIZE
                   WK-QTD-OPER            DELIMITED BY SIZE
                   '  LINHAS INVALIDAS: ' DELIMITED BY SIZE
                   WK-LINHAS-INVALIDAS    DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            IF WK-OPER-DESCARTADOS > 0
               STRING '   EVENTOS DESCARTADOS (LIMITE DE 500 '
                                          DELIMITED BY SIZE
                      'OPERADORES): '     DELIMITED BY SIZE
                      WK-OPER-DESCARTADOS DELIMITED BY SIZE
                      INTO WK-LINHA-REL
               END-STRING
               PERFORM 0315-GRAVA-LINHA
            END-IF
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM RELACES.
