      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: RECERTIFICACAO PERIODICA DOS ACESSOS PRIVILEGIADOS:
      *          LISTA OS OPERADORES COM PERFIL A (ADMINISTRADOR) E M
      *          (MANUTENCAO) COM ULTIMO LOGIN, DATA DA SENHA E
      *          SITUACAO DE BLOQUEIO, AGRUPADOS POR PERFIL COM CAMPO
      *          DE ASSINATURA DO GESTOR, E BLOQUEIA (BLOQUEIO-USUARIO)
      *          QUEM ESTA SEM LOGIN HA MAIS DIAS QUE O LIMITE DE
      *          PARRCRT.DAT (OU DO CONSOLE), REGISTRANDO CADA BLOQUEIO
      *          NO CONTLOG.DAT. O DESBLOQUEIO CONTINUA SENDO FEITO
      *          PELA ADMINISTRACAO DO CADCONTT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.
            INPUT-OUTPUT SECTION.
            FILE-CONTROL.
                SELECT CONTATOS ASSIGN TO
                'C:\Users\Lucas\CONTATOS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD  KEY  IS ID-USUARIO
                ALTERNATE RECORD KEY IS NUMERO-USUARIO
                ALTERNATE RECORD KEY IS EMAIL-USUARIO
                FILE STATUS  IS WK-FS.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT RELRCRT ASSIGN TO
                'C:\Users\Lucas\RELRCRT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT PARAMS ASSIGN TO
                'C:\Users\Lucas\PARRCRT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT ORDENA ASSIGN TO
                'C:\Users\Lucas\RECERTIF.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
            COPY REGDADOS.

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD RELRCRT.
       01 REL-LINHA                        PIC X(132).

       FD PARAMS.
       01 REG-PARAM                        PIC X(10).

       SD ORDENA.
       01 REG-ORDENA.
          03 ORD-PERFIL                    PIC X(01).
          03 ORD-ID                        PIC 9(06).
          03 ORD-NOME                      PIC X(35).
          03 ORD-SITUACAO                  PIC X(01).
          03 ORD-ULTIMO-LOGIN              PIC 9(08).
          03 ORD-DATA-SENHA                PIC 9(08).
          03 ORD-BLOQUEIO                  PIC X(01).
          03 ORD-DIAS-SEM-LOGIN            PIC 9(05).
          03 ORD-BLOQ-AGORA                PIC X(01).

       WORKING-STORAGE SECTION.
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
       77 WK-FS4                           PIC 99.
          88 FS4-OK                        VALUE 0.
       01 WK-PARAM.
          03 WK-PAR-DIAS                   PIC X(03).
          03 FILLER                        PIC X(07).
       77 WK-PARAM-OK                      PIC X     VALUE 'N'.
       77 WK-PARAM-ECO                     PIC X(80) VALUE SPACES.
       77 WK-DIAS-LIMITE                   PIC 9(03) VALUE 90.
      *                                                              *
       77 WK-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
       77 WK-DATA-BASE                     PIC 9(08) VALUE ZEROS.
       77 WK-DIAS-SEM-LOGIN                PIC 9(05) VALUE ZEROS.
       77 WK-BLOQ-AGORA                    PIC X     VALUE 'N'.
      *                                                              *
       77 WK-OPERADOR                      PIC X(6)    VALUE 'RECERT'.
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
       77 WK-PERFIL-ANT                    PIC X     VALUE SPACE.
       77 WK-GRUPO-ABERTO                  PIC X     VALUE 'N'.
       77 WK-DESC-PERFIL                   PIC X(25) VALUE SPACES.
       77 WK-DESC-ULTIMO                   PIC X(10) VALUE SPACES.
       77 WK-DESC-SENHA                    PIC X(10) VALUE SPACES.
       77 WK-DESC-BLOQUEIO                 PIC X(20) VALUE SPACES.
       01 WK-DATA-EDIT.
          03 WK-DE-ANO                     PIC 9(04).
          03 WK-DE-MES                     PIC 9(02).
          03 WK-DE-DIA                     PIC 9(02).
       77 WK-DATA-FORMATADA                PIC X(10) VALUE SPACES.
      *                                                              *
       77 WK-REGISTROS-LIDOS               PIC 9(05) VALUE ZEROS.
       77 WK-QTD-PRIVILEGIADOS             PIC 9(05) VALUE ZEROS.
       77 WK-QTD-BLOQ-AGORA                PIC 9(05) VALUE ZEROS.
       77 WK-QTD-JA-BLOQ                   PIC 9(05) VALUE ZEROS.
       77 WK-QTD-ERROS                     PIC 9(05) VALUE ZEROS.
       77 WK-GRP-QTD                       PIC 9(05) VALUE ZEROS.
       77 WK-GRP-BLOQ                      PIC 9(05) VALUE ZEROS.
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

       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
       0001-PRINCIPAL.
            PERFORM 0050-DATAEXEC
            PERFORM 0055-PARAMETROS
            PERFORM 0100-PROCESSA
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
      *                    DEFINE O LIMITE DE DIAS SEM LOGIN           *
       0055-PARAMETROS                          SECTION.
       0056-PARAMETROS.
            PERFORM 0057-LE-PARAMETROS
            IF WK-PARAM-OK = 'N'
               DISPLAY 'RECERTIFICACAO DE ACESSOS PRIVILEGIADOS'
               DISPLAY 'DIAS SEM LOGIN PARA BLOQUEIO (0 = 90): '
               WITH NO ADVANCING
               ACCEPT WK-DIAS-LIMITE
            END-IF
            IF WK-DIAS-LIMITE = 0
               MOVE 90 TO WK-DIAS-LIMITE
            END-IF
            MOVE SPACES TO WK-PARAM-ECO
            STRING 'PARAMETROS - BLOQUEIO APOS ' DELIMITED BY SIZE
                   WK-DIAS-LIMITE                DELIMITED BY SIZE
                   ' DIAS SEM LOGIN'             DELIMITED BY SIZE
                   INTO WK-PARAM-ECO
            END-STRING
            .
      *                    LE O LIMITE DO ARQUIVO DE PARAMETROS        *
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

            IF EOF-OK OR WK-PAR-DIAS NOT NUMERIC
               DISPLAY 'Aviso: PARRCRT.DAT invalido, usando o '
               'limite do console.'
               EXIT SECTION
            END-IF

            MOVE WK-PAR-DIAS    TO WK-DIAS-LIMITE
            MOVE 'S'            TO WK-PARAM-OK
            DISPLAY 'Parametros lidos de PARRCRT.DAT.'
            EXIT SECTION
            .
      *                    BLOQUEIA OS INATIVOS E IMPRIME A LISTA      *
      *                    ORDENADA POR PERFIL E ID                    *
       0100-PROCESSA                            SECTION.
       0101-PROCESSA.
            SET FS2-OK          TO TRUE
            OPEN OUTPUT RELRCRT
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo RELRCRT.DAT.' WK-FS2
               EXIT SECTION
            END-IF

            SORT ORDENA
                ON ASCENDING KEY ORD-PERFIL ORD-ID
                INPUT  PROCEDURE IS 0200-ENTRADA-SORT
                OUTPUT PROCEDURE IS 0300-SAIDA-SORT

            PERFORM 0350-TOTAL-GERAL
            CLOSE RELRCRT

            DISPLAY 'Relatorio gerado em RELRCRT.DAT.'
            DISPLAY 'Registros lidos          : ' WK-REGISTROS-LIDOS
            DISPLAY 'Operadores privilegiados : ' WK-QTD-PRIVILEGIADOS
            DISPLAY 'Bloqueados nesta execucao: ' WK-QTD-BLOQ-AGORA
            DISPLAY 'Ja bloqueados            : ' WK-QTD-JA-BLOQ
            IF WK-QTD-ERROS > 0
               DISPLAY 'Erros na gravacao        : ' WK-QTD-ERROS
            END-IF
            EXIT SECTION
            .
      *                    LE O CADASTRO, BLOQUEIA OS INATIVOS E       *
      *                    LIBERA OS PERFIS A E M PARA A ORDENACAO     *
       0200-ENTRADA-SORT                        SECTION.
       0201-ENTRADA-SORT.
            SET FS-OK           TO TRUE
            OPEN I-O CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-REGISTROS-LIDOS
                        IF PERFIL-USUARIO = 'A' OR PERFIL-USUARIO = 'M'
                           PERFORM 0210-AVALIA-OPERADOR
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTATOS
            EXIT SECTION
            .
      *                    CALCULA OS DIAS SEM LOGIN (SEM LOGIN        *
      *                    REGISTRADO CONTA DESDE O CADASTRO), BLOQUEIA*
      *                    SE PASSOU DO LIMITE E LIBERA O REGISTRO     *
       0210-AVALIA-OPERADOR.
            ADD 1 TO WK-QTD-PRIVILEGIADOS
            MOVE 'N'            TO WK-BLOQ-AGORA
            IF DATA-ULTIMO-LOGIN > 0
               MOVE DATA-ULTIMO-LOGIN TO WK-DATA-BASE
            ELSE
               MOVE DATA-CADASTRO     TO WK-DATA-BASE
            END-IF
            IF WK-DATA-BASE < 19000101 OR WK-DATA-BASE > WK-DATA-HOJE
               MOVE 99999       TO WK-DIAS-SEM-LOGIN
            ELSE
               COMPUTE WK-DIAS-SEM-LOGIN =
                   FUNCTION INTEGER-OF-DATE(WK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WK-DATA-BASE)
            END-IF

            IF BLOQUEIO-USUARIO = 'S'
               ADD 1 TO WK-QTD-JA-BLOQ
            ELSE
               IF WK-DIAS-SEM-LOGIN > WK-DIAS-LIMITE
                  PERFORM 0220-BLOQUEIA
               END-IF
            END-IF

            MOVE PERFIL-USUARIO    TO ORD-PERFIL
            MOVE ID-USUARIO        TO ORD-ID
            MOVE NOME-USUARIO      TO ORD-NOME
            MOVE SITUACAO-USUARIO  TO ORD-SITUACAO
            MOVE DATA-ULTIMO-LOGIN TO ORD-ULTIMO-LOGIN
            MOVE DATA-SENHA        TO ORD-DATA-SENHA
            MOVE BLOQUEIO-USUARIO  TO ORD-BLOQUEIO
            MOVE WK-DIAS-SEM-LOGIN TO ORD-DIAS-SEM-LOGIN
            MOVE WK-BLOQ-AGORA     TO ORD-BLOQ-AGORA
            RELEASE REG-ORDENA
            .
      *                    BLOQUEIA O OPERADOR INATIVO E REGISTRA NO   *
      *                    LOG DE AUDITORIA                            *
       0220-BLOQUEIA.
            MOVE 'S'            TO BLOQUEIO-USUARIO
            MOVE WK-DATA-HOJE   TO DATA-ALTERACAO
            REWRITE REG-USUARIOS
                INVALID KEY
                    ADD 1 TO WK-QTD-ERROS
                    MOVE 'N'    TO BLOQUEIO-USUARIO
                    DISPLAY 'Erro ao bloquear o operador ' ID-USUARIO
                NOT INVALID KEY
                    ADD 1 TO WK-QTD-BLOQ-AGORA
                    MOVE 'S'    TO WK-BLOQ-AGORA
                    MOVE ID-USUARIO      TO WK-LOG-ID
                    MOVE 'BLOQINATIV'    TO WK-LOG-OPERACAO
                    MOVE NOME-USUARIO    TO WK-LOG-NOME-ANTES
                    MOVE NUMERO-USUARIO  TO WK-LOG-TEL-ANTES
                    MOVE EMAIL-USUARIO   TO WK-LOG-EMAIL-ANTES
                    MOVE NOME-USUARIO    TO WK-LOG-NOME-DEPOIS
                    MOVE NUMERO-USUARIO  TO WK-LOG-TEL-DEPOIS
                    MOVE EMAIL-USUARIO   TO WK-LOG-EMAIL-DEPOIS
                    PERFORM 0950-GRAVA-LOG
            END-REWRITE
            .
      *                    IMPRIME OS OPERADORES AGRUPADOS POR PERFIL  *
       0300-SAIDA-SORT                          SECTION.
       0301-SAIDA-SORT.
            MOVE SPACE          TO WK-PERFIL-ANT
            MOVE 'N'            TO WK-GRUPO-ABERTO

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                RETURN ORDENA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF WK-GRUPO-ABERTO = 'N' OR
                           ORD-PERFIL NOT = WK-PERFIL-ANT
                           IF WK-GRUPO-ABERTO = 'S'
                              PERFORM 0330-FECHA-GRUPO
                           END-IF
                           PERFORM 0320-ABRE-GRUPO
                        END-IF
                        PERFORM 0325-GRAVA-OPERADOR
                END-RETURN
            END-PERFORM
            IF WK-GRUPO-ABERTO = 'S'
               PERFORM 0330-FECHA-GRUPO
            END-IF
            IF WK-PAGINA = 0
               PERFORM 0310-CABECALHO
               MOVE 'NENHUM OPERADOR COM PERFIL A OU M NO CADASTRO'
                   TO WK-LINHA-REL
               PERFORM 0315-GRAVA-LINHA
            END-IF
            EXIT SECTION
            .
      *                    IMPRIME CABECALHO DE PAGINA                 *
       0310-CABECALHO.
            ADD 1 TO WK-PAGINA
            MOVE 0 TO WK-LINHA-CONT

            MOVE SPACES TO WK-LINHA-REL
            STRING 'RECERTIFICACAO DE ACESSOS PRIVILEGIADOS'
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
      *                    ABRE O GRUPO DE UM PERFIL EM PAGINA NOVA    *
       0320-ABRE-GRUPO.
            MOVE ORD-PERFIL     TO WK-PERFIL-ANT
            MOVE 'S'            TO WK-GRUPO-ABERTO
            MOVE 0              TO WK-GRP-QTD
            MOVE 0              TO WK-GRP-BLOQ
            IF ORD-PERFIL = 'A'
               MOVE 'A - ADMINISTRADOR'  TO WK-DESC-PERFIL
            ELSE
               MOVE 'M - MANUTENCAO'     TO WK-DESC-PERFIL
            END-IF

            PERFORM 0310-CABECALHO
            STRING 'PERFIL ' DELIMITED BY SIZE
                   WK-DESC-PERFIL DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            PERFORM 0315-GRAVA-LINHA
            MOVE 'ID      NOME                                SIT '
                TO WK-LINHA-REL
            MOVE 'ULT.LOGIN   DIAS   SENHA EM    BLOQUEIO'
                TO WK-LINHA-REL(49:39)
            MOVE 'RECERTIFICA (S/N)' TO WK-LINHA-REL(92:17)
            PERFORM 0315-GRAVA-LINHA
            .
      *                    IMPRIME UM OPERADOR DO GRUPO                *
       0325-GRAVA-OPERADOR.
            ADD 1 TO WK-GRP-QTD
            IF ORD-ULTIMO-LOGIN = 0
               MOVE 'NUNCA'     TO WK-DESC-ULTIMO
            ELSE
               MOVE ORD-ULTIMO-LOGIN TO WK-DATA-EDIT
               PERFORM 0340-FORMATA-DATA
               MOVE WK-DATA-FORMATADA TO WK-DESC-ULTIMO
            END-IF
            IF ORD-DATA-SENHA < 19000101
               MOVE 'SEM DATA'  TO WK-DESC-SENHA
            ELSE
               MOVE ORD-DATA-SENHA TO WK-DATA-EDIT
               PERFORM 0340-FORMATA-DATA
               MOVE WK-DATA-FORMATADA TO WK-DESC-SENHA
            END-IF
            EVALUATE TRUE
                WHEN ORD-BLOQ-AGORA = 'S'
                    ADD 1 TO WK-GRP-BLOQ
                    MOVE 'BLOQUEADO AGORA'  TO WK-DESC-BLOQUEIO
                WHEN ORD-BLOQUEIO = 'S'
                    MOVE 'BLOQUEADO'        TO WK-DESC-BLOQUEIO
                WHEN OTHER
                    MOVE 'LIBERADO'         TO WK-DESC-BLOQUEIO
            END-EVALUATE

            STRING ORD-ID            DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   ORD-NOME          DELIMITED BY SIZE
                   ' '               DELIMITED BY SIZE
                   ORD-SITUACAO      DELIMITED BY SIZE
                   '   '             DELIMITED BY SIZE
                   WK-DESC-ULTIMO    DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   ORD-DIAS-SEM-LOGIN DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WK-DESC-SENHA     DELIMITED BY SIZE
                   '  '              DELIMITED BY SIZE
                   WK-DESC-BLOQUEIO  DELIMITED BY SIZE
                   '  ( )'           DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            .
      *                    FECHA O GRUPO COM TOTAIS E ASSINATURA       *
       0330-FECHA-GRUPO.
            PERFORM 0315-GRAVA-LINHA
            STRING 'TOTAL DO PERFIL: '        DELIMITED BY SIZE
                   WK-GRP-QTD                DELIMITED BY SIZE
                   '   BLOQUEADOS NESTA EXECUCAO: ' DELIMITED BY SIZE
                   WK-GRP-BLOQ               DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            PERFORM 0315-GRAVA-LINHA
            MOVE 'GESTOR RESPONSAVEL: ______________________________'
                TO WK-LINHA-REL
            MOVE 'ASSINATURA: _________________________' TO
                WK-LINHA-REL(55:37)
            MOVE 'DATA: ___/___/______' TO WK-LINHA-REL(95:20)
            PERFORM 0315-GRAVA-LINHA
            MOVE 'N'            TO WK-GRUPO-ABERTO
            .
      *                    FORMATA WK-DATA-EDIT EM DD/MM/AAAA          *
       0340-FORMATA-DATA.
            MOVE SPACES TO WK-DATA-FORMATADA
            STRING WK-DE-DIA  DELIMITED BY SIZE
                   '/'        DELIMITED BY SIZE
                   WK-DE-MES  DELIMITED BY SIZE
                   '/'        DELIMITED BY SIZE
                   WK-DE-ANO  DELIMITED BY SIZE
                   INTO WK-DATA-FORMATADA
            END-STRING
            .
      *                    TOTAL GERAL DA EXECUCAO                     *
       0350-TOTAL-GERAL                         SECTION.
       0351-TOTAL-GERAL.
            PERFORM 0315-GRAVA-LINHA
            STRING 'TOTAL GERAL - PRIVILEGIADOS: ' DELIMITED BY SIZE
                   WK-QTD-PRIVILEGIADOS           DELIMITED BY SIZE
                   '  BLOQUEADOS NESTA EXECUCAO: ' DELIMITED BY SIZE
                   WK-QTD-BLOQ-AGORA              DELIMITED BY SIZE
                   '  JA BLOQUEADOS: '            DELIMITED BY SIZE
                   WK-QTD-JA-BLOQ                 DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            PERFORM 0315-GRAVA-LINHA
            MOVE 'OPERADORES BLOQUEADOS SO VOLTAM A ACESSAR APOS '
                TO WK-LINHA-REL
            MOVE 'DESBLOQUEIO NA ADMINISTRACAO DO CADCONTT'
                TO WK-LINHA-REL(49:40)
            PERFORM 0315-GRAVA-LINHA
            EXIT SECTION
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
       END PROGRAM RECERTIF.
