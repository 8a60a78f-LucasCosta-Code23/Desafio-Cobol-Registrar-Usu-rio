      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: VARREDURA SEMANAL DE INTEGRIDADE DO CADASTRO.
      *          REAPLICA AS REGRAS DE NOME, TELEFONE, E-MAIL E
      *          DOMINIO (DOMINIOS.DAT ATUAL) A CADA CONTATO ATIVO DO
      *          CONTATOS.DAT, CONFERE TELEFONE/E-MAIL PRINCIPAL QUE
      *          APARECE COMO ADICIONAL DE OUTRO ID, IDS ORFAOS NO
      *          CONTEXTR, STACRM, CONTENDR E GRPMEMBR E O CHECKPOINT
      *          CHKDELTA CONTRA O TAMANHO DO CONTLOG.
      *          GRAVA O RELATORIO RELINTG.DAT (UMA LINHA POR ACHADO
      *          COM O CODIGO DA REGRA) E, PARA O QUE PODE SER CORRIGIDO
      *          SEM DECISAO DO OPERADOR, O ARQUIVO MOVCORR.DAT NO
      *          LAYOUT DO MOVIMENT.DAT, PARA REVISAO ANTES DO LOTEMOV
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRA.
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

                SELECT RELINTG ASSIGN TO
                'C:\Users\Lucas\RELINTG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT ENDERECOS ASSIGN TO
                'C:\Users\Lucas\CONTENDR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS END-CHAVE
                FILE STATUS  IS WK-FS3.

                SELECT DOMINIOS ASSIGN TO
                'C:\Users\Lucas\DOMINIOS.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT MOVCORR ASSIGN TO
                'C:\Users\Lucas\MOVCORR.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT CHKDELTA ASSIGN TO
                'C:\Users\Lucas\CHKDELTA.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS7.

                SELECT STACRM ASSIGN TO
                'C:\Users\Lucas\STACRM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS STA-ID
                FILE STATUS  IS WK-FS8.

                SELECT EXTRAS ASSIGN TO
                'C:\Users\Lucas\CONTEXTR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS EXT-CHAVE
                ALTERNATE RECORD KEY IS EXT-VALOR WITH DUPLICATES
                FILE STATUS  IS WK-FS9.

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
            COPY REGDADOS.

       FD RELINTG.
       01 REL-LINHA                        PIC X(132).

       FD ENDERECOS.
            COPY REGENDER.

       FD DOMINIOS.
       01 REG-DOMINIO                      PIC X(40).

       FD MOVCORR.
       01 REG-MOVIMENTO.
          03 MOV-OPERACAO                  PIC X(01).
          03 MOV-ID                        PIC X(06).
          03 MOV-EMAIL-CHAVE               PIC X(30).
          03 MOV-NOME                      PIC X(60).
          03 MOV-TELEFONE                  PIC X(11).
          03 MOV-EMAIL                     PIC X(30).

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD CHKDELTA.
       01 CHK-LINHA                        PIC X(20).

       FD STACRM.
            COPY REGSTCRM.

       FD EXTRAS.
            COPY REGEXTRA.

       FD GRUPOS.
            COPY REGGRUPO.

       FD MEMBROS.
            COPY REGMEMBR.

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
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WK-FS7                           PIC 99.
          88 FS7-OK                        VALUE 0.
       77 WK-FS8                           PIC 99.
          88 FS8-OK                        VALUE 0.
       77 WK-FS9                           PIC 99.
          88 FS9-OK                        VALUE 0.
       77 WK-FS10                          PIC 99.
          88 FS10-OK                       VALUE 0.
       77 WK-FS11                          PIC 99.
          88 FS11-OK                       VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                    REGRAS DA VARREDURA (CODIGO E DESCRICAO)    *
       01 WK-TABELA-REGRAS.
          03 FILLER PIC X(43) VALUE
             'V01NOME COM MENOS DE 2 PALAVRAS           '.
          03 FILLER PIC X(43) VALUE
             'V02TELEFONE INVALIDO                      '.
          03 FILLER PIC X(43) VALUE
             'V03E-MAIL SEM @                           '.
          03 FILLER PIC X(43) VALUE
             'V04E-MAIL SEM CARACTERES ANTES DO @       '.
          03 FILLER PIC X(43) VALUE
             'V05DOMINIO DE E-MAIL NAO PERMITIDO        '.
          03 FILLER PIC X(43) VALUE
             'D01TELEFONE PRINCIPAL E ADICIONAL DE OUTRO'.
          03 FILLER PIC X(43) VALUE
             'D02E-MAIL PRINCIPAL E ADICIONAL DE OUTRO  '.
          03 FILLER PIC X(43) VALUE
             'O01ADICIONAL (CONTEXTR) SEM CONTATO       '.
          03 FILLER PIC X(43) VALUE
             'O02STATUS CRM (STACRM) SEM CONTATO        '.
          03 FILLER PIC X(43) VALUE
             'O03ENDERECO (CONTENDR) SEM CONTATO        '.
          03 FILLER PIC X(43) VALUE
             'O04MEMBRO DE GRUPO (GRPMEMBR) SEM CONTATO '.
          03 FILLER PIC X(43) VALUE
             'O05MEMBRO DE GRUPO NAO CADASTRADO         '.
          03 FILLER PIC X(43) VALUE
             'L01CHKDELTA ALEM DO FIM DO CONTLOG        '.
       01 FILLER REDEFINES WK-TABELA-REGRAS.
          03 WK-REGRA OCCURS 13 TIMES.
             05 WK-REGRA-COD               PIC X(03).
             05 WK-REGRA-DESC              PIC X(40).
       01 WK-CONTADORES-REGRAS.
          03 WK-REGRA-QTD                  PIC 9(06) OCCURS 13 TIMES.
       77 WK-IDX-REGRA                     PIC 9(02) VALUE ZEROS.
      *                    ACHADO CORRENTE                             *
       77 WK-ACH-ID                        PIC 9(06) VALUE ZEROS.
       77 WK-ACH-DETALHE                   PIC X(80) VALUE SPACES.
      *                    REGRA DE NOME (MESMA DO LOTEMOV)            *
       77 WK-COMPLETO                      PIC X(60) VALUE SPACES.
       01 WK-NOME.
          03 WK-PRIMEIRO                   PIC X(20) VALUE SPACES.
          03 WK-SOBRENOME                  PIC X(20) VALUE SPACES.
          03 WK-ULTIMO                     PIC X(20) VALUE SPACES.
       77 WK-ESPACOS                       PIC 9(02) VALUE ZEROS.
       77 WK-I                             PIC 9(02) VALUE ZEROS.
       77 WK-P                             PIC 9(02) VALUE ZEROS.
       77 WK-S                             PIC 9(02) VALUE ZEROS.
       77 WK-U                             PIC 9(02) VALUE ZEROS.
       77 WK-NOME-OK                       PIC X     VALUE 'S'.
      *                    REGRA DE TELEFONE                           *
       77 WK-TAMANHO-TEL                   PIC 99    VALUE ZERO.
       77 WK-NUMERO                        PIC X(11) VALUE SPACES.
       77 WK-TEL-OK                        PIC X     VALUE 'S'.
       77 WK-TEL-ORIG-OK                   PIC X     VALUE 'S'.
       77 WK-TEL-CORRIGIDO                 PIC X     VALUE 'N'.
       77 WK-TEL-FINAL                     PIC X(11) VALUE SPACES.
       77 WK-QTD-DIGITOS                   PIC 99    VALUE ZEROS.
       77 WK-IDX-CAR                       PIC 99    VALUE ZEROS.
      *                    REGRAS DE E-MAIL E DOMINIO                  *
       77 WK-EMAIL                         PIC X(30) VALUE SPACES.
       77 WK-ARRPOS                        PIC 9(02) VALUE ZEROS.
       77 WK-QTD-ANTES-ARROBA              PIC 99 VALUE ZEROS.
       77 WK-MIN-CARACTERES                PIC 99 VALUE 1.
       77 WK-POSICAO-ARROBA                PIC 99 VALUE ZEROS.
       77 WK-QTD-FIM-EMAIL                 PIC 99 VALUE ZEROS.
       01 WK-EMAIL-VALID                   PIC X VALUE 'N'.
       77 WK-REGRA-EMAIL                   PIC 9(02) VALUE ZEROS.
       77 WK-REGRA-EMAIL-ORIG              PIC 9(02) VALUE ZEROS.
       77 WK-EMAIL-CORRIGIDO               PIC X     VALUE 'N'.
       77 WK-EMAIL-FINAL                   PIC X(30) VALUE SPACES.
      *                                                              *
       01 WK-TABELA-DOMINIOS.
          03 WK-DOMINIO                    PIC X(40) OCCURS 50 TIMES.
       77 WK-QTD-DOMINIOS                  PIC 9(03) VALUE ZEROS.
       77 WK-IDX-DOM                       PIC 9(03) VALUE ZEROS.
       77 WK-SEM-DOMINIOS                  PIC X     VALUE 'N'.
      *                    DUPLICIDADE PRINCIPAL X ADICIONAL           *
       77 WK-EXTRAS-ABERTO                 PIC X     VALUE 'N'.
       77 WK-FIM-EXTRAS                    PIC X     VALUE 'N'.
       77 WK-VALOR-BUSCA                   PIC X(30) VALUE SPACES.
       77 WK-CLASSE-BUSCA                  PIC X     VALUE SPACE.
      *                    IDS ORFAOS                                  *
       77 WK-ID-BUSCA                      PIC 9(06) VALUE ZEROS.
       77 WK-ID-CACHE                      PIC 9(06) VALUE ZEROS.
       77 WK-EXISTE-CACHE                  PIC X     VALUE 'N'.
       77 WK-GRUPOS-ABERTO                 PIC X     VALUE 'N'.
       77 WK-GRP-CACHE                     PIC X(08) VALUE SPACES.
       77 WK-GRP-EXISTE                    PIC X     VALUE 'N'.
      *                    CHECKPOINT DO GERDELTA                      *
       01 WK-CHECKPOINT.
          03 WK-CHK-EXECUCAO               PIC 9(05).
          03 FILLER                        PIC X(01).
          03 WK-CHK-ULT-LINHA              PIC 9(07).
          03 FILLER                        PIC X(07).
       01 FILLER REDEFINES WK-CHECKPOINT.
          03 WK-CHK-EXECUCAO-X             PIC X(05).
          03 FILLER                        PIC X(01).
          03 WK-CHK-ULT-LINHA-X            PIC X(07).
          03 FILLER                        PIC X(07).
       77 WK-QTD-LINHAS-LOG                PIC 9(07) VALUE ZEROS.
      *                                                              *
       77 WK-QTD-CONTATOS                  PIC 9(07) VALUE ZEROS.
       77 WK-QTD-INATIVOS                  PIC 9(07) VALUE ZEROS.
       77 WK-QTD-ACHADOS                   PIC 9(07) VALUE ZEROS.
       77 WK-QTD-CORRECOES                 PIC 9(06) VALUE ZEROS.
       77 WK-GERA-CORRECAO                 PIC X     VALUE 'N'.
       77 WK-SUFIXO                        PIC X(50) VALUE SPACES.
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
            PERFORM 0060-CARREGADOMINIOS
            PERFORM 0100-VARREDURA
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
            INITIALIZE WK-CONTADORES-REGRAS
            .
      *                    CARREGA A LISTA DE DOMINIOS PERMITIDOS      *
       0060-CARREGADOMINIOS                         SECTION.
       0061-CARREGADOMINIOS.
            MOVE 0              TO WK-QTD-DOMINIOS
            SET FS4-OK          TO TRUE
            OPEN INPUT DOMINIOS

            IF FS4-OK THEN
               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ DOMINIOS INTO REG-DOMINIO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF WK-QTD-DOMINIOS < 50
                              ADD 1 TO WK-QTD-DOMINIOS
                              MOVE REG-DOMINIO TO
                                  WK-DOMINIO(WK-QTD-DOMINIOS)
                           ELSE
                              DISPLAY 'Aviso: limite de 50 dominios '
                              'atingido, dominios excedentes ignorados.'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOMINIOS
            END-IF
            IF WK-QTD-DOMINIOS = 0
               MOVE 'S' TO WK-SEM-DOMINIOS
               DISPLAY 'Aviso: arquivo de dominios nao encontrado ou '
               'vazio, regra V05 nao sera aplicada.'
            END-IF
            .
      *                    ABRE OS ARQUIVOS E EXECUTA AS CONFERENCIAS  *
       0100-VARREDURA                           SECTION.
       0101-VARREDURA.
            SET FS-OK           TO TRUE
            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
               EXIT SECTION
            END-IF

            SET FS2-OK          TO TRUE
            OPEN OUTPUT RELINTG
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo RELINTG.DAT.' WK-FS2
               CLOSE CONTATOS
               EXIT SECTION
            END-IF

            SET FS5-OK          TO TRUE
            OPEN OUTPUT MOVCORR
            IF NOT FS5-OK THEN
               DISPLAY 'Erro ao abrir o arquivo MOVCORR.DAT.' WK-FS5
               CLOSE CONTATOS
               CLOSE RELINTG
               EXIT SECTION
            END-IF

            SET FS9-OK          TO TRUE
            OPEN INPUT EXTRAS
            IF FS9-OK THEN
               MOVE 'S' TO WK-EXTRAS-ABERTO
            ELSE
               MOVE 'N' TO WK-EXTRAS-ABERTO
               DISPLAY 'Aviso: CONTEXTR.DAT indisponivel, regras D01, '
               'D02 e O01 nao serao aplicadas.' WK-FS9
            END-IF

            PERFORM 0110-CABECALHO

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTATOS NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        PERFORM 0200-CONFERE-CONTATO
                END-READ
            END-PERFORM

            PERFORM 0300-ORFAOS
            PERFORM 0400-CHECKPOINT
            PERFORM 0120-TOTAL

            IF WK-EXTRAS-ABERTO = 'S'
               CLOSE EXTRAS
            END-IF
            CLOSE CONTATOS
            CLOSE RELINTG
            CLOSE MOVCORR

            DISPLAY 'Varredura de integridade concluida.'
            DISPLAY 'Contatos lidos       : ' WK-QTD-CONTATOS
            DISPLAY 'Inativos (sem regras): ' WK-QTD-INATIVOS
            DISPLAY 'Achados              : ' WK-QTD-ACHADOS
            DISPLAY 'Correcoes propostas  : ' WK-QTD-CORRECOES
            DISPLAY 'Consulte o RELINTG.DAT; revise o MOVCORR.DAT e '
            'copie-o para MOVIMENT.DAT para aplicar pelo LOTEMOV.'
            EXIT SECTION
            .
      *                    IMPRIME CABECALHO DO RELATORIO              *
       0110-CABECALHO                           SECTION.
       0111-CABECALHO.
            MOVE SPACES TO WK-LINHA-REL
            STRING 'VARREDURA DE INTEGRIDADE DO CADASTRO DE CONTATOS'
                   DELIMITED BY SIZE
                   '     DATA: '  DELIMITED BY SIZE
                   WK-DATA-EXEC   DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            WRITE REL-LINHA FROM WK-LINHA-REL
            EXIT SECTION
            .
      *                    IMPRIME O RESUMO POR REGRA                  *
       0120-TOTAL                               SECTION.
       0121-TOTAL.
            MOVE SPACES TO WK-LINHA-REL
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'CONTATOS LIDOS        : ' DELIMITED BY SIZE
                   WK-QTD-CONTATOS            DELIMITED BY SIZE
                   '  INATIVOS (SEM REGRAS V/D): ' DELIMITED BY SIZE
                   WK-QTD-INATIVOS            DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            PERFORM VARYING WK-IDX-REGRA FROM 1 BY 1
            UNTIL WK-IDX-REGRA > 13
                MOVE SPACES TO WK-LINHA-REL
                STRING WK-REGRA-COD(WK-IDX-REGRA)  DELIMITED BY SIZE
                       ' '                         DELIMITED BY SIZE
                       WK-REGRA-DESC(WK-IDX-REGRA) DELIMITED BY SIZE
                       ': '                        DELIMITED BY SIZE
                       WK-REGRA-QTD(WK-IDX-REGRA)  DELIMITED BY SIZE
                       INTO WK-LINHA-REL
                END-STRING
                WRITE REL-LINHA FROM WK-LINHA-REL
            END-PERFORM
            MOVE SPACES TO WK-LINHA-REL
            STRING 'TOTAL DE ACHADOS      : ' DELIMITED BY SIZE
                   WK-QTD-ACHADOS             DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'CORRECOES EM MOVCORR  : ' DELIMITED BY SIZE
                   WK-QTD-CORRECOES           DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'REVISE O MOVCORR.DAT E COPIE-O PARA MOVIMENT.DAT '
                   DELIMITED BY SIZE
                   'PARA APLICAR PELO LOTEMOV' DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            EXIT SECTION
            .
      *                    REAPLICA AS REGRAS AO CONTATO LIDO E PROPOE *
      *                    CORRECAO QUANDO ELA NAO DEPENDE DO OPERADOR *
       0200-CONFERE-CADASTRO                    SECTION.
       0200-CONFERE-CONTATO.
            ADD 1 TO WK-QTD-CONTATOS
            IF SITUACAO-USUARIO = 'I'
               ADD 1 TO WK-QTD-INATIVOS
            ELSE
               PERFORM 0205-CONFERE-ATIVO
            END-IF
            .
      *                    CONFERE O CONTATO ATIVO                     *
       0205-CONFERE-ATIVO.
            MOVE NUMERO-USUARIO TO WK-TEL-FINAL
            MOVE EMAIL-USUARIO  TO WK-EMAIL-FINAL
            MOVE 'N'            TO WK-TEL-CORRIGIDO
            MOVE 'N'            TO WK-EMAIL-CORRIGIDO

            PERFORM 0210-REGRA-NOME

            MOVE NUMERO-USUARIO TO WK-NUMERO
            PERFORM 0220-REGRA-TELEFONE
            MOVE WK-TEL-OK      TO WK-TEL-ORIG-OK
            IF WK-TEL-ORIG-OK = 'N'
               PERFORM 0240-CORRIGE-TELEFONE
            END-IF

            MOVE EMAIL-USUARIO  TO WK-EMAIL
            PERFORM 0230-REGRA-EMAIL
            MOVE WK-REGRA-EMAIL TO WK-REGRA-EMAIL-ORIG
            IF WK-REGRA-EMAIL-ORIG > 0
               PERFORM 0250-CORRIGE-EMAIL
            END-IF

            MOVE 'N'            TO WK-GERA-CORRECAO
            IF (WK-TEL-CORRIGIDO = 'S' OR WK-EMAIL-CORRIGIDO = 'S')
               AND WK-NOME-OK = 'S'
               AND (WK-TEL-ORIG-OK = 'S' OR WK-TEL-CORRIGIDO = 'S')
               AND (WK-REGRA-EMAIL-ORIG = 0 OR
                    WK-EMAIL-CORRIGIDO = 'S')
               MOVE 'S'         TO WK-GERA-CORRECAO
            END-IF

            MOVE ID-USUARIO     TO WK-ACH-ID
            IF WK-NOME-OK = 'N'
               MOVE 1           TO WK-IDX-REGRA
               MOVE SPACES      TO WK-ACH-DETALHE
               STRING 'NOME: '  DELIMITED BY SIZE
                      FUNCTION TRIM(NOME-USUARIO) DELIMITED BY SIZE
                      ' (CORRECAO MANUAL)' DELIMITED BY SIZE
                      INTO WK-ACH-DETALHE
               END-STRING
               PERFORM 0800-REGISTRA-ACHADO
            END-IF

            IF WK-TEL-ORIG-OK = 'N'
               MOVE 2           TO WK-IDX-REGRA
               MOVE SPACES      TO WK-SUFIXO
               IF WK-GERA-CORRECAO = 'S'
                  STRING ' -> ' DELIMITED BY SIZE
                         FUNCTION TRIM(WK-TEL-FINAL) DELIMITED BY SIZE
                         ' (MOVCORR)' DELIMITED BY SIZE
                         INTO WK-SUFIXO
                  END-STRING
               ELSE
                  MOVE ' (CORRECAO MANUAL)' TO WK-SUFIXO
               END-IF
               MOVE SPACES      TO WK-ACH-DETALHE
               STRING 'TELEFONE: ' DELIMITED BY SIZE
                      NUMERO-USUARIO DELIMITED BY SIZE
                      WK-SUFIXO DELIMITED BY SIZE
                      INTO WK-ACH-DETALHE
               END-STRING
               PERFORM 0800-REGISTRA-ACHADO
            END-IF

            IF WK-REGRA-EMAIL-ORIG > 0
               MOVE WK-REGRA-EMAIL-ORIG TO WK-IDX-REGRA
               MOVE SPACES      TO WK-SUFIXO
               IF WK-GERA-CORRECAO = 'S'
                  STRING ' -> ' DELIMITED BY SIZE
                         FUNCTION TRIM(WK-EMAIL-FINAL) DELIMITED BY SIZE
                         ' (MOVCORR)' DELIMITED BY SIZE
                         INTO WK-SUFIXO
                  END-STRING
               ELSE
                  MOVE ' (CORRECAO MANUAL)' TO WK-SUFIXO
               END-IF
               MOVE SPACES      TO WK-ACH-DETALHE
               STRING 'E-MAIL: ' DELIMITED BY SIZE
                      FUNCTION TRIM(EMAIL-USUARIO) DELIMITED BY SIZE
                      WK-SUFIXO DELIMITED BY SIZE
                      INTO WK-ACH-DETALHE
               END-STRING
               PERFORM 0800-REGISTRA-ACHADO
            END-IF

            IF WK-GERA-CORRECAO = 'S'
               PERFORM 0270-GRAVA-CORRECAO
            END-IF

            IF WK-EXTRAS-ABERTO = 'S'
               PERFORM 0260-DUPLICADOS
            END-IF
            .
      *                    NOME COM PELO MENOS 2 PALAVRAS              *
       0210-REGRA-NOME.
            MOVE 'S' TO WK-NOME-OK
            MOVE SPACES TO WK-COMPLETO
            MOVE NOME-USUARIO TO WK-COMPLETO
            MOVE 0 TO WK-ESPACOS
            PERFORM VARYING WK-I FROM 1 BY 1 UNTIL WK-I >
            LENGTH OF WK-COMPLETO
                 UNSTRING
                     WK-COMPLETO
                     DELIMITED BY ALL SPACES
                     INTO WK-PRIMEIRO  COUNT  IN WK-P
                          WK-SOBRENOME COUNT  IN  WK-S
                          WK-ULTIMO    COUNT  IN  WK-U
                     WITH POINTER WK-I
                     TALLYING IN WK-ESPACOS
                 END-UNSTRING
            END-PERFORM
            IF WK-ESPACOS < 2
               MOVE 'N' TO WK-NOME-OK
            END-IF
            .
      *                    TELEFONE COM 10 OU 11 DIGITOS, SEM ESPACOS  *
      *                    OU SINAIS (WK-NUMERO)                       *
       0220-REGRA-TELEFONE.
            MOVE 'S' TO WK-TEL-OK
            IF WK-NUMERO = SPACES
               MOVE 'N' TO WK-TEL-OK
            ELSE
               COMPUTE WK-TAMANHO-TEL = FUNCTION LENGTH
               (FUNCTION TRIM(WK-NUMERO))
               IF WK-TAMANHO-TEL < 10 OR WK-TAMANHO-TEL > 11
                  MOVE 'N' TO WK-TEL-OK
               ELSE
                  IF WK-NUMERO(1:WK-TAMANHO-TEL) NOT NUMERIC
                     MOVE 'N' TO WK-TEL-OK
                  END-IF
               END-IF
            END-IF
            .
      *                    E-MAIL COM @, CARACTERES ANTES DELE E       *
      *                    DOMINIO PERMITIDO (WK-EMAIL). DEVOLVE EM    *
      *                    WK-REGRA-EMAIL A REGRA VIOLADA (0 = OK)     *
       0230-REGRA-EMAIL.
            MOVE 0 TO WK-REGRA-EMAIL
            MOVE 0 TO WK-POSICAO-ARROBA
            PERFORM VARYING WK-ARRPOS FROM 1 BY 1
            UNTIL WK-ARRPOS > LENGTH OF WK-EMAIL OR
                  WK-POSICAO-ARROBA > 0
                IF WK-EMAIL(WK-ARRPOS:1) = '@'
                   MOVE WK-ARRPOS TO WK-POSICAO-ARROBA
                END-IF
            END-PERFORM
            COMPUTE WK-QTD-ANTES-ARROBA = WK-POSICAO-ARROBA - 1
            EVALUATE TRUE
                WHEN WK-POSICAO-ARROBA = 0
                    MOVE 3 TO WK-REGRA-EMAIL
                WHEN WK-QTD-ANTES-ARROBA < WK-MIN-CARACTERES
                    MOVE 4 TO WK-REGRA-EMAIL
                WHEN WK-SEM-DOMINIOS = 'S'
                    CONTINUE
                WHEN WK-POSICAO-ARROBA >= LENGTH OF WK-EMAIL
                    MOVE 5 TO WK-REGRA-EMAIL
                WHEN OTHER
                    PERFORM 0235-CONFERE-DOMINIO
            END-EVALUATE
            .
      *                    DOMINIO DO E-MAIL NA TABELA DE PERMITIDOS   *
       0235-CONFERE-DOMINIO.
            COMPUTE WK-QTD-FIM-EMAIL = LENGTH OF WK-EMAIL -
            WK-POSICAO-ARROBA
            MOVE 'N' TO WK-EMAIL-VALID
            PERFORM VARYING WK-IDX-DOM FROM 1 BY 1
            UNTIL WK-IDX-DOM > WK-QTD-DOMINIOS
                IF WK-EMAIL(WK-POSICAO-ARROBA + 1:
                WK-QTD-FIM-EMAIL) = WK-DOMINIO(WK-IDX-DOM)
                   MOVE 'Y' TO WK-EMAIL-VALID
                   EXIT PERFORM
                END-IF
            END-PERFORM
            IF WK-EMAIL-VALID = 'N'
               MOVE 5 TO WK-REGRA-EMAIL
            END-IF
            .
      *                    TELEFONE SO COM OS DIGITOS (TIRA ESPACOS,   *
      *                    PARENTESES, HIFENS E PONTOS)                *
       0240-CORRIGE-TELEFONE.
            MOVE SPACES         TO WK-NUMERO
            MOVE 0              TO WK-QTD-DIGITOS
            PERFORM VARYING WK-IDX-CAR FROM 1 BY 1
            UNTIL WK-IDX-CAR > LENGTH OF NUMERO-USUARIO
                IF NUMERO-USUARIO(WK-IDX-CAR:1) IS NUMERIC
                   ADD 1 TO WK-QTD-DIGITOS
                   MOVE NUMERO-USUARIO(WK-IDX-CAR:1) TO
                       WK-NUMERO(WK-QTD-DIGITOS:1)
                END-IF
            END-PERFORM
            IF WK-NUMERO NOT = NUMERO-USUARIO
               PERFORM 0220-REGRA-TELEFONE
               IF WK-TEL-OK = 'S'
                  MOVE WK-NUMERO   TO WK-TEL-FINAL
                  MOVE 'S'         TO WK-TEL-CORRIGIDO
               END-IF
            END-IF
            .
      *                    E-MAIL SEM ESPACOS A ESQUERDA E EM          *
      *                    MINUSCULAS                                  *
       0250-CORRIGE-EMAIL.
            MOVE FUNCTION TRIM(EMAIL-USUARIO LEADING) TO WK-EMAIL
            INSPECT WK-EMAIL CONVERTING
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
                'abcdefghijklmnopqrstuvwxyz'
            IF WK-EMAIL NOT = EMAIL-USUARIO
               PERFORM 0230-REGRA-EMAIL
               IF WK-REGRA-EMAIL = 0
                  MOVE WK-EMAIL    TO WK-EMAIL-FINAL
                  MOVE 'S'         TO WK-EMAIL-CORRIGIDO
               END-IF
            END-IF
            .
      *                    TELEFONE/E-MAIL PRINCIPAL DO CONTATO QUE E  *
      *                    ADICIONAL DE OUTRO ID NO CONTEXTR           *
       0260-DUPLICADOS.
            IF NUMERO-USUARIO NOT = SPACES
               MOVE NUMERO-USUARIO TO WK-VALOR-BUSCA
               MOVE 'F'            TO WK-CLASSE-BUSCA
               MOVE 6              TO WK-IDX-REGRA
               PERFORM 0265-BUSCA-ADICIONAL
            END-IF
            IF EMAIL-USUARIO NOT = SPACES
               MOVE EMAIL-USUARIO  TO WK-VALOR-BUSCA
               MOVE 'E'            TO WK-CLASSE-BUSCA
               MOVE 7              TO WK-IDX-REGRA
               PERFORM 0265-BUSCA-ADICIONAL
            END-IF
            .
      *                    PERCORRE OS ADICIONAIS COM O VALOR BUSCADO  *
       0265-BUSCA-ADICIONAL.
            MOVE WK-VALOR-BUSCA TO EXT-VALOR
            MOVE 'N'            TO WK-FIM-EXTRAS
            START EXTRAS KEY IS = EXT-VALOR
                INVALID KEY
                    MOVE 'S' TO WK-FIM-EXTRAS
            END-START
            PERFORM UNTIL WK-FIM-EXTRAS = 'S'
                READ EXTRAS NEXT
                    AT END
                        MOVE 'S' TO WK-FIM-EXTRAS
                    NOT AT END
                        IF EXT-VALOR NOT = WK-VALOR-BUSCA
                           MOVE 'S' TO WK-FIM-EXTRAS
                        ELSE
                           IF EXT-ID-USUARIO NOT = ID-USUARIO AND
                              EXT-CLASSE = WK-CLASSE-BUSCA
                              MOVE SPACES TO WK-ACH-DETALHE
                              STRING FUNCTION TRIM(WK-VALOR-BUSCA)
                                         DELIMITED BY SIZE
                                     ' E ADICIONAL DO ID '
                                         DELIMITED BY SIZE
                                     EXT-ID-USUARIO DELIMITED BY SIZE
                                     ' (CORRECAO MANUAL)'
                                         DELIMITED BY SIZE
                                     INTO WK-ACH-DETALHE
                              END-STRING
                              PERFORM 0800-REGISTRA-ACHADO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            .
      *                    GRAVA A ALTERACAO PROPOSTA NO MOVCORR       *
       0270-GRAVA-CORRECAO.
            ADD 1               TO WK-QTD-CORRECOES
            MOVE SPACES         TO REG-MOVIMENTO
            MOVE 'A'            TO MOV-OPERACAO
            MOVE ID-USUARIO     TO MOV-ID
            MOVE SPACES         TO MOV-EMAIL-CHAVE
            MOVE NOME-USUARIO   TO MOV-NOME
            MOVE WK-TEL-FINAL   TO MOV-TELEFONE
            MOVE WK-EMAIL-FINAL TO MOV-EMAIL
            WRITE REG-MOVIMENTO
            .
      *                    IDS DOS ARQUIVOS FILHOS SEM CONTATO NO      *
      *                    CADASTRO                                    *
       0300-ORFAOS                              SECTION.
       0301-ORFAOS.
            MOVE 999999         TO WK-ID-CACHE
            IF WK-EXTRAS-ABERTO = 'S'
               PERFORM 0310-ORFAOS-EXTRAS
            END-IF
            PERFORM 0320-ORFAOS-STACRM
            PERFORM 0330-ORFAOS-ENDERECOS
            PERFORM 0340-ORFAOS-MEMBROS
            EXIT SECTION
            .
      *                    ADICIONAIS (CONTEXTR)                       *
       0310-ORFAOS-EXTRAS.
            MOVE 8              TO WK-IDX-REGRA
            MOVE 0              TO EXT-ID-USUARIO
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
                        MOVE EXT-ID-USUARIO TO WK-ID-BUSCA
                        PERFORM 0390-EXISTE-CONTATO
                        IF WK-EXISTE-CACHE = 'N'
                           MOVE EXT-ID-USUARIO TO WK-ACH-ID
                           MOVE SPACES TO WK-ACH-DETALHE
                           STRING 'SEQUENCIA '   DELIMITED BY SIZE
                                  EXT-SEQUENCIA  DELIMITED BY SIZE
                                  ' CLASSE '     DELIMITED BY SIZE
                                  EXT-CLASSE     DELIMITED BY SIZE
                                  ' VALOR '      DELIMITED BY SIZE
                                  FUNCTION TRIM(EXT-VALOR)
                                                 DELIMITED BY SIZE
                                  INTO WK-ACH-DETALHE
                           END-STRING
                           PERFORM 0800-REGISTRA-ACHADO
                        END-IF
                END-READ
            END-PERFORM
            .
      *                    STATUS DE ENVIO AO CRM (STACRM)             *
       0320-ORFAOS-STACRM.
            SET FS8-OK          TO TRUE
            OPEN INPUT STACRM
            IF NOT FS8-OK THEN
               DISPLAY 'Aviso: STACRM.DAT indisponivel, regra O02 nao '
               'aplicada.' WK-FS8
            ELSE
               MOVE 9              TO WK-IDX-REGRA
               SET EOF-OK          TO FALSE
               PERFORM UNTIL EOF-OK
                   READ STACRM NEXT
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE STA-ID TO WK-ID-BUSCA
                           PERFORM 0390-EXISTE-CONTATO
                           IF WK-EXISTE-CACHE = 'N'
                              MOVE STA-ID TO WK-ACH-ID
                              MOVE SPACES TO WK-ACH-DETALHE
                              STRING 'STATUS '      DELIMITED BY SIZE
                                     STA-STATUS     DELIMITED BY SIZE
                                     ' ULTIMO ACEITE ' DELIMITED BY SIZE
                                     STA-DATA-ACEITE DELIMITED BY SIZE
                                     INTO WK-ACH-DETALHE
                              END-STRING
                              PERFORM 0800-REGISTRA-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STACRM
            END-IF
            .
      *                    ENDERECOS POSTAIS (CONTENDR)                *
       0330-ORFAOS-ENDERECOS.
            SET FS3-OK          TO TRUE
            OPEN INPUT ENDERECOS
            IF NOT FS3-OK THEN
               DISPLAY 'Aviso: CONTENDR.DAT indisponivel, regra O03 '
               'nao aplicada.' WK-FS3
            ELSE
               MOVE 10             TO WK-IDX-REGRA
               SET EOF-OK          TO FALSE
               PERFORM UNTIL EOF-OK
                   READ ENDERECOS NEXT
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           MOVE END-ID-USUARIO TO WK-ID-BUSCA
                           PERFORM 0390-EXISTE-CONTATO
                           IF WK-EXISTE-CACHE = 'N'
                              MOVE END-ID-USUARIO TO WK-ACH-ID
                              MOVE SPACES TO WK-ACH-DETALHE
                              STRING 'SEQUENCIA '   DELIMITED BY SIZE
                                     END-SEQUENCIA  DELIMITED BY SIZE
                                     ' CEP '        DELIMITED BY SIZE
                                     END-CEP        DELIMITED BY SIZE
                                     ' '            DELIMITED BY SIZE
                                     FUNCTION TRIM(END-CIDADE)
                                                    DELIMITED BY SIZE
                                     INTO WK-ACH-DETALHE
                              END-STRING
                              PERFORM 0800-REGISTRA-ACHADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDERECOS
            END-IF
            .
      *                    MEMBROS DE GRUPO (GRPMEMBR): CONTATO E      *
      *                    GRUPO PRECISAM EXISTIR                      *
       0340-ORFAOS-MEMBROS.
            SET FS11-OK         TO TRUE
            OPEN INPUT MEMBROS
            IF NOT FS11-OK THEN
               DISPLAY 'Aviso: GRPMEMBR.DAT indisponivel, regras O04 e '
               'O05 nao aplicadas.' WK-FS11
            ELSE
               SET FS10-OK         TO TRUE
               OPEN INPUT GRUPOS
               IF FS10-OK THEN
                  MOVE 'S' TO WK-GRUPOS-ABERTO
               ELSE
                  MOVE 'N' TO WK-GRUPOS-ABERTO
                  DISPLAY 'Aviso: GRUPOS.DAT indisponivel, regra O05 '
                  'nao aplicada.' WK-FS10
               END-IF
               MOVE HIGH-VALUES    TO WK-GRP-CACHE
               SET EOF-OK          TO FALSE
               PERFORM UNTIL EOF-OK
                   READ MEMBROS NEXT
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM 0345-CONFERE-MEMBRO
                   END-READ
               END-PERFORM
               IF WK-GRUPOS-ABERTO = 'S'
                  CLOSE GRUPOS
               END-IF
               CLOSE MEMBROS
            END-IF
            .
      *                    CONFERE UM MEMBRO DE GRUPO                  *
       0345-CONFERE-MEMBRO.
            MOVE MBR-ID-USUARIO TO WK-ID-BUSCA
            PERFORM 0390-EXISTE-CONTATO
            IF WK-EXISTE-CACHE = 'N'
               MOVE 11             TO WK-IDX-REGRA
               MOVE MBR-ID-USUARIO TO WK-ACH-ID
               MOVE SPACES         TO WK-ACH-DETALHE
               STRING 'GRUPO '     DELIMITED BY SIZE
                      MBR-GRUPO    DELIMITED BY SIZE
                      INTO WK-ACH-DETALHE
               END-STRING
               PERFORM 0800-REGISTRA-ACHADO
            END-IF

            IF WK-GRUPOS-ABERTO = 'S'
               IF MBR-GRUPO NOT = WK-GRP-CACHE
                  MOVE MBR-GRUPO   TO WK-GRP-CACHE
                  MOVE 'N'         TO WK-GRP-EXISTE
                  MOVE MBR-GRUPO   TO GRP-CODIGO
                  READ GRUPOS
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE 'S' TO WK-GRP-EXISTE
                  END-READ
               END-IF
               IF WK-GRP-EXISTE = 'N'
                  MOVE 12             TO WK-IDX-REGRA
                  MOVE MBR-ID-USUARIO TO WK-ACH-ID
                  MOVE SPACES         TO WK-ACH-DETALHE
                  STRING 'GRUPO '     DELIMITED BY SIZE
                         MBR-GRUPO    DELIMITED BY SIZE
                         ' NAO ESTA NO GRUPOS.DAT' DELIMITED BY SIZE
                         INTO WK-ACH-DETALHE
                  END-STRING
                  PERFORM 0800-REGISTRA-ACHADO
               END-IF
            END-IF
            .
      *                    VERIFICA SE O ID EXISTE NO CADASTRO,        *
      *                    GUARDANDO O ULTIMO ID CONSULTADO            *
       0390-EXISTE-CONTATO.
            IF WK-ID-BUSCA NOT = WK-ID-CACHE
               MOVE WK-ID-BUSCA    TO WK-ID-CACHE
               MOVE WK-ID-BUSCA    TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       MOVE 'N' TO WK-EXISTE-CACHE
                   NOT INVALID KEY
                       MOVE 'S' TO WK-EXISTE-CACHE
               END-READ
            END-IF
            .
      *                    CHECKPOINT DO GERDELTA NAO PODE APONTAR     *
      *                    ALEM DA ULTIMA LINHA DO CONTLOG             *
       0400-CHECKPOINT                          SECTION.
       0401-CHECKPOINT.
            SET FS7-OK          TO TRUE
            OPEN INPUT CHKDELTA
            IF NOT FS7-OK THEN
               EXIT SECTION
            END-IF
            MOVE SPACES         TO WK-CHECKPOINT
            SET EOF-OK          TO FALSE
            READ CHKDELTA INTO WK-CHECKPOINT
                AT END
                    SET EOF-OK TO TRUE
            END-READ
            CLOSE CHKDELTA
            IF EOF-OK OR WK-CHK-ULT-LINHA-X NOT NUMERIC
               EXIT SECTION
            END-IF

            MOVE 0              TO WK-QTD-LINHAS-LOG
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF FS6-OK THEN
               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ CONTLOG
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WK-QTD-LINHAS-LOG
                   END-READ
               END-PERFORM
               CLOSE CONTLOG
            END-IF

            IF WK-CHK-ULT-LINHA > WK-QTD-LINHAS-LOG
               MOVE 13          TO WK-IDX-REGRA
               MOVE 0           TO WK-ACH-ID
               MOVE SPACES      TO WK-ACH-DETALHE
               STRING 'CHECKPOINT NA LINHA ' DELIMITED BY SIZE
                      WK-CHK-ULT-LINHA       DELIMITED BY SIZE
                      ', CONTLOG COM '       DELIMITED BY SIZE
                      WK-QTD-LINHAS-LOG      DELIMITED BY SIZE
                      ' LINHAS (AJUSTAR)'    DELIMITED BY SIZE
                      INTO WK-ACH-DETALHE
               END-STRING
               PERFORM 0800-REGISTRA-ACHADO
            END-IF
            EXIT SECTION
            .
      *                    GRAVA UM ACHADO NO RELATORIO E CONTA POR    *
      *                    REGRA (WK-IDX-REGRA, WK-ACH-ID E DETALHE)   *
       0800-REGISTRA-ACHADO                     SECTION.
       0801-REGISTRA-ACHADO.
            ADD 1 TO WK-QTD-ACHADOS
            ADD 1 TO WK-REGRA-QTD(WK-IDX-REGRA)
            MOVE SPACES TO WK-LINHA-REL
            STRING WK-REGRA-COD(WK-IDX-REGRA) DELIMITED BY SIZE
                   '  ID '         DELIMITED BY SIZE
                   WK-ACH-ID       DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   WK-REGRA-DESC(WK-IDX-REGRA) DELIMITED BY '  '
                   '  '            DELIMITED BY SIZE
                   WK-ACH-DETALHE  DELIMITED BY SIZE
                   INTO WK-LINHA-REL
                ON OVERFLOW
                   CONTINUE
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            EXIT SECTION
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM INTEGRA.
