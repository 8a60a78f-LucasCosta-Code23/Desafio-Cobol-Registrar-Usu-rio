      ******************************************************************
      * Author: LUCAS PEREIRA COSTA
      * Date: 15/10/2026
      * Purpose: IMPORTACAO DAS CORRECOES FEITAS NO CRM (ATUCRM.DAT,
      *          LINHAS ID;CAMPO;VALOR;AAAAMMDD, CAMPO = NOME,
      *          TELEFONE OU EMAIL). GRAVA MOVIMENT.DAT NO LAYOUT
      *          EXATO DO LOTEMOV (UMA ALTERACAO POR ID COM TODAS AS
      *          CORRECOES DELE) E O RELATORIO RELICRM.DAT. QUANDO O
      *          MESMO CAMPO TAMBEM FOI ALTERADO AQUI DEPOIS DO ULTIMO
      *          ACEITE DO CRM (STA-DATA-ACEITE DO STACRM.DAT, CONFERIDO
      *          PELA DATA-ALTERACAO E PELAS LINHAS DO CONTLOG.DAT) A
      *          CORRECAO VAI PARA O RELATORIO COMO CONFLITO E NAO PARA
      *          O MOVIMENTO, PARA O OPERADOR DECIDIR QUAL VALOR FICA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCRM.
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

                SELECT ATUCRM ASSIGN TO
                'C:\Users\Lucas\ATUCRM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS4.

                SELECT MOVIMENTO ASSIGN TO
                'C:\Users\Lucas\MOVIMENT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS5.

                SELECT RELICRM ASSIGN TO
                'C:\Users\Lucas\RELICRM.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS2.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT STACRM ASSIGN TO
                'C:\Users\Lucas\STACRM.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS STA-ID
                FILE STATUS  IS WK-FS8.

                SELECT ORDENA ASSIGN TO
                'C:\Users\Lucas\IMPCRM.TMP'.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
            COPY REGDADOS.

       FD ATUCRM.
       01 REG-ATUCRM                       PIC X(120).

       FD MOVIMENTO.
       01 REG-MOVIMENTO.
          03 MOV-OPERACAO                  PIC X(01).
          03 MOV-ID                        PIC X(06).
          03 MOV-EMAIL-CHAVE               PIC X(30).
          03 MOV-NOME                      PIC X(60).
          03 MOV-TELEFONE                  PIC X(11).
          03 MOV-EMAIL                     PIC X(30).

       FD RELICRM.
       01 REL-LINHA                        PIC X(132).

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD STACRM.
            COPY REGSTCRM.

       SD ORDENA.
       01 REG-ORDENA.
          03 ORD-ID                        PIC 9(06).
          03 ORD-DATA-CRM                  PIC 9(08).
          03 ORD-SEQUENCIA                 PIC 9(07).
          03 ORD-CAMPO                     PIC X(08).
          03 ORD-VALOR                     PIC X(60).

       WORKING-STORAGE SECTION.
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS4                           PIC 99.
          88 FS4-OK                        VALUE 0.
       77 WK-FS5                           PIC 99.
          88 FS5-OK                        VALUE 0.
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WK-FS8                           PIC 99.
          88 FS8-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
            COPY REGLOG.
      *                    CAMPOS DA LINHA DO CRM                      *
       77 WK-ATU-ID-X                      PIC X(06) VALUE SPACES.
       77 WK-ATU-CAMPO                     PIC X(08) VALUE SPACES.
       77 WK-ATU-VALOR                     PIC X(60) VALUE SPACES.
       77 WK-ATU-DATA-X                    PIC X(08) VALUE SPACES.
      *                                                              *
       77 WK-ABORTA                        PIC X     VALUE 'N'.
       77 WK-STACRM-ABERTO                 PIC X     VALUE 'N'.
       77 WK-CONTLOG-EXISTE                PIC X     VALUE 'N'.
       77 WK-FIM-LOG                       PIC X     VALUE 'N'.
      *                    SITUACAO DO ID CORRENTE                     *
       77 WK-ID-ATUAL                      PIC 9(06) VALUE ZEROS.
       77 WK-ID-ACHOU                      PIC X     VALUE 'N'.
       77 WK-ID-ALTERADO                   PIC X     VALUE 'N'.
       77 WK-DATA-EXPORT                   PIC 9(08) VALUE ZEROS.
       77 WK-NOVO-NOME                     PIC X(35) VALUE SPACES.
       77 WK-NOVO-TEL                      PIC X(11) VALUE SPACES.
       77 WK-NOVO-EMAIL                    PIC X(30) VALUE SPACES.
       77 WK-VALOR-ATUAL                   PIC X(35) VALUE SPACES.
       77 WK-MOTIVO                        PIC X(40) VALUE SPACES.
      *                    ULTIMA ALTERACAO LOCAL DE CADA CAMPO DEPOIS *
      *                    DO ACEITE (ZEROS = NAO HOUVE)               *
       77 WK-LOC-DATA-NOME                 PIC 9(08) VALUE ZEROS.
       77 WK-LOC-DATA-TEL                  PIC 9(08) VALUE ZEROS.
       77 WK-LOC-DATA-EMAIL                PIC 9(08) VALUE ZEROS.
       77 WK-LOC-DATA                      PIC 9(08) VALUE ZEROS.
       01 WK-LOG-DATA.
          03 WK-LOG-DATA-ANO               PIC 9(04).
          03 WK-LOG-DATA-MES               PIC 9(02).
          03 WK-LOG-DATA-DIA               PIC 9(02).
       01 WK-LOG-DATA-N REDEFINES WK-LOG-DATA PIC 9(08).
      *                    DATA FORMATADA DD/MM/AAAA                   *
       01 WK-DATA-AUX.
          03 WK-AUX-ANO                    PIC 9(04).
          03 WK-AUX-MES                    PIC 9(02).
          03 WK-AUX-DIA                    PIC 9(02).
       01 WK-DATA-AUX-N REDEFINES WK-DATA-AUX PIC 9(08).
       77 WK-DATA-FMT                      PIC X(10) VALUE SPACES.
       77 WK-DATA-FMT-CRM                  PIC X(10) VALUE SPACES.
       77 WK-DATA-FMT-LOC                  PIC X(10) VALUE SPACES.
      *                                                              *
       77 WK-LIDAS-CRM                     PIC 9(07) VALUE ZEROS.
       77 WK-LINHAS-INVALIDAS              PIC 9(06) VALUE ZEROS.
       77 WK-QTD-APLICADAS                 PIC 9(06) VALUE ZEROS.
       77 WK-QTD-SEM-MUDANCA               PIC 9(06) VALUE ZEROS.
       77 WK-QTD-CONFLITOS                 PIC 9(06) VALUE ZEROS.
       77 WK-QTD-RECUSADAS                 PIC 9(06) VALUE ZEROS.
       77 WK-QTD-MOVIMENTOS                PIC 9(06) VALUE ZEROS.
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
            PERFORM 0100-GERA-MOVIMENTOS
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
      *                    ORDENA AS CORRECOES DO CRM POR ID E DATA E  *
      *                    CONFERE CADA ID COM O CADASTRO E O LOG      *
       0100-GERA-MOVIMENTOS                     SECTION.
       0101-GERA-MOVIMENTOS.
            SET FS-OK           TO TRUE
            OPEN INPUT CONTATOS
            IF NOT FS-OK THEN
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
               EXIT SECTION
            END-IF

            SET FS5-OK          TO TRUE
            OPEN OUTPUT MOVIMENTO
            IF NOT FS5-OK THEN
               DISPLAY 'Erro ao abrir o arquivo MOVIMENT.DAT.' WK-FS5
               CLOSE CONTATOS
               EXIT SECTION
            END-IF

            SET FS2-OK          TO TRUE
            OPEN OUTPUT RELICRM
            IF NOT FS2-OK THEN
               DISPLAY 'Erro ao abrir o arquivo RELICRM.DAT.' WK-FS2
               CLOSE CONTATOS
               CLOSE MOVIMENTO
               EXIT SECTION
            END-IF

            SET FS8-OK          TO TRUE
            OPEN INPUT STACRM
            IF FS8-OK THEN
               MOVE 'S' TO WK-STACRM-ABERTO
            ELSE
               MOVE 'N' TO WK-STACRM-ABERTO
               DISPLAY 'Aviso: STACRM.DAT indisponivel, toda '
               'alteracao local registrada no log sera tratada como '
               'conflito.' WK-FS8
            END-IF

            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF FS6-OK THEN
               MOVE 'S' TO WK-CONTLOG-EXISTE
               CLOSE CONTLOG
            ELSE
               MOVE 'N' TO WK-CONTLOG-EXISTE
               DISPLAY 'Aviso: CONTLOG.DAT indisponivel, conflitos '
               'apontados so pela DATA-ALTERACAO do cadastro.' WK-FS6
            END-IF

            PERFORM 0110-CABECALHO

            SORT ORDENA
                ON ASCENDING KEY ORD-ID
                                 ORD-DATA-CRM
                                 ORD-SEQUENCIA
                INPUT  PROCEDURE IS 0200-ENTRADA-SORT
                OUTPUT PROCEDURE IS 0300-CONFERE-CORRECOES

            IF WK-ABORTA = 'N'
               PERFORM 0120-TOTAL
            END-IF

            IF WK-STACRM-ABERTO = 'S'
               CLOSE STACRM
            END-IF
            CLOSE CONTATOS
            CLOSE MOVIMENTO
            CLOSE RELICRM

            IF WK-ABORTA = 'N'
               DISPLAY 'Movimentos gravados em MOVIMENT.DAT, conflitos '
               'e recusas em RELICRM.DAT.'
               DISPLAY 'Linhas do CRM lidas  : ' WK-LIDAS-CRM
               DISPLAY 'Linhas invalidas     : ' WK-LINHAS-INVALIDAS
               DISPLAY 'Correcoes aplicadas  : ' WK-QTD-APLICADAS
               DISPLAY 'Sem mudanca          : ' WK-QTD-SEM-MUDANCA
               DISPLAY 'Conflitos            : ' WK-QTD-CONFLITOS
               DISPLAY 'Recusadas            : ' WK-QTD-RECUSADAS
               DISPLAY 'Movimentos gravados  : ' WK-QTD-MOVIMENTOS
               DISPLAY 'Resolva os conflitos, aprove o relatorio e '
               'execute o LOTEMOV para aplicar os movimentos.'
            END-IF
            EXIT SECTION
            .
      *                    IMPRIME CABECALHO DO RELATORIO              *
       0110-CABECALHO                           SECTION.
       0111-CABECALHO.
            MOVE SPACES TO WK-LINHA-REL
            STRING 'CORRECOES RECEBIDAS DO CRM (ATUCRM.DAT X CADASTRO)'
                   DELIMITED BY SIZE
                   '     DATA: '  DELIMITED BY SIZE
                   WK-DATA-EXEC   DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            WRITE REL-LINHA FROM WK-LINHA-REL
            .
      *                    IMPRIME OS TOTAIS DO RELATORIO              *
       0120-TOTAL                               SECTION.
       0121-TOTAL.
            MOVE SPACES TO WK-LINHA-REL
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'LINHAS DO CRM LIDAS   : ' DELIMITED BY SIZE
                   WK-LIDAS-CRM               DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'LINHAS INVALIDAS      : ' DELIMITED BY SIZE
                   WK-LINHAS-INVALIDAS        DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'CORRECOES APLICADAS   : ' DELIMITED BY SIZE
                   WK-QTD-APLICADAS           DELIMITED BY SIZE
                   ' EM '                     DELIMITED BY SIZE
                   WK-QTD-MOVIMENTOS          DELIMITED BY SIZE
                   ' MOVIMENTO(S)'            DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'SEM MUDANCA           : ' DELIMITED BY SIZE
                   WK-QTD-SEM-MUDANCA         DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'CONFLITOS             : ' DELIMITED BY SIZE
                   WK-QTD-CONFLITOS           DELIMITED BY SIZE
                   ' (DECIDA O VALOR E CORRIJA PELO CADCONTT)'
                                              DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'RECUSADAS             : ' DELIMITED BY SIZE
                   WK-QTD-RECUSADAS           DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'APROVE ESTE RELATORIO E EXECUTE O LOTEMOV PARA '
                   DELIMITED BY SIZE
                   'APLICAR MOVIMENT.DAT' DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            .
      *                    LE AS CORRECOES DO CRM E LIBERA AS VALIDAS  *
       0200-ENTRADA-SORT                        SECTION.
       0201-ENTRADA-SORT.
            SET FS4-OK          TO TRUE
            OPEN INPUT ATUCRM
            IF NOT FS4-OK THEN
               DISPLAY 'Erro ao abrir o arquivo ATUCRM.DAT.' WK-FS4
               MOVE 'S'         TO WK-ABORTA
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ ATUCRM
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-LIDAS-CRM
                        PERFORM 0210-VALIDA-LINHA
                END-READ
            END-PERFORM
            CLOSE ATUCRM
            EXIT SECTION
            .
      *                    SEPARA E CONFERE UMA LINHA DO CRM           *
      *                    (LINHAS H; E T; DE CONTROLE SAO IGNORADAS)  *
       0210-VALIDA-LINHA.
            IF REG-ATUCRM(1:2) NOT = 'H;' AND
               REG-ATUCRM(1:2) NOT = 'T;' AND
               REG-ATUCRM NOT = SPACES
               MOVE SPACES         TO WK-ATU-ID-X
               MOVE SPACES         TO WK-ATU-CAMPO
               MOVE SPACES         TO WK-ATU-VALOR
               MOVE SPACES         TO WK-ATU-DATA-X
               UNSTRING REG-ATUCRM DELIMITED BY ';'
                   INTO WK-ATU-ID-X
                        WK-ATU-CAMPO
                        WK-ATU-VALOR
                        WK-ATU-DATA-X
               END-UNSTRING
               INSPECT WK-ATU-CAMPO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

               MOVE SPACES         TO WK-MOTIVO
               EVALUATE TRUE
                   WHEN WK-ATU-ID-X NOT NUMERIC
                       MOVE 'ID INVALIDO'               TO WK-MOTIVO
                   WHEN WK-ATU-CAMPO NOT = 'NOME' AND
                        WK-ATU-CAMPO NOT = 'TELEFONE' AND
                        WK-ATU-CAMPO NOT = 'EMAIL'
                       MOVE 'CAMPO INVALIDO'            TO WK-MOTIVO
                   WHEN WK-ATU-VALOR = SPACES
                       MOVE 'VALOR NAO INFORMADO'       TO WK-MOTIVO
                   WHEN WK-ATU-CAMPO = 'NOME' AND
                        WK-ATU-VALOR(36:25) NOT = SPACES
                       MOVE 'VALOR MAIOR QUE O CAMPO'   TO WK-MOTIVO
                   WHEN WK-ATU-CAMPO = 'TELEFONE' AND
                        WK-ATU-VALOR(12:49) NOT = SPACES
                       MOVE 'VALOR MAIOR QUE O CAMPO'   TO WK-MOTIVO
                   WHEN WK-ATU-CAMPO = 'EMAIL' AND
                        WK-ATU-VALOR(31:30) NOT = SPACES
                       MOVE 'VALOR MAIOR QUE O CAMPO'   TO WK-MOTIVO
                   WHEN WK-ATU-DATA-X NOT NUMERIC
                       MOVE 'DATA DA ALTERACAO INVALIDA' TO WK-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               IF WK-MOTIVO NOT = SPACES
                  ADD 1 TO WK-LINHAS-INVALIDAS
                  MOVE SPACES TO WK-LINHA-REL
                  STRING 'INVALIDA  ' DELIMITED BY SIZE
                         WK-MOTIVO    DELIMITED BY SIZE
                         ' | '        DELIMITED BY SIZE
                         REG-ATUCRM   DELIMITED BY SIZE
                         INTO WK-LINHA-REL
                      ON OVERFLOW
                         CONTINUE
                  END-STRING
                  WRITE REL-LINHA FROM WK-LINHA-REL
               ELSE
                  MOVE WK-ATU-ID-X     TO ORD-ID
                  MOVE WK-ATU-DATA-X   TO ORD-DATA-CRM
                  MOVE WK-LIDAS-CRM    TO ORD-SEQUENCIA
                  MOVE WK-ATU-CAMPO    TO ORD-CAMPO
                  MOVE WK-ATU-VALOR    TO ORD-VALOR
                  RELEASE REG-ORDENA
               END-IF
            END-IF
            .
      *                    CONFERE AS CORRECOES ORDENADAS, QUEBRANDO   *
      *                    POR ID                                      *
       0300-CONFERE-CORRECOES                   SECTION.
       0301-CONFERE-CORRECOES.
            IF WK-ABORTA = 'S'
               EXIT SECTION
            END-IF
            MOVE 0              TO WK-ID-ATUAL
            MOVE 'N'            TO WK-ID-ACHOU
            MOVE 'N'            TO WK-ID-ALTERADO

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                RETURN ORDENA
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF ORD-ID NOT = WK-ID-ATUAL
                           PERFORM 0320-FECHA-ID
                           PERFORM 0310-ABRE-ID
                        END-IF
                        PERFORM 0330-TRATA-CORRECAO
                END-RETURN
            END-PERFORM
            PERFORM 0320-FECHA-ID
            EXIT SECTION
            .
      *                    LE O CONTATO E O ULTIMO ACEITE DO CRM E,    *
      *                    SE HOUVE ALTERACAO LOCAL DEPOIS DELE,       *
      *                    APURA NO LOG QUAIS CAMPOS MUDARAM           *
       0310-ABRE-ID.
            MOVE ORD-ID         TO WK-ID-ATUAL
            MOVE 'N'            TO WK-ID-ACHOU
            MOVE 'N'            TO WK-ID-ALTERADO
            MOVE 0              TO WK-LOC-DATA-NOME
            MOVE 0              TO WK-LOC-DATA-TEL
            MOVE 0              TO WK-LOC-DATA-EMAIL

            MOVE WK-ID-ATUAL    TO ID-USUARIO
            READ CONTATOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S'    TO WK-ID-ACHOU
            END-READ
            IF WK-ID-ACHOU = 'S'
               MOVE NOME-USUARIO   TO WK-NOVO-NOME
               MOVE NUMERO-USUARIO TO WK-NOVO-TEL
               MOVE EMAIL-USUARIO  TO WK-NOVO-EMAIL

               MOVE 0              TO WK-DATA-EXPORT
               IF WK-STACRM-ABERTO = 'S'
                  MOVE WK-ID-ATUAL TO STA-ID
                  READ STACRM
                      INVALID KEY
                          CONTINUE
                      NOT INVALID KEY
                          MOVE STA-DATA-ACEITE TO WK-DATA-EXPORT
                  END-READ
               END-IF

               IF DATA-ALTERACAO >= WK-DATA-EXPORT
                  IF WK-CONTLOG-EXISTE = 'N'
                     MOVE DATA-ALTERACAO TO WK-LOC-DATA-NOME
                     MOVE DATA-ALTERACAO TO WK-LOC-DATA-TEL
                     MOVE DATA-ALTERACAO TO WK-LOC-DATA-EMAIL
                  ELSE
                     PERFORM 0340-APURA-LOG
                  END-IF
               END-IF
            END-IF
            .
      *                    GRAVA O MOVIMENTO DO ID QUE TEVE CORRECAO   *
      *                    ACEITA                                      *
       0320-FECHA-ID.
            IF WK-ID-ALTERADO = 'S'
               ADD 1               TO WK-QTD-MOVIMENTOS
               MOVE SPACES         TO REG-MOVIMENTO
               MOVE 'A'            TO MOV-OPERACAO
               MOVE WK-ID-ATUAL    TO MOV-ID
               MOVE SPACES         TO MOV-EMAIL-CHAVE
               MOVE WK-NOVO-NOME   TO MOV-NOME
               MOVE WK-NOVO-TEL    TO MOV-TELEFONE
               MOVE WK-NOVO-EMAIL  TO MOV-EMAIL
               WRITE REG-MOVIMENTO
               PERFORM 0350-RESUMO-MOVIMENTO
               MOVE 'N'            TO WK-ID-ALTERADO
            END-IF
            .
      *                    APLICA, RECUSA OU APONTA CONFLITO PARA UMA  *
      *                    CORRECAO DO CRM                             *
       0330-TRATA-CORRECAO.
            EVALUATE ORD-CAMPO
                WHEN 'NOME'
                    MOVE WK-NOVO-NOME     TO WK-VALOR-ATUAL
                    MOVE WK-LOC-DATA-NOME TO WK-LOC-DATA
                WHEN 'TELEFONE'
                    MOVE WK-NOVO-TEL      TO WK-VALOR-ATUAL
                    MOVE WK-LOC-DATA-TEL  TO WK-LOC-DATA
                WHEN OTHER
                    MOVE WK-NOVO-EMAIL    TO WK-VALOR-ATUAL
                    MOVE WK-LOC-DATA-EMAIL TO WK-LOC-DATA
            END-EVALUATE

            EVALUATE TRUE
                WHEN WK-ID-ACHOU = 'N'
                    MOVE 'ID NAO CADASTRADO'        TO WK-MOTIVO
                    PERFORM 0360-RECUSA
                WHEN SITUACAO-USUARIO = 'I'
                    MOVE 'CONTATO INATIVO NO CADASTRO' TO WK-MOTIVO
                    PERFORM 0360-RECUSA
                WHEN ORD-VALOR = WK-VALOR-ATUAL
                    ADD 1 TO WK-QTD-SEM-MUDANCA
                WHEN WK-LOC-DATA > 0
                    PERFORM 0370-CONFLITO
                WHEN OTHER
                    EVALUATE ORD-CAMPO
                        WHEN 'NOME'
                            MOVE ORD-VALOR TO WK-NOVO-NOME
                        WHEN 'TELEFONE'
                            MOVE ORD-VALOR TO WK-NOVO-TEL
                        WHEN OTHER
                            MOVE ORD-VALOR TO WK-NOVO-EMAIL
                    END-EVALUATE
                    ADD 1               TO WK-QTD-APLICADAS
                    MOVE 'S'            TO WK-ID-ALTERADO
            END-EVALUATE
            .
      *                    PERCORRE O CONTLOG ATRAS DAS ALTERACOES     *
      *                    LOCAIS DO ID A PARTIR DO DIA DO ACEITE,     *
      *                    GUARDANDO A ULTIMA DATA DE CADA CAMPO       *
       0340-APURA-LOG.
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF NOT FS6-OK THEN
               MOVE DATA-ALTERACAO TO WK-LOC-DATA-NOME
               MOVE DATA-ALTERACAO TO WK-LOC-DATA-TEL
               MOVE DATA-ALTERACAO TO WK-LOC-DATA-EMAIL
            ELSE
               MOVE 'N'            TO WK-FIM-LOG
               PERFORM UNTIL WK-FIM-LOG = 'S'
                   READ CONTLOG INTO WK-LOG-DET
                       AT END
                           MOVE 'S' TO WK-FIM-LOG
                       NOT AT END
                           PERFORM 0345-CONFERE-LINHA-LOG
                   END-READ
               END-PERFORM
               CLOSE CONTLOG
            END-IF
            .
      *                    CONFERE UMA LINHA DO LOG CONTRA O ID        *
       0345-CONFERE-LINHA-LOG.
            IF WK-LOG-DET-ID-X NUMERIC
               IF WK-LOG-DET-ID = WK-ID-ATUAL
                  EVALUATE WK-LOG-DET-OPERACAO
                      WHEN 'INCLUSAO'
                      WHEN 'ALTERACAO'
                      WHEN 'REATIVACAO'
                      WHEN 'FUSAO'
                      WHEN 'ANONIMIZA'
                          PERFORM 0346-DATA-DOS-CAMPOS
                      WHEN OTHER
                          CONTINUE
                  END-EVALUATE
               END-IF
            END-IF
            .
      *                    GUARDA A DATA DA LINHA NOS CAMPOS QUE ELA   *
      *                    ALTEROU DEPOIS DO ULTIMO ACEITE DO CRM      *
       0346-DATA-DOS-CAMPOS.
            MOVE WK-LOG-DET-ANO TO WK-LOG-DATA-ANO
            MOVE WK-LOG-DET-MES TO WK-LOG-DATA-MES
            MOVE WK-LOG-DET-DIA TO WK-LOG-DATA-DIA
            IF WK-LOG-DATA-N >= WK-DATA-EXPORT
               IF WK-LOG-DET-NOME-ANTES NOT = WK-LOG-DET-NOME-DEPOIS
                  MOVE WK-LOG-DATA-N TO WK-LOC-DATA-NOME
               END-IF
               IF WK-LOG-DET-TEL-ANTES NOT = WK-LOG-DET-TEL-DEPOIS
                  MOVE WK-LOG-DATA-N TO WK-LOC-DATA-TEL
               END-IF
               IF WK-LOG-DET-EMAIL-ANTES NOT = WK-LOG-DET-EMAIL-DEPOIS
                  MOVE WK-LOG-DATA-N TO WK-LOC-DATA-EMAIL
               END-IF
            END-IF
            .
      *                    GRAVA O MOVIMENTO GERADO NO RELATORIO       *
       0350-RESUMO-MOVIMENTO.
            MOVE SPACES TO WK-LINHA-REL
            STRING 'MOVIMENTO '  DELIMITED BY SIZE
                   MOV-OPERACAO  DELIMITED BY SIZE
                   '  ID '       DELIMITED BY SIZE
                   MOV-ID        DELIMITED BY SIZE
                   '  '          DELIMITED BY SIZE
                   FUNCTION TRIM(MOV-NOME) DELIMITED BY SIZE
                   '  '          DELIMITED BY SIZE
                   FUNCTION TRIM(MOV-TELEFONE) DELIMITED BY SIZE
                   '  '          DELIMITED BY SIZE
                   FUNCTION TRIM(MOV-EMAIL) DELIMITED BY SIZE
                   INTO WK-LINHA-REL
                ON OVERFLOW
                   CONTINUE
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            .
      *                    GRAVA UMA CORRECAO RECUSADA NO RELATORIO    *
       0360-RECUSA.
            ADD 1 TO WK-QTD-RECUSADAS
            MOVE ORD-DATA-CRM   TO WK-DATA-AUX-N
            PERFORM 0380-FORMATA-DATA
            MOVE SPACES TO WK-LINHA-REL
            STRING 'RECUSADA  ID ' DELIMITED BY SIZE
                   ORD-ID          DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   ORD-CAMPO       DELIMITED BY SIZE
                   ' CRM: '        DELIMITED BY SIZE
                   FUNCTION TRIM(ORD-VALOR) DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   WK-DATA-FMT     DELIMITED BY SIZE
                   ')  '           DELIMITED BY SIZE
                   WK-MOTIVO       DELIMITED BY SIZE
                   INTO WK-LINHA-REL
                ON OVERFLOW
                   CONTINUE
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            .
      *                    GRAVA UM CONFLITO NO RELATORIO: VALOR DO    *
      *                    CRM E VALOR LOCAL, COM AS DUAS DATAS        *
       0370-CONFLITO.
            ADD 1 TO WK-QTD-CONFLITOS
            MOVE ORD-DATA-CRM   TO WK-DATA-AUX-N
            PERFORM 0380-FORMATA-DATA
            MOVE WK-DATA-FMT    TO WK-DATA-FMT-CRM
            MOVE WK-LOC-DATA    TO WK-DATA-AUX-N
            PERFORM 0380-FORMATA-DATA
            MOVE WK-DATA-FMT    TO WK-DATA-FMT-LOC
            MOVE SPACES TO WK-LINHA-REL
            STRING 'CONFLITO  ID ' DELIMITED BY SIZE
                   ORD-ID          DELIMITED BY SIZE
                   '  '            DELIMITED BY SIZE
                   ORD-CAMPO       DELIMITED BY SIZE
                   ' CRM: '        DELIMITED BY SIZE
                   FUNCTION TRIM(ORD-VALOR) DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   WK-DATA-FMT-CRM DELIMITED BY SIZE
                   ')  LOCAL: '    DELIMITED BY SIZE
                   FUNCTION TRIM(WK-VALOR-ATUAL) DELIMITED BY SIZE
                   ' ('            DELIMITED BY SIZE
                   WK-DATA-FMT-LOC DELIMITED BY SIZE
                   ')'             DELIMITED BY SIZE
                   INTO WK-LINHA-REL
                ON OVERFLOW
                   CONTINUE
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            .
      *                    FORMATA WK-DATA-AUX EM DD/MM/AAAA           *
       0380-FORMATA-DATA.
            MOVE SPACES TO WK-DATA-FMT
            STRING WK-AUX-DIA DELIMITED BY SIZE
                   '/'        DELIMITED BY SIZE
                   WK-AUX-MES DELIMITED BY SIZE
                   '/'        DELIMITED BY SIZE
                   WK-AUX-ANO DELIMITED BY SIZE
                   INTO WK-DATA-FMT
            END-STRING
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
       END PROGRAM IMPCRM.
