       77 WK-NOME-SAIDA                    PIC X(35) VALUE SPACES.
       77 WK-TEL-SAIDA                     PIC X(11) VALUE SPACES.
       77 WK-EMAIL-SAIDA                   PIC X(30) VALUE SPACES.
       77 WK-ID-DESTINO                    PIC 9(06) VALUE ZEROS.
       77 WK-SUFIXO-DELTA                  PIC X(07) VALUE SPACES.
       77 WK-LINHA-DELTA                   PIC X(120) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO                        PIC 9(04).
               (WK-LOG-DET-OPERACAO = 'INCLUSAO' OR
                WK-LOG-DET-OPERACAO = 'ALTERACAO' OR
                WK-LOG-DET-OPERACAO = 'EXCLUSAO' OR
                WK-LOG-DET-OPERACAO = 'REATIVACAO' OR
                WK-LOG-DET-OPERACAO = 'FUSAO' OR
                WK-LOG-DET-OPERACAO = 'ANONIMIZA')
               MOVE WK-LOG-DET-ID           TO ORD-ID
               MOVE WK-LINHA-ATUAL          TO ORD-SEQ
               MOVE WK-LOG-DET-OPERACAO     TO ORD-OPERACAO
                    MOVE 'A' TO WK-ACAO
                WHEN 'REATIVACAO'
                    MOVE 'A' TO WK-ACAO
                WHEN 'FUSAO'
                    MOVE 'F' TO WK-ACAO
                WHEN 'ANONIMIZA'
                    MOVE 'P' TO WK-ACAO
                WHEN OTHER
                    MOVE 'E' TO WK-ACAO
            END-EVALUATE
            MOVE WK-GRP-TEL-DEPOIS   TO WK-TEL-SAIDA
            MOVE WK-GRP-EMAIL-DEPOIS TO WK-EMAIL-SAIDA

            MOVE 0                   TO WK-ID-DESTINO
            IF WK-ACAO = 'F' AND WK-CONTATOS-ABERTO = 'S'
               MOVE WK-ID-GRUPO TO ID-USUARIO
               READ CONTATOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ID-FUSAO TO WK-ID-DESTINO
               END-READ
            END-IF

            MOVE SPACES              TO WK-SUFIXO-DELTA
            IF WK-ACAO = 'F'
               STRING ';'           DELIMITED BY SIZE
                      WK-ID-DESTINO DELIMITED BY SIZE
                      INTO WK-SUFIXO-DELTA
               END-STRING
            END-IF

            IF WK-ACAO = 'E' OR WK-ACAO = 'F'
               MOVE WK-GRP-NOME-ANTES  TO WK-NOME-SAIDA
               MOVE WK-GRP-TEL-ANTES   TO WK-TEL-SAIDA
               MOVE WK-GRP-EMAIL-ANTES TO WK-EMAIL-SAIDA
            END-IF
            IF WK-ACAO = 'P'
               MOVE SPACES             TO WK-NOME-SAIDA
               MOVE SPACES             TO WK-TEL-SAIDA
               MOVE SPACES             TO WK-EMAIL-SAIDA
            END-IF
            IF WK-ACAO NOT = 'E' AND WK-ACAO NOT = 'F' AND
               WK-ACAO NOT = 'P'
               IF WK-CONTATOS-ABERTO = 'S'
                  MOVE WK-ID-GRUPO TO ID-USUARIO
                  READ CONTATOS
                   FUNCTION TRIM(WK-TEL-SAIDA) DELIMITED BY SIZE
                   ';'             DELIMITED BY SIZE
                   FUNCTION TRIM(WK-EMAIL-SAIDA) DELIMITED BY SIZE
                   WK-SUFIXO-DELTA DELIMITED BY SPACE
                   INTO WK-LINHA-DELTA
                ON OVERFLOW
                   DISPLAY 'Linha de delta truncada, revise '
