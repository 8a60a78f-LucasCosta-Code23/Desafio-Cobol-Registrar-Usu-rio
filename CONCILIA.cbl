                   WHEN 'ALTERACAO'
                   WHEN 'EXCLUSAO'
                   WHEN 'REATIVACAO'
                   WHEN 'FUSAO'
                   WHEN 'ANONIMIZA'
                       MOVE WK-LOG-DET-ID           TO ORD-ID
                       MOVE WK-LINHA-ATUAL          TO ORD-SEQ
                       MOVE WK-LOG-DET-OPERACAO     TO ORD-OPERACAO
                   WHEN 'RESETSENHA'
                   WHEN 'PERFIL'
                   WHEN 'EXTRACONT'
                   WHEN 'BLOQINATIV'
                   WHEN 'ENDERECO'
                   WHEN 'GRUPOINC'
                   WHEN 'GRUPOEXC'
                       ADD 1 TO WK-LINHAS-ADMIN
                   WHEN OTHER
                       ADD 1 TO WK-LINHAS-INVALIDAS
                WHEN RES-TEM-INCLUSAO = 'N'
                    ADD 1 TO WK-DISC-TIPO-1
                    PERFORM 0240-GRAVA-TIPO-1
                WHEN (RES-ULT-OP = 'EXCLUSAO' OR 'FUSAO' OR
                      'ANONIMIZA')
                     AND SITUACAO-USUARIO NOT = 'I'
                    ADD 1 TO WK-DISC-TIPO-2
                    PERFORM 0250-GRAVA-TIPO-2
            MOVE SPACES TO WK-LINHA-REL
            STRING 'TIPO 2  ID ' DELIMITED BY SIZE
                   ID-USUARIO    DELIMITED BY SIZE
                   '  ULTIMA OPERACAO NO LOG FOI EXCLUSAO/FUSAO MAS O '
                   DELIMITED BY SIZE
                   'REGISTRO NAO ESTA INATIVO' DELIMITED BY SIZE
                   INTO WK-LINHA-REL
