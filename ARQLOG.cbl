                  (WK-LOG-DET-OPERACAO = 'INCLUSAO' OR
                   WK-LOG-DET-OPERACAO = 'ALTERACAO' OR
                   WK-LOG-DET-OPERACAO = 'EXCLUSAO' OR
                   WK-LOG-DET-OPERACAO = 'REATIVACAO' OR
                   WK-LOG-DET-OPERACAO = 'FUSAO' OR
                   WK-LOG-DET-OPERACAO = 'ANONIMIZA')
                  MOVE WK-LOG-DET-ID          TO ORD-ID
                  MOVE WK-LINHA-ATUAL         TO ORD-SEQ
                  MOVE WK-LOG-DET(1:19)       TO ORD-DATA-HORA
            ADD 1               TO WK-IDS-RETRATO
            MOVE 'INCLUSAO'     TO WK-SNAP-OPERACAO
            PERFORM 0240-GRAVA-RETRATO
            IF WK-ULT-OPERACAO = 'EXCLUSAO' OR
               WK-ULT-OPERACAO = 'FUSAO' OR
               WK-ULT-OPERACAO = 'ANONIMIZA'
               MOVE WK-ULT-OPERACAO TO WK-SNAP-OPERACAO
               PERFORM 0240-GRAVA-RETRATO
            END-IF
            .
