            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
            MOVE SPACES TO WK-LINHA-REL
            STRING 'REVISE OS GRUPOS E FUNDA OS REGISTROS '
                   DELIMITED BY SIZE
                   'DUPLICADOS PELA ADMINISTRACAO DO CADCONTT OU '
                   DELIMITED BY SIZE
                   'PELO FUSCONT' DELIMITED BY SIZE
                   INTO WK-LINHA-REL
            END-STRING
            WRITE REL-LINHA FROM WK-LINHA-REL
