                   WHEN 'ALTERACAO'
                   WHEN 'EXCLUSAO'
                   WHEN 'REATIVACAO'
                   WHEN 'FUSAO'
                   WHEN 'ANONIMIZA'
                       COMPUTE WK-DATA-LINHA =
                           (WK-LOG-DET-ANO * 10000) +
                           (WK-LOG-DET-MES * 100) + WK-LOG-DET-DIA
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
                       ADD 1 TO WK-DIA-ALT(WK-IDX-DIA-ACH)
                       ADD 1 TO WK-TOT-ALT
                   WHEN 'EXCLUSAO'
                   WHEN 'FUSAO'
                   WHEN 'ANONIMIZA'
                       ADD 1 TO WK-DIA-EXC(WK-IDX-DIA-ACH)
                       ADD 1 TO WK-TOT-EXC
                   WHEN 'REATIVACAO'
