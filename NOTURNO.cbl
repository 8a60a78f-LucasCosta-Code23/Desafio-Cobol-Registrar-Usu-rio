      *          GERDELTA, EXPCRM E CONCILIA NESSA ORDEM, REGISTRA
      *          INICIO, FIM E RESULTADO DE CADA PASSO EM CTLNOITE.DAT,
      *          NAO EXECUTA UM PASSO CUJO ANTECESSOR FALHOU E, NA
      *          PROXIMA EXECUCAO, RETOMA A PARTIR DO PASSO QUE FALHOU.
      *          ANTES DO LOTEMOV GRAVA A IMAGEM ANTERIOR (DESCARGA DO
      *          BKPCONT E QUANTIDADE DE LINHAS DO CONTLOG.DAT); SE O
      *          PASSO FALHAR OU FICAR INCOMPLETO, RESTAURA O CADASTRO
      *          PELO RSTCONT, DEVOLVE AOS GRUPOS (GRPMEMBR.DAT) OS
      *          CONTATOS RETIRADOS PELAS EXCLUSOES DO LOTE, CORTA O
      *          CONTLOG.DAT NA POSICAO GUARDADA E REGISTRA O
      *          DESFAZIMENTO E SEUS TOTAIS NO CTLNOITE.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTURNO.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS8.

                SELECT CONTATOS ASSIGN TO
                'C:\Users\Lucas\CONTATOS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD  KEY  IS ID-USUARIO
                ALTERNATE RECORD KEY IS NUMERO-USUARIO
                ALTERNATE RECORD KEY IS EMAIL-USUARIO
                FILE STATUS  IS WK-FS.

                SELECT RESTAURA ASSIGN TO
                'C:\Users\Lucas\CONTATOSR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS SEQUENTIAL
                RECORD  KEY  IS RST-ID-USUARIO
                ALTERNATE RECORD KEY IS RST-NUMERO-USUARIO
                ALTERNATE RECORD KEY IS RST-EMAIL-USUARIO
                FILE STATUS  IS WK-FS2.

                SELECT BACKUP ASSIGN TO
                'C:\Users\Lucas\BKPCONT.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS3.

                SELECT CONTLOG ASSIGN TO
                'C:\Users\Lucas\CONTLOG.DAT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT LOGTMP ASSIGN TO
                'C:\Users\Lucas\NOTURNO.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS7.

                SELECT MEMBROS ASSIGN TO
                'C:\Users\Lucas\GRPMEMBR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS MBR-CHAVE
                ALTERNATE RECORD KEY IS MBR-ID-USUARIO WITH DUPLICATES
                FILE STATUS  IS WK-FS9.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE.
       01 REG-CONTROLE                     PIC X(80).

       FD CONTATOS.
            COPY REGDADOS.

      *                    CADASTRO RECARREGADO PELO RSTCONT, MESMO    *
      *                    LAYOUT DO COPYBOOK REGDADOS                 *
       FD RESTAURA.
       01 REG-RESTAURA.
          03 RST-ID-USUARIO                PIC 9(06).
          03 FILLER                        PIC X(45).
          03 RST-NUMERO-USUARIO            PIC X(11).
          03 RST-EMAIL-USUARIO             PIC X(30).
          03 FILLER                        PIC X(73).

       FD BACKUP.
       01 BKP-LINHA                        PIC X(170).

       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD LOGTMP.
       01 REG-LOGTMP                       PIC X(300).

       FD MEMBROS.
            COPY REGMEMBR.

       WORKING-STORAGE SECTION.
       77 WK-FS8                           PIC 99.
          88 FS8-OK                        VALUE 0.
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS2                           PIC 99.
          88 FS2-OK                        VALUE 0.
       77 WK-FS3                           PIC 99.
          88 FS3-OK                        VALUE 0.
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WK-FS7                           PIC 99.
          88 FS7-OK                        VALUE 0.
       77 WK-FS9                           PIC 99.
          88 FS9-OK                        VALUE 0.
       77 WS-EOF                           PIC X.
          88 EOF-OK                        VALUE'S' FALSE 'N'.
      *                                                              *
       77 WK-RC-PASSO                      PIC 9(04) VALUE ZEROS.
       77 WK-LINHAS-LIDAS                  PIC 9(01) VALUE ZEROS.
       77 WK-CTL-VALIDO                    PIC X     VALUE 'S'.
      *                    IMAGEM ANTERIOR E DESFAZIMENTO DO LOTEMOV   *
      *                    (LINHA 'R' DO CTLNOITE.DAT)                 *
       01 WK-LINHA-RBK.
          03 WK-RBK-TIPO                   PIC X(01).
          03 FILLER                        PIC X(01).
          03 WK-RBK-PROGRAMA               PIC X(08).
          03 FILLER                        PIC X(01).
          03 WK-RBK-SITUACAO               PIC X(01).
             88 RBK-SEM-IMAGEM             VALUE 'N'.
             88 RBK-IMAGEM-GRAVADA         VALUE 'B'.
             88 RBK-LOTE-CONCLUIDO         VALUE 'C'.
             88 RBK-DESFEITO               VALUE 'D'.
             88 RBK-FALHOU                 VALUE 'X'.
          03 FILLER                        PIC X(01).
          03 WK-RBK-DATA-HORA              PIC X(14).
          03 FILLER                        PIC X(01).
          03 WK-RBK-LOG-ANTES              PIC 9(08).
          03 FILLER                        PIC X(01).
          03 WK-RBK-LOG-FALHA              PIC 9(08).
          03 FILLER                        PIC X(01).
          03 WK-RBK-QTD                    PIC 9(06).
          03 FILLER                        PIC X(01).
          03 WK-RBK-HASH                   PIC 9(12).
       77 WK-RC-AUX                        PIC 9(04) VALUE ZEROS.
       77 WK-QTD-LOG                       PIC 9(08) VALUE ZEROS.
       77 WK-LOG-OK                        PIC X     VALUE 'S'.
       77 WK-QTD-COPIADAS                  PIC 9(08) VALUE ZEROS.
       77 WK-QTD-RECARGA                   PIC 9(06) VALUE ZEROS.
       77 WK-HASH-RECARGA                  PIC 9(12) VALUE ZEROS.
       77 WK-ERROS-RECARGA                 PIC 9(06) VALUE ZEROS.
       77 WK-TEM-TRAILER                   PIC X     VALUE 'N'.
       77 WK-TRL-TIPO                      PIC X(01) VALUE SPACE.
       77 WK-TRL-QTD-X                     PIC X(06) VALUE SPACES.
       77 WK-TRL-HASH-X                    PIC X(12) VALUE SPACES.
       77 WK-QTD-LINHA-LOG                 PIC 9(08) VALUE ZEROS.
       77 WK-QTD-GRUPOS-REPOSTOS           PIC 9(06) VALUE ZEROS.
      *                                                              *
            COPY REGLOG.
      *                                                              *
       01 WS-DATA-HORA.
          03 WS-DH-DATA                    PIC 9(08).
               PERFORM 0110-INICIALIZA-PASSOS
               MOVE 1 TO WK-PASSO-INICIO
            END-IF
            IF WK-PASSO-INICIO = 1 AND
               (RBK-IMAGEM-GRAVADA OR RBK-FALHOU)
               DISPLAY 'O lote do LOTEMOV nao foi desfeito na '
               'execucao anterior, desfazendo antes de reexecutar.'
               PERFORM 0600-DESFAZ-LOTE
            END-IF
            IF RBK-FALHOU
               DISPLAY 'Cadeia noturna NAO executada: restaure o '
               'cadastro e o CONTLOG.DAT manualmente a partir do '
               'BKPCONT.DAT e do CTLNOITE.DAT.'
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM 0300-EXECUTA-CADEIA
            END-IF
            PERFORM 0900-FINALIZAR
            .
      *                    CARREGA (OU CRIA) O ARQUIVO DE CONTROLE     *
       0100-CARREGA-CONTROLE                    SECTION.
       0101-CARREGA-CONTROLE.
            PERFORM 0110-INICIALIZA-PASSOS
            PERFORM 0130-INICIALIZA-ROLLBACK
            MOVE 0              TO WK-LINHAS-LIDAS
            MOVE 'S'            TO WK-CTL-VALIDO


            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTROLE
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF REG-CONTROLE(1:1) = 'R'
                           PERFORM 0125-GUARDA-ROLLBACK
                        ELSE
                           MOVE REG-CONTROLE TO WK-LINHA-CTL
                           PERFORM 0120-GUARDA-LINHA
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTROLE
            EXIT SECTION
            .
      *                    PREPARA OS QUATRO PASSOS COMO PENDENTES     *
      *                    (A LINHA DE DESFAZIMENTO E PRESERVADA)      *
       0110-INICIALIZA-PASSOS.
            MOVE 'LOTEMOV '     TO WK-TAB-PROGRAMA(1)
            MOVE 'GERDELTA'     TO WK-TAB-PROGRAMA(2)
               MOVE WK-CTL-RETORNO  TO WK-TAB-RETORNO(WK-CTL-PASSO)
            END-IF
            .
      *                    GUARDA A LINHA DE IMAGEM/DESFAZIMENTO       *
       0125-GUARDA-ROLLBACK.
            MOVE REG-CONTROLE   TO WK-LINHA-RBK
            IF WK-RBK-LOG-ANTES NOT NUMERIC OR
               WK-RBK-LOG-FALHA NOT NUMERIC OR
               WK-RBK-QTD       NOT NUMERIC OR
               WK-RBK-HASH      NOT NUMERIC
               DISPLAY 'Linha de desfazimento invalida no '
               'CTLNOITE.DAT, ignorada.'
               PERFORM 0130-INICIALIZA-ROLLBACK
            END-IF
            .
      *                    LIMPA A LINHA DE IMAGEM/DESFAZIMENTO        *
       0130-INICIALIZA-ROLLBACK.
            MOVE SPACES         TO WK-LINHA-RBK
            MOVE 'R'            TO WK-RBK-TIPO
            MOVE 'LOTEMOV '     TO WK-RBK-PROGRAMA
            MOVE 'N'            TO WK-RBK-SITUACAO
            MOVE 0              TO WK-RBK-LOG-ANTES
            MOVE 0              TO WK-RBK-LOG-FALHA
            MOVE 0              TO WK-RBK-QTD
            MOVE 0              TO WK-RBK-HASH
            MOVE ';' TO WK-LINHA-RBK(2:1)
            MOVE ';' TO WK-LINHA-RBK(11:1)
            MOVE ';' TO WK-LINHA-RBK(13:1)
            MOVE ';' TO WK-LINHA-RBK(28:1)
            MOVE ';' TO WK-LINHA-RBK(37:1)
            MOVE ';' TO WK-LINHA-RBK(46:1)
            MOVE ';' TO WK-LINHA-RBK(53:1)
            .
      *                    DEFINE DE QUAL PASSO A CADEIA RETOMA        *
       0200-DEFINE-INICIO                       SECTION.
       0201-DEFINE-INICIO.
            MOVE 0              TO RETURN-CODE
            EVALUATE WK-PASSO-ATUAL
                WHEN 1
                    PERFORM 0500-IMAGEM-ANTERIOR
                    IF RBK-IMAGEM-GRAVADA
                       MOVE 0   TO RETURN-CODE
                       CALL 'LOTEMOV'
                       END-CALL
                    END-IF
                WHEN 2
                    CALL 'GERDELTA'
                    END-CALL
            IF WK-RC-PASSO = 0
               MOVE 'C'         TO WK-TAB-SITUACAO(WK-PASSO-ATUAL)
               DISPLAY 'Passo ' WK-PASSO-ATUAL ' concluido.'
               IF WK-PASSO-ATUAL = 1
                  MOVE 'C'      TO WK-RBK-SITUACAO
               END-IF
            ELSE
               MOVE 'F'         TO WK-TAB-SITUACAO(WK-PASSO-ATUAL)
               DISPLAY 'Passo ' WK-PASSO-ATUAL ' ('
               WK-TAB-PROGRAMA(WK-PASSO-ATUAL) ') falhou com '
               'retorno ' WK-RC-PASSO ', cadeia interrompida.'
               MOVE 'S'         TO WK-CADEIA-PAROU
               IF WK-PASSO-ATUAL = 1 AND RBK-IMAGEM-GRAVADA
                  PERFORM 0600-DESFAZ-LOTE
               END-IF
            END-IF
            PERFORM 0400-GRAVA-CONTROLE
            .
                MOVE WK-TAB-RETORNO(WK-IDX-PASSO) TO WK-CTL-RETORNO
                WRITE REG-CONTROLE FROM WK-LINHA-CTL
            END-PERFORM
            WRITE REG-CONTROLE FROM WK-LINHA-RBK
            CLOSE CONTROLE
            EXIT SECTION
            .

      *                    GRAVA A IMAGEM ANTERIOR AO LOTEMOV: LINHAS  *
      *                    DO CONTLOG.DAT E DESCARGA PELO BKPCONT      *
       0500-IMAGEM-ANTERIOR                     SECTION.
       0501-IMAGEM-ANTERIOR.
            PERFORM 0130-INICIALIZA-ROLLBACK

            PERFORM 0510-CONTA-LOG
            IF WK-LOG-OK = 'N'
               DISPLAY 'Imagem anterior nao gravada, LOTEMOV nao '
               'executado.'
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
            END-IF
            MOVE WK-QTD-LOG     TO WK-RBK-LOG-ANTES

            MOVE 0              TO RETURN-CODE
            CALL 'BKPCONT'
            END-CALL
            MOVE RETURN-CODE    TO WK-RC-AUX
            CANCEL 'BKPCONT'
            IF WK-RC-AUX NOT = 0
               DISPLAY 'Descarga do BKPCONT falhou com retorno '
               WK-RC-AUX ', LOTEMOV nao executado.'
               MOVE WK-RC-AUX   TO RETURN-CODE
               EXIT SECTION
            END-IF

            PERFORM 0520-LE-TRAILER
            IF WK-TEM-TRAILER = 'N'
               DISPLAY 'BKPCONT.DAT sem trailer de controle valido, '
               'LOTEMOV nao executado.'
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
            END-IF

            PERFORM 0330-DATA-HORA
            MOVE WS-DATA-HORA   TO WK-RBK-DATA-HORA
            MOVE 'B'            TO WK-RBK-SITUACAO
            PERFORM 0400-GRAVA-CONTROLE
            DISPLAY 'Imagem anterior gravada: ' WK-RBK-QTD
            ' registros no BKPCONT.DAT, ' WK-RBK-LOG-ANTES
            ' linhas no CONTLOG.DAT.'
            EXIT SECTION
            .
      *                    CONTA AS LINHAS DO CONTLOG.DAT              *
       0510-CONTA-LOG                           SECTION.
       0511-CONTA-LOG.
            MOVE 0              TO WK-QTD-LOG
            MOVE 'S'            TO WK-LOG-OK
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF WK-FS6 = 35
               EXIT SECTION
            END-IF
            IF NOT FS6-OK
               DISPLAY 'Erro ao abrir o arquivo CONTLOG.DAT.' WK-FS6
               MOVE 'N'         TO WK-LOG-OK
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTLOG
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-QTD-LOG
                END-READ
            END-PERFORM
            CLOSE CONTLOG
            .
      *                    LE OS TOTAIS DO TRAILER DO BKPCONT.DAT      *
       0520-LE-TRAILER                          SECTION.
       0521-LE-TRAILER.
            MOVE 'N'            TO WK-TEM-TRAILER
            SET FS3-OK          TO TRUE
            OPEN INPUT BACKUP
            IF NOT FS3-OK
               DISPLAY 'Erro ao abrir o arquivo BKPCONT.DAT.' WK-FS3
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ BACKUP
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        IF BKP-LINHA(1:1) = 'T'
                           UNSTRING BKP-LINHA DELIMITED BY ';'
                               INTO WK-TRL-TIPO
                                    WK-TRL-QTD-X
                                    WK-TRL-HASH-X
                           END-UNSTRING
                           IF WK-TRL-QTD-X  NUMERIC AND
                              WK-TRL-HASH-X NUMERIC
                              MOVE 'S'           TO WK-TEM-TRAILER
                              MOVE WK-TRL-QTD-X  TO WK-RBK-QTD
                              MOVE WK-TRL-HASH-X TO WK-RBK-HASH
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE BACKUP
            .
      *                    DESFAZ O LOTE DO LOTEMOV: RESTAURA O        *
      *                    CADASTRO PELO RSTCONT E CORTA O CONTLOG.DAT *
      *                    NA POSICAO GUARDADA NA IMAGEM ANTERIOR      *
       0600-DESFAZ-LOTE                         SECTION.
       0601-DESFAZ-LOTE.
            DISPLAY 'Desfazendo o lote do LOTEMOV a partir da '
            'imagem de ' WK-RBK-DATA-HORA '.'
            MOVE 'X'            TO WK-RBK-SITUACAO

            PERFORM 0510-CONTA-LOG
            IF WK-LOG-OK = 'N'
               PERFORM 0690-DESFAZIMENTO-FALHOU
               EXIT SECTION
            END-IF
            IF WK-QTD-LOG > WK-RBK-LOG-FALHA
               MOVE WK-QTD-LOG  TO WK-RBK-LOG-FALHA
            END-IF
            IF WK-QTD-LOG < WK-RBK-LOG-ANTES
               DISPLAY 'CONTLOG.DAT tem ' WK-QTD-LOG
               ' linhas, menos que as ' WK-RBK-LOG-ANTES
               ' da imagem anterior.'
               PERFORM 0690-DESFAZIMENTO-FALHOU
               EXIT SECTION
            END-IF

            MOVE 0              TO RETURN-CODE
            CALL 'RSTCONT'
            END-CALL
            MOVE RETURN-CODE    TO WK-RC-AUX
            CANCEL 'RSTCONT'
            MOVE 0              TO RETURN-CODE
            IF WK-RC-AUX NOT = 0
               DISPLAY 'Recarga do RSTCONT falhou com retorno '
               WK-RC-AUX '.'
               PERFORM 0690-DESFAZIMENTO-FALHOU
               EXIT SECTION
            END-IF

            PERFORM 0610-RECARREGA-CADASTRO
            IF WK-ERROS-RECARGA > 0 OR
               WK-QTD-RECARGA  NOT = WK-RBK-QTD OR
               WK-HASH-RECARGA NOT = WK-RBK-HASH
               DISPLAY 'Cadastro restaurado com ' WK-QTD-RECARGA
               ' registros e hash ' WK-HASH-RECARGA
               ', imagem anterior tem ' WK-RBK-QTD
               ' e ' WK-RBK-HASH '.'
               PERFORM 0690-DESFAZIMENTO-FALHOU
               EXIT SECTION
            END-IF

            IF WK-QTD-LOG > WK-RBK-LOG-ANTES
               PERFORM 0630-REPOE-GRUPOS
               PERFORM 0620-CORTA-LOG
               IF WK-LOG-OK = 'N'
                  PERFORM 0690-DESFAZIMENTO-FALHOU
                  EXIT SECTION
               END-IF
            END-IF

            PERFORM 0330-DATA-HORA
            MOVE WS-DATA-HORA   TO WK-RBK-DATA-HORA
            MOVE 'D'            TO WK-RBK-SITUACAO
            PERFORM 0400-GRAVA-CONTROLE
            DISPLAY 'Lote do LOTEMOV desfeito.'
            DISPLAY 'Registros restaurados    : ' WK-QTD-RECARGA
            DISPLAY 'Hash dos IDs             : ' WK-HASH-RECARGA
            DISPLAY 'Linhas do CONTLOG.DAT    : ' WK-RBK-LOG-FALHA
            ' -> ' WK-RBK-LOG-ANTES
            DISPLAY 'Membros de grupo repostos: ' WK-QTD-GRUPOS-REPOSTOS
            EXIT SECTION
            .
      *                    COPIA O CONTATOSR.DAT SOBRE O CONTATOS.DAT  *
       0610-RECARREGA-CADASTRO                  SECTION.
       0611-RECARREGA-CADASTRO.
            MOVE 0              TO WK-QTD-RECARGA
            MOVE 0              TO WK-HASH-RECARGA
            MOVE 0              TO WK-ERROS-RECARGA
            SET FS2-OK          TO TRUE
            SET FS-OK           TO TRUE

            OPEN INPUT RESTAURA
            IF NOT FS2-OK
               DISPLAY 'Erro ao abrir o arquivo CONTATOSR.DAT.' WK-FS2
               ADD 1 TO WK-ERROS-RECARGA
               EXIT SECTION
            END-IF

            OPEN OUTPUT CONTATOS
            IF NOT FS-OK
               DISPLAY 'Erro ao abrir o arquivo de contatos.' WK-FS
               ADD 1 TO WK-ERROS-RECARGA
               CLOSE RESTAURA
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ RESTAURA NEXT
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        MOVE REG-RESTAURA TO REG-USUARIOS
                        WRITE REG-USUARIOS
                            INVALID KEY
                                ADD 1 TO WK-ERROS-RECARGA
                                DISPLAY 'ID, telefone ou e-mail '
                                'duplicado na restauracao: '
                                ID-USUARIO
                            NOT INVALID KEY
                                ADD 1 TO WK-QTD-RECARGA
                                ADD ID-USUARIO TO WK-HASH-RECARGA
                        END-WRITE
                END-READ
            END-PERFORM

            CLOSE RESTAURA
            CLOSE CONTATOS
            .
      *                    MANTEM SO AS LINHAS DO CONTLOG.DAT DE ANTES *
      *                    DO LOTE, PASSANDO PELO NOTURNO.TMP          *
       0620-CORTA-LOG                           SECTION.
       0621-CORTA-LOG.
            MOVE 'N'            TO WK-LOG-OK
            MOVE 0              TO WK-QTD-COPIADAS
            SET FS6-OK          TO TRUE
            SET FS7-OK          TO TRUE

            OPEN INPUT CONTLOG
            IF NOT FS6-OK
               DISPLAY 'Erro ao abrir o arquivo CONTLOG.DAT.' WK-FS6
               EXIT SECTION
            END-IF
            OPEN OUTPUT LOGTMP
            IF NOT FS7-OK
               DISPLAY 'Erro ao abrir o arquivo NOTURNO.TMP.' WK-FS7
               CLOSE CONTLOG
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
               OR WK-QTD-COPIADAS = WK-RBK-LOG-ANTES
                READ CONTLOG
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        WRITE REG-LOGTMP FROM REG-LOG
                        ADD 1 TO WK-QTD-COPIADAS
                END-READ
            END-PERFORM
            CLOSE CONTLOG
            CLOSE LOGTMP

            IF WK-QTD-COPIADAS NOT = WK-RBK-LOG-ANTES
               DISPLAY 'CONTLOG.DAT terminou antes da posicao '
               'guardada, log nao cortado.'
               EXIT SECTION
            END-IF

            OPEN INPUT LOGTMP
            IF NOT FS7-OK
               DISPLAY 'Erro ao abrir o arquivo NOTURNO.TMP.' WK-FS7
               EXIT SECTION
            END-IF
            OPEN OUTPUT CONTLOG
            IF NOT FS6-OK
               DISPLAY 'Erro ao regravar o arquivo CONTLOG.DAT.' WK-FS6
               CLOSE LOGTMP
               EXIT SECTION
            END-IF

            MOVE 0              TO WK-QTD-COPIADAS
            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ LOGTMP
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        WRITE REG-LOG FROM REG-LOGTMP
                        ADD 1 TO WK-QTD-COPIADAS
                END-READ
            END-PERFORM
            CLOSE LOGTMP
            CLOSE CONTLOG

            IF WK-QTD-COPIADAS = WK-RBK-LOG-ANTES
               MOVE 'S'         TO WK-LOG-OK
            ELSE
               DISPLAY 'CONTLOG.DAT regravado com ' WK-QTD-COPIADAS
               ' linhas, esperado ' WK-RBK-LOG-ANTES '.'
            END-IF
            .
      *                    DEVOLVE AOS GRUPOS OS CONTATOS RETIRADOS    *
      *                    PELO LOTE (LINHAS GRUPOEXC DO OPERADOR LOTE *
      *                    DEPOIS DA POSICAO GUARDADA DO CONTLOG.DAT)  *
       0630-REPOE-GRUPOS                        SECTION.
       0631-REPOE-GRUPOS.
            MOVE 0              TO WK-QTD-GRUPOS-REPOSTOS
            MOVE 0              TO WK-QTD-LINHA-LOG
            SET FS9-OK          TO TRUE
            OPEN I-O MEMBROS
            IF NOT FS9-OK
               EXIT SECTION
            END-IF
            SET FS6-OK          TO TRUE
            OPEN INPUT CONTLOG
            IF NOT FS6-OK
               DISPLAY 'Erro ao abrir o arquivo CONTLOG.DAT.' WK-FS6
               CLOSE MEMBROS
               EXIT SECTION
            END-IF

            SET EOF-OK          TO FALSE
            PERFORM UNTIL EOF-OK
                READ CONTLOG
                    AT END
                        SET EOF-OK TO TRUE
                    NOT AT END
                        ADD 1 TO WK-QTD-LINHA-LOG
                        IF WK-QTD-LINHA-LOG > WK-RBK-LOG-ANTES
                           MOVE REG-LOG TO WK-LOG-DET
                           IF WK-LOG-DET-OPERACAO = 'GRUPOEXC' AND
                              WK-LOG-DET-OPERADOR = 'LOTE' AND
                              WK-LOG-DET-ID-X NUMERIC
                              PERFORM 0635-REPOE-MEMBRO
                           END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CONTLOG
            CLOSE MEMBROS
            EXIT SECTION
            .
       0635-REPOE-MEMBRO.
            MOVE WK-LOG-DET-NOME-ANTES(1:8)  TO MBR-GRUPO
            MOVE WK-LOG-DET-ID               TO MBR-ID-USUARIO
            IF WK-LOG-DET-TEL-ANTES(1:8) NUMERIC
               MOVE WK-LOG-DET-TEL-ANTES(1:8) TO MBR-DATA-INCLUSAO
            ELSE
               ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
               MOVE WS-DATA-SISTEMA          TO MBR-DATA-INCLUSAO
            END-IF
            MOVE WK-LOG-DET-EMAIL-ANTES(1:6) TO MBR-OPERADOR
            WRITE REG-MEMBROS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO WK-QTD-GRUPOS-REPOSTOS
            END-WRITE
            .
      *                    REGISTRA O DESFAZIMENTO QUE NAO CONCLUIU    *
       0690-DESFAZIMENTO-FALHOU                 SECTION.
       0691-DESFAZIMENTO-FALHOU.
            MOVE 'X'            TO WK-RBK-SITUACAO
            PERFORM 0400-GRAVA-CONTROLE
            DISPLAY 'Lote do LOTEMOV NAO foi desfeito, a imagem '
            'anterior continua em BKPCONT.DAT.'
            .

       0900-FINALIZAR SECTION.
       0901-FINALIZAR.
            STOP RUN.
