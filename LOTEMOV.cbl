      * Date: 22/08/2026
      * Purpose: MANUTENCAO EM LOTE DO CADASTRO DE CONTATOS A PARTIR
      *          DE ARQUIVO DE MOVIMENTOS COM CODIGO DE OPERACAO
      *          (I = INCLUIR, A = ALTERAR, E = EXCLUIR). A EXCLUSAO
      *          TAMBEM RETIRA O CONTATO DOS SEUS GRUPOS (GRPMEMBR.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEMOV.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS  IS WK-FS6.

                SELECT MEMBROS ASSIGN TO
                'C:\Users\Lucas\GRPMEMBR.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE  IS DYNAMIC
                RECORD  KEY  IS MBR-CHAVE
                ALTERNATE RECORD KEY IS MBR-ID-USUARIO WITH DUPLICATES
                FILE STATUS  IS WK-FS7.

       DATA DIVISION.
       FILE SECTION.
       FD CONTATOS.
       FD CONTLOG.
       01 REG-LOG                          PIC X(300).

       FD MEMBROS.
            COPY REGMEMBR.

       WORKING-STORAGE SECTION.
       01 WK-REGISTRO                      PIC X(165) VALUE SPACES.
       01 FILLER REDEFINES WK-REGISTRO.
          03 WK-ID-USUARIO                 PIC 9(6).
          03 WK-NOME-USUARIO               PIC X(35).
          03 WK-ORIGEM-SENHA               PIC X(01).
          03 WK-SENHA-HISTORICO            PIC X(30).
          03 WK-PERFIL-USUARIO             PIC X(01).
          03 WK-ID-FUSAO                   PIC 9(06).
          03 WK-DATA-ULTIMO-LOGIN          PIC 9(08).
       77 WK-FS                            PIC 99.
          88 FS-OK                         VALUE 0.
       77 WK-FS3                           PIC 99.
          88 FS5-OK                        VALUE 0.
       77 WK-FS6                           PIC 99.
          88 FS6-OK                        VALUE 0.
       77 WK-FS7                           PIC 99.
          88 FS7-OK                        VALUE 0.
       77 WK-MEMBROS-ABERTO                PIC X       VALUE 'N'.
       77 WK-OPERADOR                      PIC X(6)    VALUE 'LOTE'.
       77 WK-LOG-ID                        PIC 9(6)    VALUE ZEROS.
       77 WK-LOG-OPERACAO                  PIC X(10)   VALUE SPACES.
       77 WK-TOTAL-ALTERADOS               PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-EXCLUIDOS               PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-REJEITADOS              PIC 9(05) VALUE ZEROS.
       77 WK-TOTAL-GRUPOS                  PIC 9(05) VALUE ZEROS.
       77 WK-DATA-HOJE                     PIC 9(08) VALUE ZEROS.
      *                                                              *
       77 WK-ACHOU-ALVO                    PIC X     VALUE 'N'.
       77 WK-ID-ALVO                       PIC 9(6)  VALUE ZEROS.
       77 WK-ID-IGNORAR                    PIC 9(6)  VALUE ZEROS.
       77 WK-DUPLICADO                     PIC X     VALUE 'N'.
       77 WK-GRP-PENDENTE                  PIC X     VALUE 'N'.

       PROCEDURE DIVISION.
            ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD
                  OPEN I-O CONTATOS
               END-IF

               SET FS7-OK       TO TRUE
               OPEN I-O MEMBROS
               IF FS7-OK
                  MOVE 'S'      TO WK-MEMBROS-ABERTO
               END-IF

               SET EOF-OK       TO FALSE
               PERFORM UNTIL EOF-OK
                   READ MOVIMENTO INTO REG-MOVIMENTO
                   END-READ
               END-PERFORM
               CLOSE CONTATOS
               IF WK-MEMBROS-ABERTO = 'S'
                  CLOSE MEMBROS
               END-IF
               CLOSE MOVIMENTO
            ELSE
               DISPLAY 'Erro ao abrir o arquivo MOVIMENT.DAT.' WK-FS4
            DISPLAY 'Alterados        : ' WK-TOTAL-ALTERADOS
            DISPLAY 'Excluidos        : ' WK-TOTAL-EXCLUIDOS
            DISPLAY 'Rejeitados       : ' WK-TOTAL-REJEITADOS
            DISPLAY 'Retiradas grupos : ' WK-TOTAL-GRUPOS
            EXIT SECTION
            .
      *                    DIRIGE UM MOVIMENTO PELA OPERACAO           *
               MOVE 'L'            TO ORIGEM-SENHA
               MOVE SPACES         TO SENHA-HISTORICO
               MOVE 'M'            TO PERFIL-USUARIO
               MOVE 0              TO ID-FUSAO
               MOVE 0              TO DATA-ULTIMO-LOGIN

               WRITE REG-USUARIOS
                   INVALID KEY
                   WK-MOTIVO-REJEICAO
               PERFORM 0400-GRAVA-REJEITO
            ELSE
               IF ID-FUSAO > 0 OR NOME-USUARIO = SPACES
                  MOVE 'CONTATO INCORPORADO OU ELIMINADO' TO
                      WK-MOTIVO-REJEICAO
                  PERFORM 0400-GRAVA-REJEITO
               ELSE
                  MOVE WK-ID-ALVO TO WK-ID-IGNORAR
                  PERFORM 0200-VALIDA-DADOS
                  MOVE 0 TO WK-ID-IGNORAR
                  IF WK-LINHA-VALIDA = 'N'
                     PERFORM 0400-GRAVA-REJEITO
                  ELSE
                     MOVE WK-ID-ALVO TO ID-USUARIO
                     READ CONTATOS
                         INVALID KEY
                             MOVE 'ERRO AO RELER O REGISTRO' TO
                                 WK-MOTIVO-REJEICAO
                             PERFORM 0400-GRAVA-REJEITO
                         NOT INVALID KEY
                             MOVE MOV-NOME     TO NOME-USUARIO
                             MOVE MOV-TELEFONE TO NUMERO-USUARIO
                             MOVE MOV-EMAIL    TO EMAIL-USUARIO
                             MOVE WK-DATA-HOJE TO DATA-ALTERACAO
                             REWRITE REG-USUARIOS
                                 INVALID KEY
                                     MOVE 'ERRO AO ALTERAR O REGISTRO'
                                         TO WK-MOTIVO-REJEICAO
                                     PERFORM 0400-GRAVA-REJEITO
                                 NOT INVALID KEY
                                     ADD 1 TO WK-TOTAL-ALTERADOS
                                     MOVE 'ALTERACAO' TO WK-LOG-OPERACAO
                                     MOVE NOME-USUARIO
                                         TO WK-LOG-NOME-DEPOIS
                                     MOVE NUMERO-USUARIO
                                         TO WK-LOG-TEL-DEPOIS
                                     MOVE EMAIL-USUARIO
                                         TO WK-LOG-EMAIL-DEPOIS
                                     PERFORM 0950-GRAVA-LOG
                             END-REWRITE
                     END-READ
                  END-IF
               END-IF
            END-IF
            .
                          MOVE EMAIL-USUARIO
                              TO WK-LOG-EMAIL-DEPOIS
                          PERFORM 0950-GRAVA-LOG
                          PERFORM 0330-RETIRA-DOS-GRUPOS
                  END-REWRITE
               END-IF
            END-IF
            .
      *                    RETIRA O CONTATO INATIVADO DE TODOS OS SEUS *
      *                    GRUPOS, UM GRUPOEXC NO LOG POR GRUPO        *
       0330-RETIRA-DOS-GRUPOS.
            IF WK-MEMBROS-ABERTO = 'S'
               MOVE 'S'            TO WK-GRP-PENDENTE
               PERFORM UNTIL WK-GRP-PENDENTE = 'N'
                   PERFORM 0335-RETIRA-PRIMEIRO
               END-PERFORM
            END-IF
            .
       0335-RETIRA-PRIMEIRO.
            MOVE 'N'            TO WK-GRP-PENDENTE
            MOVE WK-ID-ALVO     TO MBR-ID-USUARIO
            START MEMBROS KEY IS = MBR-ID-USUARIO
                INVALID KEY
                    MOVE 0          TO MBR-ID-USUARIO
                NOT INVALID KEY
                    READ MEMBROS NEXT
                        AT END
                            MOVE 0  TO MBR-ID-USUARIO
                    END-READ
            END-START
            IF MBR-ID-USUARIO = WK-ID-ALVO
               DELETE MEMBROS
                   INVALID KEY
                       DISPLAY 'Erro ao retirar o ID ' WK-ID-ALVO
                       ' do grupo ' MBR-GRUPO '!'
                   NOT INVALID KEY
                       ADD 1 TO WK-TOTAL-GRUPOS
                       MOVE 'S'               TO WK-GRP-PENDENTE
                       MOVE WK-ID-ALVO        TO WK-LOG-ID
                       MOVE 'GRUPOEXC'        TO WK-LOG-OPERACAO
                       MOVE MBR-GRUPO         TO WK-LOG-NOME-ANTES
                       MOVE MBR-DATA-INCLUSAO TO WK-LOG-TEL-ANTES
                       MOVE MBR-OPERADOR      TO WK-LOG-EMAIL-ANTES
                       MOVE SPACES            TO WK-LOG-NOME-DEPOIS
                       MOVE SPACES            TO WK-LOG-TEL-DEPOIS
                       MOVE SPACES            TO WK-LOG-EMAIL-DEPOIS
                       PERFORM 0950-GRAVA-LOG
               END-DELETE
            END-IF
            .
      *                    REGISTRA UMA LINHA NO LOG DE AUDITORIA      *
       0950-GRAVA-LOG                           SECTION.
       0951-GRAVA-LOG.
