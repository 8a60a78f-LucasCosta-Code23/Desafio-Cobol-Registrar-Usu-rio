      ******************************************************************
      * Copybook: REGACES
      * Purpose: LAYOUT DA LINHA DO LOG DE ACESSOS (ACESSLOG.DAT)
      *          CONFORME MONTADA POR 0960-GRAVA-ACESSO (POSICOES FIXAS)
      *          WK-ACE-DET-EVENTO: LOGINOK, LOGINFALHA, BLOQUEIO,
      *                             TROCASENHA, CONSULTA
      ******************************************************************
       01  WK-ACE-DET.
           03  WK-ACE-DET-ANO               PIC 9(04).
           03  FILLER                       PIC X(01).
           03  WK-ACE-DET-MES               PIC 9(02).
           03  FILLER                       PIC X(01).
           03  WK-ACE-DET-DIA               PIC 9(02).
           03  FILLER                       PIC X(01).
           03  WK-ACE-DET-HORA              PIC 9(02).
           03  FILLER                       PIC X(01).
           03  WK-ACE-DET-MIN               PIC 9(02).
           03  FILLER                       PIC X(01).
           03  WK-ACE-DET-SEG               PIC 9(02).
           03  FILLER                       PIC X(13).
           03  WK-ACE-DET-OPERADOR          PIC X(06).
           03  FILLER                       PIC X(11).
           03  WK-ACE-DET-EVENTO            PIC X(10).
           03  FILLER                       PIC X(07).
           03  WK-ACE-DET-ID                PIC 9(06).
           03  WK-ACE-DET-ID-X REDEFINES
               WK-ACE-DET-ID                PIC X(06).
           03  FILLER                       PIC X(12).
           03  WK-ACE-DET-DETALHE           PIC X(30).
           03  FILLER                       PIC X(06).
