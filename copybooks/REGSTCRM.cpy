      ******************************************************************
      * Copybook: REGSTCRM
      * Purpose: LAYOUT DO REGISTRO DE STATUS DE ENVIO AO CRM
      *          (STACRM.DAT), UM REGISTRO POR ID-USUARIO.
      *          STA-STATUS: A = ACEITO, R = REJEITADO
      *          STA-MOTIVO: CODIGO DE REJEICAO DEVOLVIDO PELO CRM
      ******************************************************************
       01  REG-STATUS-CRM.
           03  STA-ID                       PIC 9(06).
           03  STA-STATUS                   PIC X(01).
           03  STA-DATA-RETORNO             PIC 9(08).
           03  STA-DATA-ACEITE              PIC 9(08).
           03  STA-MOTIVO                   PIC X(03).
