      ******************************************************************
      * Copybook: REGENDER
      * Purpose: LAYOUT DO REGISTRO DE ENDERECOS POSTAIS
      *          (CONTENDR.DAT), FILHO DE CONTATOS.DAT POR ID-USUARIO
      *          MAIS NUMERO DE SEQUENCIA.
      *          END-TIPO: R = RESIDENCIAL, T = TRABALHO,
      *                    C = CORRESPONDENCIA, O = OUTRO
      *          END-PREFERIDO: S = ENDERECO PREFERIDO DO ID, N = NAO
      *          LOGRADOURO, CIDADE E UF VEM DA TABELA DE CEP (CEPREF)
      ******************************************************************
       01  REG-ENDERECOS.
           03  END-CHAVE.
               05  END-ID-USUARIO           PIC 9(06).
               05  END-SEQUENCIA            PIC 9(03).
           03  END-TIPO                     PIC X(01).
           03  END-LOGRADOURO               PIC X(40).
           03  END-NUMERO                   PIC X(06).
           03  END-COMPLEMENTO              PIC X(20).
           03  END-BAIRRO                   PIC X(25).
           03  END-CIDADE                   PIC X(30).
           03  END-UF                       PIC X(02).
           03  END-CEP                      PIC 9(08).
           03  END-PREFERIDO                PIC X(01).
