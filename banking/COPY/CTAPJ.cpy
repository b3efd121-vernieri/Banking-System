      ******************************************************************
      * Shared FD record layout for the CTAPJ.DAT account-ownership
      * link of corporate accounts: one row per PRODUTOS.DAT account
      * owned by a CNPJ of CADPJ.DAT, written by CADCLI when the
      * account is opened.  An account without a row here belongs to
      * the natural person in its CPF field.
      ******************************************************************
           02 CTP-CODIGO       PIC 9(04).
           02 CTP-CNPJ         PIC X(14).
           02 CTP-DATA         PIC 9(08).
           02 CTP-OPERADOR     PIC 9(04).
