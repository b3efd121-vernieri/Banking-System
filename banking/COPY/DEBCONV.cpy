      ******************************************************************
      * Shared FD record layout for the debit request file each
      * biller sends (DEBnnnn.DAT, nnnn = convenio code): one bill
      * to be debited on its due date from the account authorized
      * for DCV-IDENT.
      ******************************************************************
           02 DCV-IDENT        PIC X(15).
           02 DCV-REFERENCIA   PIC X(12).
           02 DCV-VALOR        PIC 9(05)V99.
           02 DCV-DATA-VENC    PIC 9(08).
