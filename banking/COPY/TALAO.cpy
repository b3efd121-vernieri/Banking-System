      ******************************************************************
      * Shared FD record layout for the TALOES.DAT check-book issue
      * register - one record per book handed to an account holder,
      * with the range of check numbers it carries.  Numbers run in
      * sequence per account; each leaf has its own CHQEMIT.DAT
      * record with the situation of that check.
      ******************************************************************
           02 TAL-CODIGO       PIC 9(04).
           02 TAL-CHQ-INICIAL  PIC 9(06).
           02 TAL-CHQ-FINAL    PIC 9(06).
           02 TAL-DATA-EMISSAO PIC 9(08).
           02 TAL-OPERADOR     PIC 9(04).
