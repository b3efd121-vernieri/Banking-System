      ******************************************************************
      * Shared FD record layout for the LANCMAN.DAT register of
      * manual ledger entries kept by LCTMAN - one record per line
      * of the balanced set, all lines of an entry under the same
      * LCM-SEQ (the JRN-SEQ of its journal postings).  LCM-PER-REF
      * is the closed period a late adjustment refers back to
      * (zeros when the entry belongs to the open period itself).
      * LCM-TIPO: "D" debito, "C" credito.
      ******************************************************************
           02 LCM-SEQ            PIC 9(09).
           02 LCM-LINHA          PIC 9(02).
           02 LCM-DATA           PIC 9(08).
           02 LCM-PER-REF        PIC 9(06).
           02 LCM-TIPO           PIC X(01).
           02 LCM-CONTA          PIC X(10).
           02 LCM-VALOR          PIC 9(07)V99.
           02 LCM-HISTORICO      PIC X(20).
           02 LCM-OPERADOR       PIC 9(04).
           02 LCM-SUPERVISOR     PIC 9(04).
