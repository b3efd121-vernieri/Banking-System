      ******************************************************************
      * Shared FD record layout for CORRESP.DAT - the daily statement
      * of our reserve account at the settlement (correspondent)
      * bank, one line per movement.  CRS-SENTIDO is seen from our
      * account: "C" credito (money in), "D" debito (money out).
      ******************************************************************
           02 CRS-DATA           PIC 9(08).
           02 CRS-SENTIDO        PIC X(01).
           02 CRS-VALOR          PIC 9(09)V99.
           02 CRS-DOCUMENTO      PIC X(15).
           02 CRS-HISTORICO      PIC X(20).
