      ******************************************************************
      * Shared FD record layout for the NOTAMOV.DAT banknote demand
      * history - one record per denomination paid out in a customer
      * withdrawal (NMV-TIPO "S") or taken in by a cash deposit ("D"),
      * dated with the movement day.  Note loads and adjustments are
      * not demand and are not recorded here.
      ******************************************************************
           02 NMV-DATA         PIC 9(08).
           02 NMV-AGENCIA      PIC 9(04).
           02 NMV-VALOR        PIC 9(03).
           02 NMV-TIPO         PIC X(01).
           02 NMV-QTD          PIC 9(06).
