      ******************************************************************
      * Shared FD record layout for the CXPROP.DAT cash shipment
      * proposal written by CXPREV for the next business day - one
      * record per AGENCIA per proposed TESMAN shipment.  CXP-TIPO-REM
      * uses the TESMAN codes: "G" vault to drawers and "R" drawers
      * back to vault per denomination (CXP-VALOR-NOTA/CXP-QTD), "E"
      * carrier in and "S" carrier out for the vault as a whole
      * (CXP-VALOR-NOTA and CXP-QTD zero).
      ******************************************************************
           02 CXP-DATA         PIC 9(08).
           02 CXP-AGENCIA      PIC 9(04).
           02 CXP-TIPO-REM     PIC X(01).
           02 CXP-VALOR-NOTA   PIC 9(03).
           02 CXP-QTD          PIC 9(06).
           02 CXP-VALOR        PIC 9(09)V99.
