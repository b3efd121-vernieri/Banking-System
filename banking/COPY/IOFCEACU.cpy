      ******************************************************************
      * Shared FD record layout for the IOFCE.DAT overdraft IOF
      * register, indexed on the account code - one record per
      * account that ever used its cheque especial, kept by IOFCE.
      * ICE-USADO-ANT is the overdraft used at the last accrual
      * (ICE-DATA-ULT): the additional rate falls only on what the
      * account draws beyond it.  ICE-IOF-DIARIO and ICE-IOF-ADIC
      * accumulate, at four decimals, the IOF of month ICE-AAMM,
      * charged to the account on the first run of the next month;
      * ICE-COBRADO-AAMM/ICE-COBRADO keep the last charge made.
      ******************************************************************
           02 ICE-CODIGO       PIC 9(04).
           02 ICE-AAMM         PIC 9(06).
           02 ICE-USADO-ANT    PIC 9(07)V99.
           02 ICE-DATA-ULT     PIC 9(08).
           02 ICE-DIAS         PIC 9(03).
           02 ICE-IOF-DIARIO   PIC 9(05)V9999.
           02 ICE-IOF-ADIC     PIC 9(05)V9999.
           02 ICE-COBRADO-AAMM PIC 9(06).
           02 ICE-COBRADO      PIC 9(05)V99.
