      ******************************************************************
      * Shared FD record layout for the CARTMOV.DAT clearing file the
      * card network delivers every night - one item per ATM
      * withdrawal or POS purchase made with our debit cards.
      * CMV-TIPO: "S" saque em ATM, "C" compra em POS.
      * CMV-ESTABELEC carries the merchant or ATM identification and
      * CMV-AUTORIZ the network authorization code, both echoed back
      * on CARTMOV.RET for any item we refuse.
      ******************************************************************
           02 CMV-NUMERO       PIC 9(16).
           02 CMV-TIPO         PIC X(01).
           02 CMV-ESTABELEC    PIC X(15).
           02 CMV-VALOR        PIC 9(05)V99.
           02 CMV-AUTORIZ      PIC X(06).
           02 CMV-DATA.
               03 CMV-ANO      PIC 9(04).
               03 CMV-MES      PIC 9(02).
               03 CMV-DIA      PIC 9(02).
