      ******************************************************************
      * Shared FD record layout for the CHQRECEB.DAT file the
      * clearing house delivers every night with the checks drawn on
      * our own account holders that other banks took in deposit.
      * CRC-BANCO is the presenting bank and CRC-REFERENCIA its own
      * control number, both echoed back on CHQRECEB.RET for every
      * check we return.
      ******************************************************************
           02 CRC-CODIGO       PIC 9(04).
           02 CRC-NUMERO       PIC 9(06).
           02 CRC-VALOR        PIC 9(05)V99.
           02 CRC-BANCO        PIC 9(03).
           02 CRC-REFERENCIA   PIC X(15).
