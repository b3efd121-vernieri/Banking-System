      ******************************************************************
      * Shared FD record layout for the APLAUT.DAT automatic sweep
      * instructions between SALDO and CDB, one per account CODIGO
      * (APLMAN).  Every night APLAUTO invests the available balance
      * above APL-LIMITE in a new CDB of APL-PRAZO-MESES months and,
      * when SALDO is negative, redeems the oldest positions of the
      * account until it is back to zero.  APL-SITUACAO: "A" ativa,
      * "C" cancelada pelo cliente.
      ******************************************************************
           02 APL-CODIGO       PIC 9(04).
           02 APL-LIMITE       PIC 9(05)V99.
           02 APL-PRAZO-MESES  PIC 9(02).
           02 APL-SITUACAO     PIC X(01).
           02 APL-DATA-INICIO  PIC 9(08).
           02 APL-DATA-SITUAC  PIC 9(08).
           02 APL-OPERADOR     PIC 9(04).
