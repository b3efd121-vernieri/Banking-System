      ******************************************************************
      * Shared FD record layout for the ARQREC.DAT received-files
      * registry - one record per inbound interchange file processed,
      * keyed by the intake program, the sender and the sender's
      * sequence number from the file header.  ARQREG refuses a file
      * whose key is already here.
      ******************************************************************
           02 ARC-CHAVE.
               03 ARC-PROGRAMA   PIC X(08).
               03 ARC-REMETENTE  PIC X(08).
               03 ARC-SEQUENCIA  PIC 9(06).
           02 ARC-DATA-ARQ     PIC 9(08).
           02 ARC-DATA-PROC    PIC 9(08).
           02 ARC-HORA-PROC    PIC 9(06).
           02 ARC-QTD-REG      PIC 9(07).
           02 ARC-VALOR-TOTAL  PIC 9(13)V99.
