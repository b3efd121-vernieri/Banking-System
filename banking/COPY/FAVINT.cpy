      ******************************************************************
      * Shared FD record layout for the FAVINT.DAT interbank transfer
      * beneficiary - the name of the favorecido of each ORDINTER.DAT
      * order, linked by FVI-SEQ = OIT-SEQ.  Written by OPERACAO
      * (CLIop) with the order; INTERSAI screens it against the
      * sanctions list (SANCHK) before sending.
      ******************************************************************
           02 FVI-SEQ          PIC 9(09).
           02 FVI-NOME         PIC X(30).
