      ******************************************************************
      * Shared FD record layout for PENDINV.DAT - the investigation
      * notes accounting leaves on open items of the transitory
      * accounts through PENMAN.  PIN-CHAVE is the PAB-CHAVE of the
      * item in PENDABER.DAT; the note survives the daily rebuild of
      * that file and PENDAGE prints it next to the item.
      ******************************************************************
           02 PIN-CHAVE.
               03 PIN-CONTA      PIC X(10).
               03 PIN-DATA       PIC 9(08).
               03 PIN-SEQ        PIC 9(09).
               03 PIN-LADO       PIC X(01).
               03 PIN-NSEQ       PIC 9(02).
           02 PIN-VALOR          PIC 9(07)V99.
           02 PIN-NOTA           PIC X(40).
           02 PIN-OPERADOR       PIC 9(04).
           02 PIN-DATA-NOTA      PIC 9(08).
