      ******************************************************************
      * Shared FD record layout for ELOS.DAT - where each chained log
      * stands.  One record per log (ELS-ARQUIVO "J" JOURNAL.DAT, "A"
      * AUDIT.DAT).  ELS-BASE-* is the link the first record of the
      * live file hangs from (zero on a new installation, the last
      * link of the previous file after a FECHAMES cut); ELS-ULT-* is
      * the last record stamped, which the next one chains to and
      * ELOCHK expects to find at the end of the file.
      ******************************************************************
           02 ELS-ARQUIVO        PIC X(01).
           02 ELS-BASE-NUM       PIC 9(09).
           02 ELS-BASE-HASH      PIC 9(10).
           02 ELS-ULT-NUM        PIC 9(09).
           02 ELS-ULT-HASH       PIC 9(10).
           02 ELS-DATA           PIC 9(08).
           02 ELS-HORA           PIC 9(06).
