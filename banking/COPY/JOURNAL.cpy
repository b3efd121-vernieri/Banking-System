      ******************************************************************
      * Shared FD record layout for the JOURNAL.DAT double-entry
      * ledger.  JRN-OPERADOR/JRN-HORA identify who posted the entry
      * and when; batch programs stamp operator 0.  JRN-ELO chains
      * every record to the one before it (see ELOCAD) so a changed,
      * inserted or removed record shows up in the ELOCHK check.
      ******************************************************************
           02 JRN-DATA.
               03 JRN-ANO        PIC 9(04).
               03 JRN-HH         PIC 9(02).
               03 JRN-MM         PIC 9(02).
               03 JRN-SS         PIC 9(02).
           02 JRN-ELO.
               03 JRN-ELO-NUM    PIC 9(09).
               03 JRN-ELO-ANT    PIC 9(10).
               03 JRN-ELO-HASH   PIC 9(10).
