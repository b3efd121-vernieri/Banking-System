      * Shared FD record layout for the AUDIT.DAT lookup log.  Every
      * row carries the signed-on operator and the time of day so a
      * movement traces to a person; batch programs stamp operator 0.
      * AUD-ELO chains every row to the one before it (see ELOCAD).
      ******************************************************************
           02 AUD-CODIGO      PIC 9(04).
           02 AUD-DATA.
               03 AUD-HH      PIC 9(02).
               03 AUD-MM      PIC 9(02).
               03 AUD-SS      PIC 9(02).
           02 AUD-ELO.
               03 AUD-ELO-NUM PIC 9(09).
               03 AUD-ELO-ANT PIC 9(10).
               03 AUD-ELO-HASH PIC 9(10).
