      ******************************************************************
      * Shared FD record layout for the PERIODO.DAT accounting-period
      * calendar, keyed on PER-AAAAMM.  FECHAMES writes one record
      * per month it closes; from then on no posting may carry that
      * month - adjustments go into the open period and point back
      * to the closed one.  PER-SITUACAO: "F" fechado.
      ******************************************************************
           02 PER-AAAAMM         PIC 9(06).
           02 PER-SITUACAO       PIC X(01).
           02 PER-DATA-FECHAM    PIC 9(08).
           02 PER-HORA-FECHAM    PIC 9(06).
