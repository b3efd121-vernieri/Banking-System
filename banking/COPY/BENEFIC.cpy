      ******************************************************************
      * Shared FD record layout for the BENEFIC.DAT payment file the
      * social-security paying agency sends us - one record per
      * benefit to be credited.  BNF-NUMERO is the agency's benefit
      * number (NB) and BNF-COMPETENCIA the month being paid
      * (AAAAMM); both go back on BENEFIC.RET for refused items.
      ******************************************************************
           02 BNF-CPF          PIC X(11).
           02 BNF-NUMERO       PIC 9(10).
           02 BNF-CODIGO       PIC 9(04).
           02 BNF-VALOR        PIC 9(05)V99.
           02 BNF-COMPETENCIA  PIC 9(06).
