      ******************************************************************
      * Shared FD record layout for the PREAPROV.DAT pre-approved
      * credit file, keyed on CPF and rebuilt every month by SCORE.
      * PRE-SCORE runs 0 to 1000; PRE-FAIXA "A" (best) to "E".
      * PRE-PARCELA-MAX is the monthly installment the customer can
      * still take on (band share of KYC-RENDA less the installments
      * of the active contracts, PRE-COMPROMETIDO); PRE-LIMITE the
      * principal that installment pays over the reference term.
      * EMPMAN and EMPSIM demand a supervisor above either figure.
      ******************************************************************
           02 PRE-CPF          PIC X(11).
           02 PRE-DATA         PIC 9(08).
           02 PRE-SCORE        PIC 9(04).
           02 PRE-FAIXA        PIC X(01).
           02 PRE-RENDA        PIC 9(07)V99.
           02 PRE-COMPROMETIDO PIC 9(07)V99.
           02 PRE-PARCELA-MAX  PIC 9(05)V99.
           02 PRE-LIMITE       PIC 9(07)V99.
