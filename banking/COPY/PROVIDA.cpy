      ******************************************************************
      * Shared FD record layout for the PROVIDA.DAT proof-of-life
      * register, keyed on the beneficiary's CPF.  PVD-DATA-PROVA is
      * the last confirmation; PVD-OPERADOR is the teller who took
      * it, zeros when the date was opened by the first benefit
      * credited (BENCRED starts the clock for a new beneficiary).
      ******************************************************************
           02 PVD-CPF          PIC X(11).
           02 PVD-DATA-PROVA   PIC 9(08).
           02 PVD-OPERADOR     PIC 9(04).
