      ******************************************************************
      * Shared FD record layout for the EMPAMORT.DAT amortization
      * system register, keyed on the PROXSEQ number of a loan
      * contract (EMPMAN) or of a simulation (EMPSIM) - both come
      * from the same sequence.  AMO-SISTEMA: "P" parcela fixa
      * (Price), "S" SAC - amortizacao constante, parcela
      * decrescente.  A contract without a record is "P".
      ******************************************************************
           02 AMO-NUMERO       PIC 9(09).
           02 AMO-SISTEMA      PIC X(01).
           02 AMO-DATA         PIC 9(08).
