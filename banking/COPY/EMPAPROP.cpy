      ******************************************************************
      * Shared FD record layout for the EMPAPR.DAT loan-interest
      * accrual register, indexed on the contract number - one record
      * per contract, kept by EMPAPR.  APR-SALDO is the interest
      * accrued and not yet collected, carried in the receivable
      * account JURREC; APR-PAGAS the installments paid when it was
      * last measured (a change means a collection and the accrual
      * is reversed).  APR-SITUACAO: "A" apropriando, "N" sem
      * apropriacao (non-accrual - mais de 90 dias em atraso, desde
      * APR-DATA-SUSP), "E" contrato encerrado.  The month counters
      * (APR-AAMM) feed the RELAPR report: interest accrued, accrual
      * reversed on collection and accrual reversed (suspended) by
      * non-accrual or by the end of the contract.
      ******************************************************************
           02 APR-NUMERO       PIC 9(09).
           02 APR-CODIGO       PIC 9(04).
           02 APR-AGENCIA      PIC 9(04).
           02 APR-SITUACAO     PIC X(01).
           02 APR-SALDO        PIC 9(07)V99.
           02 APR-PAGAS        PIC 9(03).
           02 APR-DATA-ULT     PIC 9(08).
           02 APR-DATA-SUSP    PIC 9(08).
           02 APR-AAMM         PIC 9(06).
           02 APR-APROP-MES    PIC 9(07)V99.
           02 APR-RECEB-MES    PIC 9(07)V99.
           02 APR-SUSP-MES     PIC 9(07)V99.
