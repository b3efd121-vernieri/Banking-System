      ******************************************************************
      * Shared FD record layout for the DEBAGND.DAT queue of biller
      * debit requests.  Every request is queued on arrival and only
      * debited once DAG-DATA-VENC is reached.  DAG-SITUACAO: "A"
      * aguardando vencimento, "T" tratada - DAG-RETORNO then holds
      * the code sent back to the biller ("00" debitada).
      ******************************************************************
           02 DAG-EMPRESA      PIC 9(04).
           02 DAG-IDENT        PIC X(15).
           02 DAG-REFERENCIA   PIC X(12).
           02 DAG-VALOR        PIC 9(05)V99.
           02 DAG-DATA-VENC    PIC 9(08).
           02 DAG-DATA-RECEB   PIC 9(08).
           02 DAG-SITUACAO     PIC X(01).
           02 DAG-RETORNO      PIC X(02).
           02 DAG-DATA-TRAT    PIC 9(08).
