      ******************************************************************
      * Shared FD record layout for the NOTAFALS.DAT counterfeit note
      * seizure register - one record per denomination/serial seized
      * at the teller window in a cash deposit (OPERACAO).  NFA-SEQ
      * is the transaction sequence of the deposit and NFA-ITEM the
      * line of the seizure receipt.  Seized notes never enter the
      * NOTAS.DAT inventory nor the GAVETA.DAT drawer totals; NFAREL
      * lists them by branch each month for the central bank.
      ******************************************************************
           02 NFA-SEQ          PIC 9(09).
           02 NFA-ITEM         PIC 9(02).
           02 NFA-DATA         PIC 9(08).
           02 NFA-HORA         PIC 9(06).
           02 NFA-AGENCIA      PIC 9(04).
           02 NFA-CODIGO       PIC 9(04).
           02 NFA-CPF          PIC X(11).
           02 NFA-NOME         PIC X(30).
           02 NFA-VALOR-NOTA   PIC 9(03).
           02 NFA-SERIE        PIC X(12).
           02 NFA-QTD          PIC 9(03).
           02 NFA-OPERADOR     PIC 9(04).
