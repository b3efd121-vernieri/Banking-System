      ******************************************************************
      * Shared FD record layout for ORCAMENT.DAT - the branch budget:
      * one target per AGENCIA, month and PLANOCTA ledger account,
      * kept by ORCMAN and compared with the actuals by ORCREL.  The
      * reserved code "DEPOSITOS" budgets the month-end customer
      * deposit balance, which has no PLANOCTA account.
      ******************************************************************
           02 ORC-CHAVE.
               03 ORC-AGENCIA    PIC 9(04).
               03 ORC-ANO        PIC 9(04).
               03 ORC-MES        PIC 9(02).
               03 ORC-CONTA      PIC X(10).
           02 ORC-VALOR          PIC 9(09)V99.
           02 ORC-OPERADOR       PIC 9(04).
           02 ORC-DATA-ALT       PIC 9(08).
