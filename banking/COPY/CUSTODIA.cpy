      ******************************************************************
      * Shared FD record layout for the CUSTODIA.DAT post-dated check
      * custody file of business accounts - one record per check
      * taken at CUSMAN, numbered per account.  CUS-SITUACAO: "G"
      * guardado (waiting for CUS-DATA-DEP), "D" depositado by CUSLIB
      * into the CHEQUES.DAT deposit flow, "R" retirado - handed back
      * to the customer before its date.
      ******************************************************************
           02 CUS-CHAVE.
               03 CUS-CODIGO     PIC 9(04).
               03 CUS-NUMERO     PIC 9(06).
           02 CUS-BANCO        PIC 9(03).
           02 CUS-AGENCIA      PIC 9(04).
           02 CUS-CONTA-SAC    PIC X(10).
           02 CUS-NUM-CHEQUE   PIC 9(06).
           02 CUS-VALOR        PIC 9(05)V99.
           02 CUS-DATA-DEP     PIC 9(08).
           02 CUS-DATA-ENTRADA PIC 9(08).
           02 CUS-DATA-BAIXA   PIC 9(08).
           02 CUS-TARIFA       PIC 9(05)V99.
           02 CUS-OPERADOR     PIC 9(04).
           02 CUS-SITUACAO     PIC X(01).
