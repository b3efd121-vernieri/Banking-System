      ******************************************************************
      * Shared FD record layout for the PORTSAL.DAT salary-portability
      * register, keyed on the account that receives the payroll
      * credit.  While POR-SITUACAO is "A" (ativa) SALCRED forwards
      * every salary credited to POR-CODIGO to the destination bank,
      * agency and account below through an ORDINTER.DAT order;
      * "C" (cancelada) keeps the row for history only.
      ******************************************************************
           02 POR-CODIGO       PIC 9(04).
           02 POR-CPF          PIC X(11).
           02 POR-BANCO        PIC 9(03).
           02 POR-AGENCIA      PIC 9(04).
           02 POR-CONTA        PIC 9(08).
           02 POR-SITUACAO     PIC X(01).
           02 POR-DATA-INICIO  PIC 9(08).
           02 POR-DATA-SITUAC  PIC 9(08).
           02 POR-OPERADOR     PIC 9(04).
