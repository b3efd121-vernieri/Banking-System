      ******************************************************************
      * Shared FD record layout for the FORNEC.DAT supplier master,
      * indexed on FOR-CODIGO (FORMAN).  FOR-TIPO-DOC "F" pessoa
      * fisica (CPF in the first 11 positions of FOR-DOCUMENTO) or
      * "J" pessoa juridica (CNPJ).  The bank route is where CPGPAG
      * sends the payment orders.  FOR-SITUACAO: "A" ativo,
      * "I" inativo (no new invoices, no payments).
      ******************************************************************
           02 FOR-CODIGO       PIC 9(05).
           02 FOR-NOME         PIC X(30).
           02 FOR-TIPO-DOC     PIC X(01).
           02 FOR-DOCUMENTO    PIC X(14).
           02 FOR-BANCO        PIC 9(03).
           02 FOR-AGENCIA      PIC 9(04).
           02 FOR-CONTA        PIC 9(08).
           02 FOR-SITUACAO     PIC X(01).
           02 FOR-DATA-SITUAC  PIC 9(08).
           02 FOR-OPERADOR     PIC 9(04).
