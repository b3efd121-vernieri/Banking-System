      ******************************************************************
      * Shared FD record layout for the CPAGAR.DAT supplier invoices
      * (contas a pagar), indexed on the internal number CPG-NUMERO,
      * with the supplier + invoice document as a unique alternate
      * key (the same invoice cannot be keyed twice), the due date
      * for CPGPAG and the aging report, and the interbank order
      * number for INTERACK.  CPG-CONTA is the PLANOCTA expense
      * account charged when it is paid.  CPG-SITUACAO: "A" aprovada
      * (a pagar), "E" ordem enviada, "P" paga (ordem liquidada),
      * "D" ordem devolvida pelo banco do fornecedor, "C" cancelada.
      ******************************************************************
           02 CPG-NUMERO       PIC 9(09).
           02 CPG-CHAVE-FORN.
               03 CPG-FORNECEDOR PIC 9(05).
               03 CPG-DOCUMENTO  PIC X(12).
           02 CPG-AGENCIA      PIC 9(04).
           02 CPG-CONTA        PIC X(10).
           02 CPG-HISTORICO    PIC X(20).
           02 CPG-EMISSAO      PIC 9(08).
           02 CPG-VENCIMENTO   PIC 9(08).
           02 CPG-VALOR        PIC 9(05)V99.
           02 CPG-SITUACAO     PIC X(01).
           02 CPG-ORDEM        PIC 9(09).
           02 CPG-DATA-PAGTO   PIC 9(08).
           02 CPG-OPERADOR     PIC 9(04).
           02 CPG-SUPERVISOR   PIC 9(04).
           02 CPG-DATA-SITUAC  PIC 9(08).
