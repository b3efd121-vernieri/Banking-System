      ******************************************************************
      * Shared FD record layout for the CONVCOB.DAT cobranca
      * agreements, keyed on the business account CODIGO that signs
      * the agreement (CCBMAN).  CCB-CONTA-CRED is the account of the
      * same CNPJ credited with each paid title, CCB-TARIFA the fee
      * kept per paid title.  CCB-MULTA-PCT (fine, once) and
      * CCB-JUROS-MES (interest per month, pro rata die) are charged
      * to the payer after the due date; a title still open
      * CCB-DIAS-BAIXA days after the due date is written off.
      * CCB-SITUACAO: "A" ativo, "I" inativo (no new titles).
      ******************************************************************
           02 CCB-CODIGO       PIC 9(04).
           02 CCB-CONTA-CRED   PIC 9(04).
           02 CCB-TARIFA       PIC 9(03)V99.
           02 CCB-MULTA-PCT    PIC 9(02)V99.
           02 CCB-JUROS-MES    PIC 9(02)V99.
           02 CCB-DIAS-BAIXA   PIC 9(03).
           02 CCB-SITUACAO     PIC X(01).
           02 CCB-DATA-CAD     PIC 9(08).
           02 CCB-OPERADOR     PIC 9(04).
