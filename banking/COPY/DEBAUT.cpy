      ******************************************************************
      * Shared FD record layout for the DEBAUT.DAT register of
      * utility auto-debit authorizations, keyed on the biller
      * (convenio code, the same ARR-EMPRESA of the counter bills)
      * plus the customer's identification at that biller, with the
      * paying account as alternate key.  DAU-VALOR-MAX caps each
      * bill; zeros means no cap.  DAU-SITUACAO: "A" ativa,
      * "C" cancelada no caixa, "E" extinta com o encerramento da
      * conta.
      ******************************************************************
           02 DAU-CHAVE.
               03 DAU-EMPRESA  PIC 9(04).
               03 DAU-IDENT    PIC X(15).
           02 DAU-CODIGO       PIC 9(04).
           02 DAU-VALOR-MAX    PIC 9(05)V99.
           02 DAU-SITUACAO     PIC X(01).
           02 DAU-DATA-INICIO  PIC 9(08).
           02 DAU-DATA-SITUAC  PIC 9(08).
           02 DAU-OPERADOR     PIC 9(04).
