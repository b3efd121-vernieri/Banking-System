      ******************************************************************
      * Shared FD record layout for the TITCOB.DAT titles registered
      * for the cobranca customers, keyed on the nosso numero (drawn
      * from PROXSEQ, so it never collides with the loan boletos of
      * BOLETOS.DAT) and reachable by cedente through TIT-CODIGO.
      * TIT-SEU-NUMERO is the business's own reference of the title.
      * TIT-SITUACAO: "R" registrado (em aberto), "P" pago, "B"
      * baixado por decurso de prazo.  TIT-DATA-OCORR is the
      * movement date of the payment or write-off; TIT-ENCARGOS the
      * fine plus interest due under the agreement when it was paid
      * late.
      ******************************************************************
           02 TIT-NOSSO-NUM    PIC 9(09).
           02 TIT-CODIGO       PIC 9(04).
           02 TIT-SEU-NUMERO   PIC X(15).
           02 TIT-SACADO-NOME  PIC X(30).
           02 TIT-SACADO-DOC   PIC X(14).
           02 TIT-VALOR        PIC 9(05)V99.
           02 TIT-DATA-EMIS    PIC 9(08).
           02 TIT-DATA-VENC    PIC 9(08).
           02 TIT-LINHA-DIG    PIC X(38).
           02 TIT-SITUACAO     PIC X(01).
           02 TIT-DATA-OCORR   PIC 9(08).
           02 TIT-VALOR-PAGO   PIC 9(05)V99.
           02 TIT-ENCARGOS     PIC 9(05)V99.
           02 TIT-TARIFA       PIC 9(03)V99.
