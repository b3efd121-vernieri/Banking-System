      ******************************************************************
      * Shared FD record layout for the SANFILA.DAT sanctions review
      * queue - one record per possible hit found by SANCHK when a
      * payment beneficiary is screened.  SFL-ORIGEM: "O" ordem de
      * pagamento (SFL-REFERENCIA = OPG-RETIRADA), "T" transferencia
      * externa (SFL-REFERENCIA = OIT-SEQ).  SFL-SITUACAO: "P"
      * pendente, "L" liberado (falso positivo - the same name against
      * the same list entry is not queued again), "C" confirmado (the
      * order stays blocked).  Decided by the compliance officer in
      * SANREV.
      ******************************************************************
           02 SFL-NUMERO       PIC 9(06).
           02 SFL-DATA         PIC 9(08).
           02 SFL-HORA         PIC 9(06).
           02 SFL-PROGRAMA     PIC X(08).
           02 SFL-ORIGEM       PIC X(01).
           02 SFL-REFERENCIA   PIC 9(09).
           02 SFL-VALOR        PIC 9(05)V99.
           02 SFL-NOME         PIC X(60).
           02 SFL-NOME-NORM    PIC X(60).
           02 SFL-LISTA        PIC X(04).
           02 SFL-SAN-NOME     PIC X(60).
           02 SFL-SAN-NORM     PIC X(60).
           02 SFL-SITUACAO     PIC X(01).
           02 SFL-OPERADOR     PIC 9(04).
           02 SFL-DATA-DEC     PIC 9(08).
